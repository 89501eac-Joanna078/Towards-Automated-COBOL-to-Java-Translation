       01  BR-REC.
           05  BR-CODE              PIC X(100).
           05  FILLER               PIC X(01).
           05  BR-STATUS            PIC X(07).
               88  BR-ACTIVE                   VALUE 'ACTIVE ' SPACES.
               88  BR-LOST                     VALUE 'LOST   '.
               88  BR-REVOKED                  VALUE 'REVOKED'.
               88  BR-EXPIRED                  VALUE 'EXPIRED'.
               88  BR-RETIRED                  VALUE 'LOST   '
                                                     'REVOKED'
                                                     'EXPIRED'.
               88  BR-SECURITY                 VALUE 'LOST   '
                                                     'REVOKED'.
           05  FILLER               PIC X(01).
           05  BR-STAT-DATE         PIC X(08).
