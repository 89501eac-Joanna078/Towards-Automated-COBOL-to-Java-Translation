       01  PK-PARM.
           05  PK-DATE              PIC 9(08).
           05  PK-PERIOD            PIC 9(06).
           05  PK-STATE             PIC X(07).
           05  PK-STATUS            PIC X(01).
