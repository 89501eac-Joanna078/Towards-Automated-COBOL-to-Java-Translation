       01  EP-REC.
           05  EP-ID                PIC X(08).
           05  FILLER               PIC X(01).
           05  EP-STATUS            PIC X(01).
           05  FILLER               PIC X(01).
           05  EP-NAME              PIC X(19).
           05  FILLER               PIC X(01).
           05  EP-TERM-DATE         PIC X(08).
           05  FILLER               PIC X(01).
           05  EP-ROUTING           PIC X(09).
           05  FILLER               PIC X(01).
           05  EP-ACCOUNT           PIC X(17).
