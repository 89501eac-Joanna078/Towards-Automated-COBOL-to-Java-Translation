       01  AH-REC.
           05  AH-EVENT             PIC 9(08).
           05  FILLER               PIC X(01).
           05  AH-RUN-TIME          PIC 9(06).
           05  FILLER               PIC X(01).
           05  AH-PERSON            PIC 9(04).
           05  FILLER               PIC X(01).
           05  AH-CKP               PIC 9(04).
           05  FILLER               PIC X(01).
           05  AH-DIST              PIC 9(09).
