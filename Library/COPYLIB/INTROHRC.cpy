       01  IH-REC.
           05  IH-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  IH-X                 PIC 9(06).
           05  FILLER               PIC X(01).
           05  IH-Y                 PIC 9(06).
           05  FILLER               PIC X(01).
           05  IH-RANK              PIC 9(06).
