       01  PT-REC.
           05  PT-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  PT-ACT               PIC X(03).
           05  FILLER               PIC X(01).
           05  PT-KIND              PIC X(01).
           05  FILLER               PIC X(01).
           05  PT-X                 PIC 9(06).
           05  FILLER               PIC X(01).
           05  PT-Y                 PIC 9(06).
