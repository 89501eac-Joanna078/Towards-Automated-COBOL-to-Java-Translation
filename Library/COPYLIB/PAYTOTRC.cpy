       01  PT-REC.
           05  PT-PERIOD            PIC 9(08).
           05  FILLER               PIC X(01).
           05  PT-TOTAL             PIC 9(11).
           05  FILLER               PIC X(01).
           05  PT-LINES             PIC 9(09).
