       01  FM-REC.
           05  FM-AGE-LO            PIC 9(03).
           05  FILLER               PIC X(01).
           05  FM-AGE-HI            PIC 9(03).
           05  FILLER               PIC X(01).
           05  FM-FARE              PIC 9(07).
           05  FILLER               PIC X(01).
           05  FM-EFF               PIC 9(08).
