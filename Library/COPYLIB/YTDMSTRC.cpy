       01  YM-REC.
           05  YM-ID                PIC X(08).
           05  FILLER               PIC X(01).
           05  YM-YEAR              PIC 9(04).
           05  FILLER               PIC X(01).
           05  YM-PERIODS           PIC 9(03).
           05  FILLER               PIC X(01).
           05  YM-AMOUNT            PIC 9(11).
           05  FILLER               PIC X(01).
           05  YM-LAST-PERIOD       PIC 9(08).
