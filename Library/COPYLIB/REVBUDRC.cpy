       01  RB-REC.
      *    ONE ROW PER MONTH AND FARE BAND ON THE REVBUDG REVENUE
      *    BUDGET MASTER, READ BY REVLEDGR FOR THE VARIANCE SECTION
      *    OF THE MONTH-END LEDGER.  THE BAND IS KEYED AS ON REVARCH.
           05  RB-YYYYMM            PIC 9(06).
           05  FILLER               PIC X(01).
           05  RB-LO                PIC 9(03).
           05  FILLER               PIC X(01).
           05  RB-HI                PIC 9(03).
           05  FILLER               PIC X(01).
           05  RB-CNT               PIC 9(07).
           05  FILLER               PIC X(01).
      *    WHOLE CURRENCY UNITS, NET OF DISCOUNT AS ON REVARCH
           05  RB-REV               PIC 9(11).
