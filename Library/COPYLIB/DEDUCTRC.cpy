       01  DD-REC.
      *    ONE ROW PER EMPLOYEE ON THE DEDUCT DATASET, WRITTEN BY THE
      *    CANTDED CANTEEN BATCH AND TAKEN BY THE TESTA PAYROLL AT
      *    PERIOD END.  DD-PERIOD IS THE PERIOD-END DATE THE
      *    DEDUCTION BELONGS TO; TESTA TAKES ONLY ITS OWN PERIOD.
           05  DD-PERIOD            PIC 9(08).
           05  FILLER               PIC X(01).
           05  DD-EMP               PIC X(08).
           05  FILLER               PIC X(01).
           05  DD-MEALS             PIC 9(05).
           05  FILLER               PIC X(01).
           05  DD-AMOUNT            PIC 9(09).
