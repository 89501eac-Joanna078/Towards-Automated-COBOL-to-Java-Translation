       01  TA-REC.
      *    ONE ROW PER TRANSCRIPT LOOKUP, APPENDED BY TRNSCRPT AND
      *    READ BY THE TRNACCS MONTHLY ACCESS REPORT.  DENIED
      *    ATTEMPTS ARE LOGGED TOO, WITH ZERO TERMS.
           05  TA-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  TA-TIME              PIC 9(06).
           05  FILLER               PIC X(01).
      *    '*NONE*' WHEN THE DECK CARRIED NO OPER CARD
           05  TA-OPER              PIC X(08).
           05  FILLER               PIC X(01).
           05  TA-SID               PIC X(08).
           05  FILLER               PIC X(01).
           05  TA-TERMS             PIC 9(03).
           05  FILLER               PIC X(01).
      *    'EXTRACT' TERMS PRINTED, 'NOHIST' NOTHING ON FILE,
      *    'DENIED' OPERATOR NOT AUTHORIZED - NOTHING PRINTED
           05  TA-RESULT            PIC X(07).
