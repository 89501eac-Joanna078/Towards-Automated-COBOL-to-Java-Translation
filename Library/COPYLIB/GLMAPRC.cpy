       01  GM-REC.
      *    'B' FARE BAND (KEY LLL-HHH), 'P' PROMOTION (KEY = CODE),
      *    'C' THE TAKINGS CLEARING ACCOUNT (KEY BLANK)
           05  GM-TYPE              PIC X(01).
           05  FILLER               PIC X(01).
           05  GM-KEY               PIC X(08).
           05  FILLER               PIC X(01).
           05  GM-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(01).
           05  GM-CENTRE            PIC X(06).
           05  FILLER               PIC X(01).
           05  GM-EFF               PIC 9(08).
