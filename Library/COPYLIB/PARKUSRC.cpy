       01  PU-REC.
      *    ONE CARD PER PERMIT HOLDER PER MONTH ON THE PARKUSE DECK,
      *    READ BY THE PARKADV PASS ADVISOR.  A CARD WITH '*' IN
      *    COLUMN 1 IS A COMMENT.
           05  PU-HOLDER            PIC X(08).
           05  FILLER               PIC X(01).
           05  PU-MONTH             PIC 9(06).
           05  FILLER               PIC X(01).
           05  PU-HOURS             PIC 9(03).
           05  FILLER               PIC X(01).
      *    WHAT THE HOLDER IS ON: 'H' HOURLY (ALSO BLANK), 'P' PASS
           05  PU-PLAN              PIC X(01).
               88  PU-HOURLY                   VALUE 'H' ' '.
               88  PU-PASS                     VALUE 'P'.
