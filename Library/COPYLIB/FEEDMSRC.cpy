       01  EF-REC.
      *    ONE EXPECTED INBOUND FEED PER CARD ON THE FEEDMAST MASTER
           05  EF-DSN               PIC X(20).
           05  FILLER               PIC X(01).
      *    THE SUPPLYING PARTY THE DESK CHASES WHEN IT IS LATE
           05  EF-PARTY             PIC X(20).
           05  FILLER               PIC X(01).
           05  EF-EXPECT-BY         PIC 9(04).
           05  FILLER               PIC X(01).
      *    DAILY, BUSDAY OR PEREND - THE CALENDAR VOCABULARY
           05  EF-COND              PIC X(06).
           05  FILLER               PIC X(01).
      *    THE RUNBOOK STEP THAT READS IT
           05  EF-STEP              PIC X(03).
