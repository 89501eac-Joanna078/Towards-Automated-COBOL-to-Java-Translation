       01  TF-REC.
      *    ONE ROW PER TARIFF ON THE TARIFF MASTER, READ BY PARKADV.
      *    A ROW HOLDS FROM ITS EFFECTIVE DATE UNTIL THE NEXT ROW'S;
      *    A MONTH IS PRICED AT THE TARIFF IN FORCE ON ITS FIRST DAY.
      *    A ROW WITH '*' IN COLUMN 1 IS A COMMENT.
           05  TF-EFF-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
      *    PER HOUR PARKED, AND THE FLAT MONTHLY PASS
           05  TF-RATE              PIC 9(03)V99.
           05  FILLER               PIC X(01).
           05  TF-PASS              PIC 9(05)V99.
