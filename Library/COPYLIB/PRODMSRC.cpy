       01  PD-REC.
           05  PD-SKU               PIC X(10).
           05  FILLER               PIC X(01).
           05  PD-DESC              PIC X(30).
           05  FILLER               PIC X(01).
      *    A OPENING STOCK, B DAILY SALES, C RESTOCK THRESHOLD,
      *    D DELIVERY SIZE - AS ON AN AGC_026_B SCENARIO CARD
           05  PD-A                 PIC 9(12).
           05  FILLER               PIC X(01).
           05  PD-B                 PIC 9(12).
           05  FILLER               PIC X(01).
           05  PD-C                 PIC 9(12).
           05  FILLER               PIC X(01).
           05  PD-D                 PIC 9(12).
           05  FILLER               PIC X(01).
           05  PD-SUPPLIER          PIC X(08).
