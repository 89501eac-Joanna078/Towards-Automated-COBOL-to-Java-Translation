       01  PO-REC.
           05  PO-PROGRAM           PIC X(12).
           05  FILLER               PIC X(01).
           05  PO-DEPT              PIC X(04).
           05  FILLER               PIC X(01).
           05  PO-COSTCTR           PIC X(06).
           05  FILLER               PIC X(01).
           05  PO-EFF-DATE          PIC 9(08).
