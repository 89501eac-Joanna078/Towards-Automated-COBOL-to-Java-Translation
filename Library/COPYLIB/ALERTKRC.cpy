       01  AK-REC.
           05  AK-ID                PIC 9(06).
           05  FILLER               PIC X(01).
      *    'ACK ' SEEN AND BEING WORKED, 'CLOS' DEALT WITH
           05  AK-ACTION            PIC X(04).
           05  FILLER               PIC X(01).
           05  AK-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  AK-TIME              PIC 9(06).
           05  FILLER               PIC X(01).
           05  AK-OPER              PIC X(08).
           05  FILLER               PIC X(01).
           05  AK-COMMENT           PIC X(60).
