       01  TX-REC.
           05  TX-TRACT             PIC X(06).
           05  FILLER               PIC X(01).
      *    RATE PER SQUARE METRE AND THE LEAST A PARCEL IS BILLED
           05  TX-RATE              PIC 9(03)V9(04).
           05  FILLER               PIC X(01).
           05  TX-MIN-CHARGE        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  TX-EXEMPT            PIC X(01).
               88  TX-EXEMPT-TRACT             VALUE 'Y'.
           05  FILLER               PIC X(01).
           05  TX-EFF-DATE          PIC 9(08).
