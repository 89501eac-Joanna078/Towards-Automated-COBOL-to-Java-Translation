       01  AR-REC.
           05  AR-ID                PIC 9(06).
           05  FILLER               PIC X(01).
           05  AR-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  AR-TIME              PIC X(06).
           05  FILLER               PIC X(01).
           05  AR-SOURCE            PIC X(12).
           05  FILLER               PIC X(01).
           05  AR-SEVERITY          PIC X(01).
           05  FILLER               PIC X(01).
           05  AR-DSN               PIC X(30).
           05  FILLER               PIC X(01).
           05  AR-TEXT              PIC X(60).
