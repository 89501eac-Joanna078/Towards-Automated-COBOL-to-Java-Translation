       01  AL-PARM.
           05  AL-SOURCE            PIC X(12).
           05  AL-SEVERITY          PIC X(01).
           05  AL-TEXT              PIC X(60).
           05  AL-DSN               PIC X(30).
           05  AL-ID                PIC 9(06).
           05  AL-STATUS            PIC X(01).
