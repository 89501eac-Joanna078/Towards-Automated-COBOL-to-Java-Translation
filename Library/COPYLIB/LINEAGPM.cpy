       01  LN-PARM.
           05  LN-PROGRAM           PIC X(12).
           05  LN-START-TIME        PIC X(06).
           05  LN-CNT               PIC 9(02).
           05  LN-ENTRY OCCURS 12.
               10  LN-DSN           PIC X(30).
               10  LN-MODE          PIC X(01).
