       01  LG-REC.
           05  LG-PROGRAM           PIC X(12).
           05  FILLER               PIC X(01).
           05  LG-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  LG-TIME              PIC X(06).
           05  FILLER               PIC X(01).
           05  LG-DSN               PIC X(30).
           05  FILLER               PIC X(01).
      *    'R' THE RUN READ THE DATASET, 'W' IT WROTE OR EXTENDED IT
           05  LG-MODE              PIC X(01).
