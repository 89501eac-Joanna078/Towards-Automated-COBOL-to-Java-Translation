       01  PP-REC.
      *    ONE ROW PER ACCOUNTING PERIOD ON THE PERIODS CONTROL
      *    DATASET, IN PERIOD ORDER.  PERCLOSE MAINTAINS IT; PERLOCK
      *    ANSWERS THE POSTING PROGRAMS FROM IT.  A PERIOD WITH NO
      *    ROW IS OPEN.
           05  PP-PERIOD            PIC 9(06).
           05  FILLER               PIC X(01).
      *    CLOSING = CLOSE ASKED FOR BUT A PEREND STEP IS NOT YET
      *    CLEAN; ONLY CLOSED LOCKS THE PERIOD AGAINST POSTING
           05  PP-STATE             PIC X(07).
               88  PP-OPEN                     VALUE 'OPEN'.
               88  PP-CLOSING                  VALUE 'CLOSING'.
               88  PP-CLOSED                   VALUE 'CLOSED'.
           05  FILLER               PIC X(01).
      *    WHO MOVED IT TO ITS STATE AND WHEN
           05  PP-OPER              PIC X(08).
           05  FILLER               PIC X(01).
           05  PP-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  PP-TIME              PIC 9(06).
           05  FILLER               PIC X(01).
      *    THE LAST AUTHORISED REOPEN, KEPT THROUGH A LATER CLOSE
           05  PP-RE-OPER           PIC X(08).
           05  FILLER               PIC X(01).
           05  PP-RE-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  PP-RE-NOTE           PIC X(40).
