       01  RL-REC.
      *    ONE ROW PER HISTORY ROLLOVER, APPENDED BY HISTROLL.  ROWS
      *    DATED BEFORE RL-CUTOFF LEFT THE LIVE DATASET FOR THE
      *    RL-ARCH-DSN GENERATION; A READER WHOSE WINDOW REACHES
      *    BACK BEFORE THE LIVE DETAIL FINDS ITS ROWS THERE.
           05  RL-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  RL-RUN-TIME          PIC 9(06).
           05  FILLER               PIC X(01).
           05  RL-DSN               PIC X(12).
           05  FILLER               PIC X(01).
      *    'ARCHIVE' OR 'SUMMARY' - AS APPLIED, NOT AS ASKED
           05  RL-MODE              PIC X(07).
           05  FILLER               PIC X(01).
           05  RL-CUTOFF            PIC 9(08).
           05  FILLER               PIC X(01).
      *    DATE RANGE OF THE ROWS MOVED TO THE ARCHIVE GENERATION
           05  RL-OLDEST            PIC 9(08).
           05  FILLER               PIC X(01).
           05  RL-NEWEST            PIC 9(08).
           05  FILLER               PIC X(01).
           05  RL-MOVED             PIC 9(09).
           05  FILLER               PIC X(01).
      *    SUMMARY ROWS LEFT ON THE LIVE DATASET (ZERO FOR ARCHIVE)
           05  RL-SUMMARY           PIC 9(09).
           05  FILLER               PIC X(01).
           05  RL-KEPT              PIC 9(09).
           05  FILLER               PIC X(01).
           05  RL-ARCH-DSN          PIC X(30).
