       01  RK-REC.
      *    ONE ROW PER REJECTED INPUT LINE ON THE REJTRACK MASTER, IN
      *    REJECT-ID ORDER.  REJTRACK RAISES OPEN ROWS FROM THE DAY'S
      *    EXCEPTION DATASETS; REJMNT APPLIES THE OWNERS' RESOLUTION
      *    CARDS.
           05  RK-ID                PIC 9(07).
           05  FILLER               PIC X(01).
      *    THE PROGRAM THAT REJECTED THE LINE AND THE DATASET IT
      *    WROTE IT TO
           05  RK-PROGRAM           PIC X(12).
           05  FILLER               PIC X(01).
           05  RK-DSN               PIC X(30).
           05  FILLER               PIC X(01).
           05  RK-RAISED            PIC 9(08).
           05  FILLER               PIC X(01).
           05  RK-STATE             PIC X(11).
               88  RK-OPEN                     VALUE 'OPEN'.
               88  RK-RESUBMITTED              VALUE 'RESUBMITTED'.
               88  RK-CLEARED                  VALUE 'CLEARED'.
               88  RK-WRITTEN-OFF              VALUE 'WRITTEN-OFF'.
           05  FILLER               PIC X(01).
      *    DATE OF THE LAST STATE CHANGE (THE RAISED DATE UNTIL THEN)
           05  RK-CHANGED           PIC 9(08).
           05  FILLER               PIC X(01).
      *    THE TOKEN AFTER 'REASON' OR 'REJECTED' ON THE LINE, ELSE
      *    OTHER - THE SAME RULE EXCHUB COUNTS BY
           05  RK-REASON            PIC X(12).
           05  FILLER               PIC X(01).
      *    THE OWNER'S NOTE FROM THE LAST RESOLUTION CARD
           05  RK-NOTE              PIC X(40).
           05  FILLER               PIC X(01).
           05  RK-LINE              PIC X(100).
