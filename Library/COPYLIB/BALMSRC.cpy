       01  BP-REC.
      *    ONE CARD PER PRODUCER/CONSUMER PAIR ON THE BALMAST
      *    BALANCING MASTER, READ BY STEPBAL.  THE PRODUCER'S JOBLOG
      *    RECORDS-OUT MUST TIE TO THE CONSUMER'S RECORDS-IN FOR THE
      *    SAME BATCH DATE.  A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
           05  BP-PRODUCER          PIC X(12).
           05  FILLER               PIC X(01).
           05  BP-CONSUMER          PIC X(12).
           05  FILLER               PIC X(01).
      *    THE DATASETS HANDED OVER, AS THEY PRINT ON BALRPT
           05  BP-DSNS              PIC X(22).
