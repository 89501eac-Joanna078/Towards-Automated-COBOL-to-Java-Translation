       01  RD-REC.
      *    ONE ROW PER ROAD ON THE ROADMAST ROAD MASTER, THE ROAD LIST
      *    ABC_061_B COUNTS FROM KEPT AS A HAND-MAINTAINED DATASET
      *    AND READ BY THE ROADWHAT CLOSURE WHAT-IF.  TOWNS ARE
      *    NUMBERED FROM 1 AS ON THE ABC_061_B INPUT.  A ROW WITH
      *    '*' IN COLUMN 1 IS A COMMENT.
           05  RD-ROAD-ID           PIC X(08).
           05  FILLER               PIC X(01).
           05  RD-TOWN-A            PIC 9(03).
           05  FILLER               PIC X(01).
           05  RD-TOWN-B            PIC 9(03).
           05  FILLER               PIC X(01).
      *    BLANK READS AS OPEN; A CLOSED ROAD IS OUT OF THE NETWORK
      *    BEFORE ANY WHAT-IF CLOSURE IS APPLIED
           05  RD-STATUS            PIC X(06).
               88  RD-OPEN                     VALUE 'OPEN' SPACES.
               88  RD-CLOSED                   VALUE 'CLOSED'.
