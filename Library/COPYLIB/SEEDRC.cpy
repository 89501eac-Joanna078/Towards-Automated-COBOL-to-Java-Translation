       01  SD-REC.
      *    ONE ROW PER ROSTER COMPETITOR - PLAYOFF SEEDING AT THE
      *    CLOSE OF THE SEASON ON SD-LAST-DAY
           05  SD-LAST-DAY          PIC X(08).
           05  FILLER               PIC X(01).
           05  SD-SEED              PIC 9(02).
           05  FILLER               PIC X(01).
           05  SD-LETTER            PIC X(01).
           05  FILLER               PIC X(01).
           05  SD-NAME              PIC X(20).
           05  FILLER               PIC X(01).
      *    CUMULATIVE WINS, WINS OVER THE OTHER COMPETITORS LEVEL ON
      *    WINS, AND DAYS WITH NO WIN AT ALL
           05  SD-WINS              PIC 9(06).
           05  FILLER               PIC X(01).
           05  SD-H2H               PIC 9(04).
           05  FILLER               PIC X(01).
           05  SD-ELIM              PIC 9(04).
           05  FILLER               PIC X(01).
      *    'Q' HOLDS A PLAYOFF PLACE, 'O' OUT OF THE PLAYOFFS
           05  SD-QUAL              PIC X(01).
           05  FILLER               PIC X(01).
      *    WHAT PUT THIS COMPETITOR ABOVE THE NEXT SEED: WINS,
      *    HEAD-TO-HEAD, ELIMINATIONS, ROSTER ORDER OR LAST SEED
           05  SD-DECIDER           PIC X(12).
