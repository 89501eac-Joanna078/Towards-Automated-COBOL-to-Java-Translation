       01  PP-REC.
      *    ONE ROW PER PROJECTION PROJVAR PAIRED WITH ITS DISPATCH
      *    ACTUAL, WRITTEN TO PROJPAIR BETWEEN HDR/TRL RECORDS AND
      *    READ BY THE PROJCAL CALIBRATION RUN.
           05  PP-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  PP-ROW               PIC 9(09).
           05  FILLER               PIC X(01).
           05  PP-PROJ              PIC 9(17).
           05  FILLER               PIC X(01).
           05  PP-ACT               PIC 9(17).
