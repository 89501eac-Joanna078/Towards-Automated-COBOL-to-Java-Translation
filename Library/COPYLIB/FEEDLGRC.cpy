       01  FL-REC.
      *    ONE ROW PER FEED EVENT, APPENDED BY FEEDCHK:
      *      ARRIVED   FIRST CHECK THAT FOUND THE FEED WITH RECORDS
      *      HELD      CONSUMING STEP PUT ON RUNHOLDS, FEED MISSING
      *                OR EMPTY
      *      RELEASED  THAT HOLD TAKEN OFF ONCE EVERY FEED OF THE
      *                STEP HAD ARRIVED
           05  FL-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  FL-TIME              PIC 9(06).
           05  FILLER               PIC X(01).
           05  FL-DSN               PIC X(20).
           05  FILLER               PIC X(01).
           05  FL-STEP              PIC X(03).
           05  FILLER               PIC X(01).
           05  FL-EVENT             PIC X(08).
           05  FILLER               PIC X(01).
      *    DATA RECORDS, HEADER AND TRAILER NOT COUNTED
           05  FL-COUNT             PIC 9(09).
           05  FILLER               PIC X(01).
           05  FL-PARTY             PIC X(20).
