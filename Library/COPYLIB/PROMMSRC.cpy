       01  PM-REC.
           05  PM-CODE              PIC X(08).
           05  FILLER               PIC X(01).
      *    'P' PERCENT OFF THE BAND FARE, 'F' FIXED AMOUNT OFF
           05  PM-TYPE              PIC X(01).
           05  FILLER               PIC X(01).
           05  PM-AMOUNT            PIC 9(07).
           05  FILLER               PIC X(01).
           05  PM-FROM              PIC 9(08).
           05  FILLER               PIC X(01).
           05  PM-TO                PIC 9(08).
      *    ELIGIBLE AGE BANDS AS LLL-HHH; ALL BLANK MEANS EVERY BAND
           05  PM-BAND OCCURS 4.
               10  FILLER           PIC X(01).
               10  PM-B-LO          PIC X(03).
               10  FILLER           PIC X(01).
               10  PM-B-HI          PIC X(03).
