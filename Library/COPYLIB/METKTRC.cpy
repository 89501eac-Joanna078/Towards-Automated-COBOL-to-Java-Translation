       01  MK-REC.
      *    ONE ROW PER METER SERVICE TICKET, IN TICKET ORDER.
      *    METERREP APPENDS OPEN TICKETS; METKTMNT APPLIES THE
      *    CREW'S WORKED AND CLOSURE CARDS.
           05  MK-TICKET            PIC 9(06).
           05  FILLER               PIC X(01).
           05  MK-METER             PIC X(08).
           05  FILLER               PIC X(01).
           05  MK-OPENED            PIC 9(08).
           05  FILLER               PIC X(01).
      *    'OPEN  ', 'WORKED' OR 'CLOSED'
           05  MK-STATE             PIC X(06).
               88  MK-OPEN                     VALUE 'OPEN  '.
               88  MK-WORKED                   VALUE 'WORKED'.
               88  MK-CLOSED                   VALUE 'CLOSED'.
           05  FILLER               PIC X(01).
      *    DATE CLOSED (ZERO UNTIL THEN) AND THE CREW'S NOTE
           05  MK-CLOSED-DATE       PIC 9(08).
           05  FILLER               PIC X(01).
           05  MK-NOTE              PIC X(40).
