       01  PZ-REC.
      *    ONE ROW PER PUZZLE ACCEPTED FOR PUBLICATION, APPENDED BY
      *    HINTGEN AND CHECKED BY IT BEFORE EVERY NEW CASE.
           05  PZ-PUB-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  PZ-ANSWER            PIC X(03).
           05  FILLER               PIC X(01).
      *    THE CASE AS PUBLISHED: 'N M' THEN EACH 'S C' HINT, ONE
      *    SPACE BETWEEN ITEMS
           05  PZ-HINTS             PIC X(20).
           05  FILLER               PIC X(01).
      *    THE BATCH DATE THE CASE WAS GENERATED ON
           05  PZ-ENTERED           PIC 9(08).
