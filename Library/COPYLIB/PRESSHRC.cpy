       01  PH-REC.
           05  PH-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  PH-TIME              PIC 9(06).
           05  FILLER               PIC X(01).
           05  PH-MACHINE           PIC X(08).
           05  FILLER               PIC X(01).
           05  PH-LINE-ID           PIC X(04).
           05  FILLER               PIC X(01).
           05  PH-SCANNED           PIC 9(06).
           05  FILLER               PIC X(01).
           05  PH-FLAGGED           PIC 9(06).
