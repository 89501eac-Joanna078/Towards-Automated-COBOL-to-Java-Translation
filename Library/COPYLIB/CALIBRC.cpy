       01  CI-REC.
           05  CI-ROW               PIC 9(09).
           05  FILLER               PIC X(01).
           05  CI-PAIRS             PIC 9(04).
           05  FILLER               PIC X(01).
           05  CI-BIAS              PIC S9(09) SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
           05  CI-SPREAD            PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CI-STATUS            PIC X(07).
               88  CI-CALIBRATED               VALUE 'CALIB'.
