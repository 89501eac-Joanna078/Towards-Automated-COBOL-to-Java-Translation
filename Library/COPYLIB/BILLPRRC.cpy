       01  BL-REC.
           05  BL-RANGE             PIC 9(04).
           05  FILLER               PIC X(01).
           05  BL-CUST              PIC X(10).
           05  FILLER               PIC X(01).
           05  BL-FROM              PIC 9(08).
           05  FILLER               PIC X(01).
           05  BL-TO                PIC 9(08).
           05  FILLER               PIC X(01).
           05  BL-L                 PIC 9(06).
           05  FILLER               PIC X(01).
           05  BL-R                 PIC 9(06).
           05  FILLER               PIC X(01).
           05  BL-STATUS            PIC X(07).
               88  BL-OK                       VALUE 'OK'.
