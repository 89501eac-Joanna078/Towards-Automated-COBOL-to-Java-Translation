      *    DEDUCTION LINES ON THE TESTA PAYROLL REGISTER, READ BACK BY
      *    PAYBANK.  ONE 'DED ' LINE PER EMPLOYEE WITH A DEDUCTION
      *    TAKEN, THEN ONE 'DED TOTAL ' LINE, AHEAD OF THE GRAND
      *    TOTAL.  GROSS IS THE EMPLOYEE'S PAY ON THE REGISTER.
       01  PD-DED.
           05  PD-ID                PIC X(04) VALUE 'DED '.
           05  PD-EMP               PIC X(08).
           05  FILLER               PIC X(07) VALUE ' GROSS '.
           05  PD-GROSS             PIC 9(11).
           05  FILLER               PIC X(08) VALUE ' DEDUCT '.
           05  PD-AMT               PIC 9(09).
           05  FILLER               PIC X(05) VALUE ' NET '.
           05  PD-NET               PIC 9(11).
       01  PD-TOT.
           05  PD-T-ID              PIC X(10) VALUE 'DED TOTAL '.
           05  PD-T-AMT             PIC 9(11).
           05  FILLER               PIC X(11) VALUE ' NET TOTAL '.
           05  PD-T-NET             PIC 9(11).
