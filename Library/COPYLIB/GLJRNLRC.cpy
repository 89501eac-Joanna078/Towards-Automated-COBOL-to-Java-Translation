       01  GJ-REC.
      *    'J' JOURNAL LINE; THE BATCH CONTROL RECORD ('C') LEADS
           05  GJ-TYPE              PIC X(01).
           05  FILLER               PIC X(01).
           05  GJ-BATCH             PIC X(10).
           05  FILLER               PIC X(01).
           05  GJ-LINE              PIC 9(06).
           05  FILLER               PIC X(01).
           05  GJ-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(01).
           05  GJ-CENTRE            PIC X(06).
           05  FILLER               PIC X(01).
      *    'D' DEBIT, 'C' CREDIT
           05  GJ-DC                PIC X(01).
           05  FILLER               PIC X(01).
           05  GJ-AMOUNT            PIC 9(13).
           05  FILLER               PIC X(01).
           05  GJ-DATE              PIC 9(08).
           05  FILLER               PIC X(01).
           05  GJ-DESC              PIC X(30).
       01  GJ-CONTROL REDEFINES GJ-REC.
           05  GJ-C-TYPE            PIC X(01).
           05  FILLER               PIC X(01).
           05  GJ-C-BATCH           PIC X(10).
           05  FILLER               PIC X(01).
           05  GJ-C-PERIOD          PIC 9(06).
           05  FILLER               PIC X(01).
           05  GJ-C-LINES           PIC 9(06).
           05  FILLER               PIC X(01).
           05  GJ-C-DEBITS          PIC 9(13).
           05  FILLER               PIC X(01).
           05  GJ-C-CREDITS         PIC 9(13).
           05  FILLER               PIC X(01).
           05  GJ-C-SOURCE          PIC X(08).
           05  FILLER               PIC X(30).
