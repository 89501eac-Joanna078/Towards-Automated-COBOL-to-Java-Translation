       01  SN-REC.
      *    ONE ROW PER STUDENT - ACADEMIC STANDING AS OF SN-TERM
           05  SN-SID               PIC X(08).
           05  FILLER               PIC X(01).
           05  SN-TERM              PIC X(06).
           05  FILLER               PIC X(01).
      *    THE STUDENT'S MOST RECENT GRADED TERM AND ITS SCORE
           05  SN-LAST-TERM         PIC X(06).
           05  FILLER               PIC X(01).
           05  SN-LAST-ADJ          PIC 9(06).
           05  FILLER               PIC X(01).
      *    CONSECUTIVE GRADED TERMS BELOW THE THRESHOLD SCORE
           05  SN-RUN               PIC 9(02).
           05  FILLER               PIC X(01).
      *    'G' GOOD STANDING, 'W' WARNING, 'P' PROBATION,
      *    'D' DISMISSAL REVIEW; SN-PRIOR IS THE STANDING AS OF THE
      *    TERM BEFORE (SPACE WHEN THE STUDENT IS NEW THIS TERM)
           05  SN-STATUS            PIC X(01).
           05  FILLER               PIC X(01).
           05  SN-PRIOR             PIC X(01).
