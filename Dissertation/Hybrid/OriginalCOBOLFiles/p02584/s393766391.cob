    SELECT OPTIONAL PROJHIST ASSIGN TO "PROJHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PH-ST.
*> the PROJCAL calibration is found through the report catalogue:
*> the newest CALIBRAT generation PROJCAL catalogued is the one used
    SELECT OPTIONAL RPTCAT ASSIGN TO "RPTCAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RC-ST.
    SELECT OPTIONAL CALIBRAT ASSIGN USING CAL-DSN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CL-ST.
*>
DATA DIVISION.
FILE SECTION.
    FD  CHKPT.
        01 CK-LINE PIC X(10).
    FD  PROJHIST.
        01 PH-LINE PIC X(80).
    FD  RPTCAT.
        01 RC-LINE PIC X(60).
    FD  CALIBRAT.
        01 CL-LINE PIC X(60).
*>
WORKING-STORAGE SECTION.
01 X          PIC S9(16) COMP.
   03 PH-ROW  PIC 9(9).
   03 FILLER  PIC X(1) VALUE SPACE.
   03 PH-PROJ PIC 9(17).
   03 FILLER  PIC X(1) VALUE SPACE.
*> the position as published after calibration (the raw one when
*> the row went uncorrected) and the CALIBRAT generation applied,
*> blank when none was; PH-PROJ stays the raw projection so the
*> variance pass keeps measuring the model's own bias
   03 PH-CALIB  PIC 9(17).
   03 FILLER    PIC X(1) VALUE SPACE.
   03 PH-CALGEN PIC X(24).
*> rows on PROJHIST for today's schedule - the records-out the
*> balancing run ties to what PROJVAR reads back; a restart starts
*> from the rows its abended run had already appended
01 PH-CNT     PIC 9(9) VALUE ZERO.
*> shop-standard completion record written through JOBLOG at EOJ
COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
COPY LINEAGPM.
*> the operator alert queue, for the RC 4 gate
COPY ALERTPM.
01 TS-DATE    PIC 9(8).
01 TS-TIME.
   03 TS-HHMMSS PIC 9(6).
*> inquiry and sweep programs find it without a compiled-in map
COPY CHKREGPM.
01 RG-DONE    PIC X(1) VALUE 'N'.
*> per-row bias from the newest proven CALIBRAT generation; with no
*> usable generation CAL-DSN is blank and positions go out raw
01 RC-ST      PIC X(2).
01 CL-ST      PIC X(2).
01 CAL-DSN    PIC X(30) VALUE SPACES.
01 CAL-EOF    PIC X(1).
01 CAL-HDR    PIC X(1) VALUE 'N'.
01 CAL-TRL    PIC X(1) VALUE 'N'.
01 CAL-TRL-CNT PIC 9(9) VALUE ZERO.
01 CAL-BAD    PIC X(1) VALUE 'N'.
01 CAL-CNT    PIC 9(4) VALUE ZERO.
01 CX         PIC 9(4).
01 CAL-TBL.
   03 CAL-ENTRY OCCURS 5000.
      05 CAL-ROW  PIC 9(9).
      05 CAL-BIAS PIC S9(9).
      05 CAL-ST   PIC X(7).
01 CAL-POS    PIC S9(18).
01 CAL-OUT    PIC Z(16)9.
01 WORST-RC   PIC 9(4) VALUE ZERO.
01 CAT-REC.
   03 CAT-DSN     PIC X(30).
   03 FILLER      PIC X(1).
   03 CAT-DATE    PIC 9(8).
   03 FILLER      PIC X(1).
   03 CAT-PROGRAM PIC X(12).
COPY CALIBRC.
COPY RPTHDTRL.
*>
PROCEDURE DIVISION.
MAIN.
*> of the top of the file, so an abend partway through a large deck
*> does not force a rerun from record one.
    PERFORM CHECKPOINT-RESTORE.
    MOVE CK-DONE TO PH-CNT.
*> Each position is published raw and corrected by its row's bias
*> from the newest PROJCAL calibration; a row with too few pairings
*> behind it goes out uncorrected and says so.
    PERFORM CALIBRATION-LOAD.

    OPEN INPUT SYSIN.


    PERFORM CHECKPOINT-COMPLETE.

    MOVE '175C'      TO LN-PROGRAM.
    MOVE TS-HHMMSS   TO LN-START-TIME.
    MOVE 2           TO LN-CNT.
    MOVE 'CHKPT175C' TO LN-DSN(1).
    MOVE 'W'         TO LN-MODE(1).
    MOVE 'PROJHIST'  TO LN-DSN(2).
    MOVE 'W'         TO LN-MODE(2).
    IF CAL-DSN NOT = SPACES
        MOVE 4           TO LN-CNT
        MOVE 'RPTCAT'    TO LN-DSN(3)
        MOVE 'R'         TO LN-MODE(3)
        MOVE CAL-DSN     TO LN-DSN(4)
        MOVE 'R'         TO LN-MODE(4)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE '175C'      TO JL-PROGRAM.
    MOVE TS-DATE     TO JL-START-DATE.
    MOVE TS-HHMMSS   TO JL-START-TIME.
    MOVE REC-NO      TO JL-RECS-IN.
    MOVE PH-CNT      TO JL-RECS-OUT.
    MOVE 'NORMAL'    TO JL-STATUS.
    CALL 'JOBLOG' USING JL-PARM.
    MOVE WORST-RC    TO RETURN-CODE.

    GOBACK.

    MOVE ZA TO OUT
  END-IF.
*>
  MOVE TS-DATE TO PH-DATE.
  MOVE REC-NO  TO PH-ROW.
  COMPUTE PH-PROJ = FUNCTION NUMVAL(OUT).
  MOVE PH-PROJ TO PH-CALIB.
  MOVE CAL-DSN TO PH-CALGEN.
  IF CAL-DSN = SPACES
    DISPLAY FUNCTION TRIM(OUT)
  ELSE
    PERFORM VARYING CX FROM 1 BY 1
        UNTIL CX > CAL-CNT OR CAL-ROW(CX) = REC-NO
      CONTINUE
    END-PERFORM
    IF CX > CAL-CNT
      DISPLAY FUNCTION TRIM(OUT) ' ' FUNCTION TRIM(OUT) ' UNCORRECTED'
    ELSE
      IF CAL-ST(CX) NOT = 'CALIB'
        DISPLAY FUNCTION TRIM(OUT) ' ' FUNCTION TRIM(OUT) ' UNCORRECTED'
      ELSE
        COMPUTE CAL-POS = PH-PROJ + CAL-BIAS(CX)
        IF CAL-POS < 0
          MOVE 0 TO CAL-POS
        END-IF
        MOVE CAL-POS TO PH-CALIB
        MOVE PH-CALIB TO CAL-OUT
        DISPLAY FUNCTION TRIM(OUT) ' ' FUNCTION TRIM(CAL-OUT)
      END-IF
    END-IF
  END-IF.
  OPEN EXTEND PROJHIST.
  IF PH-ST = '00' OR PH-ST = '05'
    WRITE PH-LINE FROM PH-REC
    ADD 1 TO PH-CNT
    CLOSE PROJHIST
  END-IF.

  MOVE 'CHKPT175C' TO CR-DSN.
  MOVE 'C'         TO CR-FLAG.
  CALL 'CHKREG' USING CR-PARM.
*>
*> newest CALIBRAT generation PROJCAL catalogued on RPTCAT; it is
*> used only if its header is PROJCAL's and its trailer count agrees
CALIBRATION-LOAD SECTION.
  OPEN INPUT RPTCAT.
  IF RC-ST = '00'
    MOVE 'N' TO CAL-EOF
    PERFORM UNTIL CAL-EOF = 'Y'
      READ RPTCAT INTO CAT-REC
        AT END
          MOVE 'Y' TO CAL-EOF
        NOT AT END
          IF CAT-PROGRAM = 'PROJCAL' AND CAT-DSN(1:10) = 'CALIBRAT.G'
            MOVE CAT-DSN TO CAL-DSN
          END-IF
      END-READ
    END-PERFORM
    CLOSE RPTCAT
  END-IF.
  IF CAL-DSN = SPACES
    DISPLAY '175C NO CALIBRATION CATALOGUED - POSITIONS UNCORRECTED'
  ELSE
    OPEN INPUT CALIBRAT
    IF CL-ST NOT = '00'
      MOVE 'Y' TO CAL-BAD
    ELSE
      MOVE 'N' TO CAL-EOF
      PERFORM UNTIL CAL-EOF = 'Y'
        READ CALIBRAT
          AT END
            MOVE 'Y' TO CAL-EOF
          NOT AT END
            PERFORM CALIBRATION-RECORD
        END-READ
      END-PERFORM
      CLOSE CALIBRAT
      IF CAL-HDR NOT = 'Y' OR CAL-TRL NOT = 'Y'
         OR CAL-CNT NOT = CAL-TRL-CNT
        MOVE 'Y' TO CAL-BAD
      END-IF
    END-IF
    IF CAL-BAD = 'Y'
      DISPLAY '175C CALIBRATION ' FUNCTION TRIM(CAL-DSN)
              ' DOES NOT PROVE - POSITIONS UNCORRECTED'
*>    posted while CAL-DSN still names the generation that failed
      MOVE SPACES TO AL-PARM
      MOVE '175C' TO AL-SOURCE
      MOVE 'W' TO AL-SEVERITY
      MOVE CAL-DSN TO AL-DSN
      MOVE 'CALIBRATION DOES NOT PROVE - POSITIONS GO OUT UNCORRECTED'
        TO AL-TEXT
      CALL 'ALERTSVC' USING AL-PARM
      MOVE SPACES TO CAL-DSN
      MOVE ZERO TO CAL-CNT
      MOVE 4 TO WORST-RC
    ELSE
      DISPLAY '175C CALIBRATION ' FUNCTION TRIM(CAL-DSN) ' APPLIED'
    END-IF
  END-IF.
*>
CALIBRATION-RECORD SECTION.
  EVALUATE TRUE
    WHEN CL-LINE(1:4) = 'HDR '
      MOVE CL-LINE TO HT-HEADER
      IF HT-H-PROGRAM = 'PROJCAL'
        MOVE 'Y' TO CAL-HDR
      END-IF
    WHEN CL-LINE(1:4) = 'TRL '
      MOVE CL-LINE TO HT-TRAILER
      IF HT-T-COUNT IS NUMERIC
        MOVE HT-T-COUNT TO CAL-TRL-CNT
        MOVE 'Y' TO CAL-TRL
      END-IF
    WHEN CAL-CNT >= 5000
      MOVE 'Y' TO CAL-BAD
    WHEN OTHER
      MOVE CL-LINE TO CI-REC
      ADD 1 TO CAL-CNT
      MOVE CI-ROW    TO CAL-ROW(CAL-CNT)
      MOVE CI-BIAS   TO CAL-BIAS(CAL-CNT)
      MOVE CI-STATUS TO CAL-ST(CAL-CNT)
  END-EVALUATE.
