000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LINEAGE.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  LINEAGE - DATASET LINEAGE REGISTER SERVICE.  EVERY BATCH     *
000900*  PROGRAM CALLS THIS ONCE AT END OF JOB, BESIDE ITS JOBLOG     *
001000*  CALL, WITH ITS PROGRAM ID, ITS START TIME AND THE LIST OF    *
001100*  DATASETS IT OPENED - EACH MARKED 'R' (READ) OR 'W' (WRITTEN  *
001200*  OR EXTENDED).  ONE ROW PER DATASET IS APPENDED TO THE        *
001300*  LINEAGE DATASET UNDER THE OFFICIAL BATCH DATE (BATCHDT):     *
001400*    <PROGRAM> <BATCH-DATE> <START-TIME> <DSN> <R/W>            *
001500*  PROGRAM, BATCH DATE AND START TIME TOGETHER NAME ONE RUN,    *
001600*  SO LINEINQ CAN TELL WHICH RUNS CONSUMED A DATASET AND WHAT   *
001700*  FED A GIVEN REPORT GENERATION.  THE REGISTER IS ADVISORY:    *
001800*  A LINEAGE DATASET THAT WILL NOT OPEN NEVER FAILS THE RUN.    *
001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-10-15  OSG  NEW PROGRAM.                                *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL LINFILE ASSIGN TO LINEAGE
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS LG-FILE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  LINFILE.
003200 01  LINFILE-LINE             PIC X(61).
003300 WORKING-STORAGE SECTION.
003400 77  LG-FILE-STATUS           PIC X(02).
003500 77  LG-TRY-CNT               PIC 9(02) COMP.
003600 77  LG-IX                    PIC 9(02) COMP.
003700 77  LG-CNT                   PIC 9(02) COMP.
003800 77  LG-OPEN-SW               PIC X(01).
003900 77  LG-RUN-TIME              PIC X(06).
004000 01  LG-TIMESTAMP.
004100     05  LG-TS-DATE           PIC 9(08).
004200     05  LG-TS-TIME.
004300         07  LG-TS-HHMMSS     PIC 9(06).
004400         07  FILLER           PIC 9(02).
004500 COPY LINEAGRC.
004600 COPY BATCHDPM.
004700 LINKAGE SECTION.
004800 COPY LINEAGPM.
004900 PROCEDURE DIVISION USING LN-PARM.
005000*****************************************************************
005100*  0000-MAINLINE - STAMP THE BATCH DATE, APPEND ONE ROW PER     *
005200*  DATASET NAMED BY THE CALLER.                                 *
005300*****************************************************************
005400 0000-MAINLINE.
005500     MOVE LN-CNT TO LG-CNT.
005600     IF LG-CNT = ZERO
005700         GO TO 9999-EXIT
005800     END-IF.
005900     IF LG-CNT > 12
006000         MOVE 12 TO LG-CNT
006100     END-IF.
006200     PERFORM 1000-BATCH-DATE THRU 1000-EXIT.
006300     PERFORM 2000-APPEND-ROWS THRU 2000-EXIT.
006400     GO TO 9999-EXIT.
006500
006600 1000-BATCH-DATE.
006700     ACCEPT LG-TS-DATE FROM DATE YYYYMMDD.
006800     ACCEPT LG-TS-TIME FROM TIME.
006900     MOVE LG-TS-DATE TO BD-DATE.
007000     CALL 'BATCHDT' USING BD-PARM
007100         ON EXCEPTION
007200             MOVE LG-TS-DATE TO BD-DATE
007300     END-CALL.
007400*    A CALLER THAT KEPT NO START STAMP IS BOOKED AT THE TIME
007500*    IT CALLED, WHICH STILL KEEPS ITS ROWS TOGETHER.
007600     MOVE LN-START-TIME TO LG-RUN-TIME.
007700     IF LG-RUN-TIME = SPACES
007800         MOVE LG-TS-HHMMSS TO LG-RUN-TIME
007900     END-IF.
008000 1000-EXIT.
008100     EXIT.
008200
008300 2000-APPEND-ROWS.
008400*    STATUS 05 IS A SUCCESSFUL OPEN THAT CREATED THE OPTIONAL
008500*    DATASET.  ANOTHER JOB ENDING AT THE SAME MOMENT CAN BOUNCE
008600*    THE OPEN, SO IT IS RETRIED AS JOBLOG RETRIES ITS OWN.
008700     MOVE 'N' TO LG-OPEN-SW.
008800     PERFORM VARYING LG-TRY-CNT FROM 1 BY 1
008900         UNTIL LG-TRY-CNT > 5 OR LG-OPEN-SW = 'Y'
009000         OPEN EXTEND LINFILE
009100         IF LG-FILE-STATUS = '00' OR LG-FILE-STATUS = '05'
009200             MOVE 'Y' TO LG-OPEN-SW
009300         END-IF
009400     END-PERFORM.
009500     IF LG-OPEN-SW = 'N'
009600         DISPLAY 'LINEAGE NOT AVAILABLE, STATUS '
009700                 LG-FILE-STATUS ' - ' LN-PROGRAM
009800                 ' LINEAGE NOT RECORDED'
009900         GO TO 2000-EXIT
010000     END-IF.
010100     PERFORM 2100-ONE-ROW THRU 2100-EXIT
010200         VARYING LG-IX FROM 1 BY 1
010300         UNTIL LG-IX > LG-CNT.
010400     CLOSE LINFILE.
010500 2000-EXIT.
010600     EXIT.
010700
010800 2100-ONE-ROW.
010900     IF LN-DSN(LG-IX) = SPACES
011000         GO TO 2100-EXIT
011100     END-IF.
011200     MOVE SPACES          TO LG-REC.
011300     MOVE LN-PROGRAM      TO LG-PROGRAM.
011400     MOVE BD-DATE         TO LG-DATE.
011500     MOVE LG-RUN-TIME     TO LG-TIME.
011600     MOVE LN-DSN(LG-IX)   TO LG-DSN.
011700     IF LN-MODE(LG-IX) = 'W'
011800         MOVE 'W' TO LG-MODE
011900     ELSE
012000         MOVE 'R' TO LG-MODE
012100     END-IF.
012200     WRITE LINFILE-LINE FROM LG-REC.
012300 2100-EXIT.
012400     EXIT.
012500
012600 9999-EXIT.
012700     GOBACK.
