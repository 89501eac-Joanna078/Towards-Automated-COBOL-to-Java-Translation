000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALERTSVC.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ALERTSVC - CENTRAL ALERT QUEUE SERVICE.  EVERY GATE THAT     *
000900*  ENDS RC 4 (OR RC 8) POSTS HERE AS WELL, SO THE OPERATOR ON   *
001000*  SHIFT HAS ONE PLACE TO LOOK.  CALLERS PASS SOURCE PROGRAM,   *
001100*  SEVERITY, ONE LINE OF TEXT AND THE REPORT DSN TO OPEN; THE   *
001200*  SERVICE STAMPS THE OFFICIAL BATCH DATE (BATCHDT) AND THE     *
001300*  TIME AND APPENDS ONE ROW TO THE ALERTQ DATASET:              *
001400*    <ID> <BATCH-DATE> <TIME> <SOURCE> <SEV> <DSN> <TEXT>       *
001500*  THE ID IS THE ROW'S POSITION IN THE QUEUE, WHICH ONLY EVER   *
001600*  GROWS; ALERTACK RECORDS ACKNOWLEDGEMENTS AND CLOSES AGAINST  *
001700*  IT ON THE SEPARATE ALERTACT DATASET.                         *
001800*  AL-STATUS 'G' POSTED (AL-ID SET), 'N' QUEUE NOT AVAILABLE.   *
001900*  THE QUEUE NEVER FAILS THE CALLER - ITS OWN RETURN CODE AND   *
002000*  REPORT STILL STAND.                                          *
002100*****************************************************************
002200*  MODIFICATION HISTORY                                         *
002300*  2026-10-15  OSG  NEW PROGRAM.                                *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL ALERTQ ASSIGN TO ALERTQ
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS AS-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ALERTQ.
003400 01  ALERTQ-LINE              PIC X(129).
003500 WORKING-STORAGE SECTION.
003600 77  AS-FILE-STATUS           PIC X(02).
003700 77  AS-TRY-CNT               PIC 9(02) COMP.
003800 77  AS-OPEN-SW               PIC X(01).
003900 77  AS-EOF-SW                PIC X(01).
004000     88  AS-EOF                          VALUE 'Y'.
004100 77  AS-ROW-CNT               PIC 9(06) COMP.
004200 01  AS-TIMESTAMP.
004300     05  AS-TS-DATE           PIC 9(08).
004400     05  AS-TS-TIME.
004500         07  AS-TS-HHMMSS     PIC 9(06).
004600         07  FILLER           PIC 9(02).
004700 COPY ALERTRC.
004800 COPY BATCHDPM.
004900 LINKAGE SECTION.
005000 COPY ALERTPM.
005100 PROCEDURE DIVISION USING AL-PARM.
005200*****************************************************************
005300*  0000-MAINLINE - NUMBER THE ALERT, STAMP IT, APPEND IT.       *
005400*****************************************************************
005500 0000-MAINLINE.
005600     MOVE 'N' TO AL-STATUS.
005700     MOVE ZERO TO AL-ID.
005800     PERFORM 1000-BATCH-DATE THRU 1000-EXIT.
005900     PERFORM 2000-COUNT-ROWS THRU 2000-EXIT.
006000     PERFORM 3000-APPEND-ROW THRU 3000-EXIT.
006100     GO TO 9999-EXIT.
006200
006300 1000-BATCH-DATE.
006400     ACCEPT AS-TS-DATE FROM DATE YYYYMMDD.
006500     ACCEPT AS-TS-TIME FROM TIME.
006600     MOVE AS-TS-DATE TO BD-DATE.
006700     CALL 'BATCHDT' USING BD-PARM
006800         ON EXCEPTION
006900             MOVE AS-TS-DATE TO BD-DATE
007000     END-CALL.
007100 1000-EXIT.
007200     EXIT.
007300
007400 2000-COUNT-ROWS.
007500*    THE NEXT ID IS ONE PAST THE ROWS ALREADY QUEUED
007600     MOVE ZERO TO AS-ROW-CNT.
007700     MOVE 'N' TO AS-EOF-SW.
007800     OPEN INPUT ALERTQ.
007900     IF AS-FILE-STATUS NOT = '00' AND AS-FILE-STATUS NOT = '05'
008000         GO TO 2000-EXIT
008100     END-IF.
008200     PERFORM UNTIL AS-EOF
008300         READ ALERTQ
008400             AT END
008500                 MOVE 'Y' TO AS-EOF-SW
008600             NOT AT END
008700                 ADD 1 TO AS-ROW-CNT
008800         END-READ
008900     END-PERFORM.
009000     CLOSE ALERTQ.
009100 2000-EXIT.
009200     EXIT.
009300
009400 3000-APPEND-ROW.
009500*    STATUS 05 IS A SUCCESSFUL OPEN THAT CREATED THE OPTIONAL
009600*    DATASET; A BOUNCED OPEN IS RETRIED AS JOBLOG RETRIES ITS.
009700     MOVE 'N' TO AS-OPEN-SW.
009800     PERFORM VARYING AS-TRY-CNT FROM 1 BY 1
009900         UNTIL AS-TRY-CNT > 5 OR AS-OPEN-SW = 'Y'
010000         OPEN EXTEND ALERTQ
010100         IF AS-FILE-STATUS = '00' OR AS-FILE-STATUS = '05'
010200             MOVE 'Y' TO AS-OPEN-SW
010300         END-IF
010400     END-PERFORM.
010500     IF AS-OPEN-SW = 'N'
010600         DISPLAY 'ALERTQ NOT AVAILABLE, STATUS '
010700                 AS-FILE-STATUS ' - ALERT FROM ' AL-SOURCE
010800                 ' NOT QUEUED'
010900         GO TO 3000-EXIT
011000     END-IF.
011100     MOVE SPACES          TO AR-REC.
011200     COMPUTE AR-ID = AS-ROW-CNT + 1.
011300     MOVE BD-DATE         TO AR-DATE.
011400     MOVE AS-TS-HHMMSS    TO AR-TIME.
011500     MOVE AL-SOURCE       TO AR-SOURCE.
011600     IF AL-SEVERITY = 'E'
011700         MOVE 'E' TO AR-SEVERITY
011800     ELSE
011900         MOVE 'W' TO AR-SEVERITY
012000     END-IF.
012100     MOVE AL-DSN          TO AR-DSN.
012200     MOVE AL-TEXT         TO AR-TEXT.
012300     WRITE ALERTQ-LINE FROM AR-REC.
012400     CLOSE ALERTQ.
012500     MOVE AR-ID TO AL-ID.
012600     MOVE 'G' TO AL-STATUS.
012700     DISPLAY 'ALERT ' AR-ID ' QUEUED FOR THE OPERATOR'.
012800 3000-EXIT.
012900     EXIT.
013000
013100 9999-EXIT.
013200     GOBACK.
