000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LINEINQ.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  LINEINQ - IMPACT INQUIRY OVER THE LINEAGE REGISTER.          *
000900*  INQUIRY CARDS COME FROM SYSIN:                               *
001000*    USERS <DSN> <FROM>   EVERY RUN THAT READ THE DATASET ON    *
001100*                         OR AFTER THE BATCH DATE (BLANK = NO   *
001200*                         BOUND), WITH WHAT EACH OF THOSE RUNS  *
001300*                         WROTE - THE IMPACT LIST WHEN A BAD    *
001400*                         MASTER ROW OR A CORRUPT DECK IS FOUND *
001500*    FED <DSN>            EVERY RUN THAT WROTE THE DATASET (A   *
001600*                         REPORT GENERATION HAS ONE), WITH      *
001700*                         EVERY DATASET THAT RUN READ           *
001800*  A RUN IS ONE PROGRAM AT ONE BATCH DATE AND START TIME, AS    *
001900*  THE LINEAGE SERVICE RECORDED IT.                             *
001910*  THE REGISTER IS NEVER TABLED WHOLE: EACH CARD READS IT       *
001920*  TWICE - ONCE FOR THE RUNS THAT MATCH (ROWS BEFORE THE FROM   *
001930*  DATE AND ROWS OF OTHER DATASETS ARE PASSED OVER), ONCE FOR   *
001940*  WHAT THOSE RUNS READ OR WROTE - SO ONLY THE ANSWER IS HELD,  *
001950*  HOWEVER LONG THE REGISTER GROWS.  AN ANSWER OVER 2000 RUNS   *
001960*  OR 5000 DATASET LINES IS CUT SHORT AND SAID SO, RC 4.        *
002000*****************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  2026-10-15  OSG  NEW PROGRAM.                                *
002210*  2026-10-15  OSG  REGISTER READ TWICE PER CARD INSTEAD OF     *
002220*                   TABLED WHOLE, SO IT NO LONGER STOPS ONCE    *
002230*                   LINEAGE PASSES 5000 ROWS.                   *
002247*  2026-10-15  OSG  A LIST CUT SHORT POSTED TO THE ALERT QUEUE. *
002264*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002281*                   LINEAGE REGISTER AT END OF JOB.             *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LINFILE ASSIGN TO LINEAGE
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS LQ-L-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  LINFILE.
003300 01  LINFILE-LINE             PIC X(61).
003400 WORKING-STORAGE SECTION.
003500 77  LQ-L-STATUS              PIC X(02).
003600 77  LQ-EOF-SW                PIC X(01).
003700     88  LQ-EOF                          VALUE 'Y'.
003800 77  LQ-CARD-EOF-SW           PIC X(01) VALUE 'N'.
003900     88  LQ-CARD-EOF                     VALUE 'Y'.
003910 77  LQ-FULL-SW               PIC X(01).
003920     88  LQ-FULL                         VALUE 'Y'.
003946 77  LQ-LN-LIN-SW             PIC X(01) VALUE 'N'.
003972 77  LQ-SAVE-RC               PIC S9(04) COMP.
004000 77  LQ-RUN-CNT               PIC 9(04) COMP.
004010 77  LQ-HIT-CNT               PIC 9(04) COMP.
004100 77  LQ-IX                    PIC 9(04) COMP.
004200 77  LQ-JX                    PIC 9(04) COMP.
004250 77  LQ-RX                    PIC 9(04) COMP.
004400 77  LQ-SHOWN                 PIC 9(04) COMP.
004500 77  LQ-FROM                  PIC 9(08).
004600 01  LQ-CARD                  PIC X(60).
004700 01  LQ-ACTION                PIC X(06).
004800 01  LQ-DSN                   PIC X(30).
004900 01  LQ-FROM-X                PIC X(08).
004950*    'R' FOR USERS (RUNS THAT READ IT), 'W' FOR FED; THE OTHER
004960*    MODE IS WHAT EACH OF THOSE RUNS IS SHOWN WITH
004970 01  LQ-MATCH-MODE            PIC X(01).
005000 01  LQ-OTHER-MODE            PIC X(01).
005010 01  LQ-ED-RUNS               PIC Z(03)9.
005100*    THE RUNS THAT MATCH THE CARD: PROGRAM, BATCH DATE, START
005200 01  LQ-RUN-TBL.
005300     05  LQ-RUN OCCURS 2000.
005400         10  LQ-R-PROGRAM     PIC X(12).
005500         10  LQ-R-DATE        PIC 9(08).
005550         10  LQ-R-TIME        PIC X(06).
005560*    WHAT THOSE RUNS READ OR WROTE, BY RUN
005570 01  LQ-HIT-TBL.
005580     05  LQ-HIT OCCURS 5000.
005590         10  LQ-H-RUN         PIC 9(04) COMP.
005595         10  LQ-H-DSN         PIC X(30).
005600 COPY LINEAGRC.
005700 COPY ALERTPM.
005800 COPY LINEAGPM.
005900 PROCEDURE DIVISION.
006000*****************************************************************
006100*  0000-MAINLINE - ANSWER EVERY CARD FROM THE REGISTER.         *
006200*****************************************************************
006300 0000-MAINLINE.
006500     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
006600         UNTIL LQ-CARD-EOF.
006700     GO TO 9999-EXIT.
009700
009800 2000-NEXT-CARD.
009900     MOVE SPACES TO LQ-CARD.
010000     ACCEPT LQ-CARD
010100         ON EXCEPTION
010200             MOVE 'Y' TO LQ-CARD-EOF-SW
010300             GO TO 2000-EXIT
010400     END-ACCEPT.
010500     IF LQ-CARD = SPACES
010600         MOVE 'Y' TO LQ-CARD-EOF-SW
010700         GO TO 2000-EXIT
010800     END-IF.
010900     MOVE SPACES TO LQ-ACTION LQ-DSN LQ-FROM-X.
011000     UNSTRING LQ-CARD DELIMITED BY ALL SPACE
011100         INTO LQ-ACTION LQ-DSN LQ-FROM-X.
011110     MOVE ZERO TO LQ-FROM.
011200     EVALUATE LQ-ACTION
011300         WHEN 'USERS'
011310             IF LQ-FROM-X NOT = SPACES
011320                 MOVE FUNCTION NUMVAL(LQ-FROM-X) TO LQ-FROM
011330             END-IF
011340             MOVE 'R' TO LQ-MATCH-MODE
011350             MOVE 'W' TO LQ-OTHER-MODE
011360             DISPLAY ' '
011370             DISPLAY 'RUNS THAT READ ' LQ-DSN ' SINCE '
011380                     LQ-FROM ':'
011500         WHEN 'FED'
011510             MOVE 'W' TO LQ-MATCH-MODE
011520             MOVE 'R' TO LQ-OTHER-MODE
011530             DISPLAY ' '
011540             DISPLAY 'WHAT FED ' LQ-DSN ':'
011700         WHEN OTHER
011800             DISPLAY 'UNKNOWN INQUIRY ' LQ-ACTION
011810             GO TO 2000-EXIT
011900     END-EVALUATE.
011910     MOVE 'N' TO LQ-FULL-SW.
011920     PERFORM 3000-FIND-RUNS THRU 3000-EXIT.
011930     PERFORM 4000-FIND-DATASETS THRU 4000-EXIT.
011940     PERFORM 5000-SHOW-RUNS THRU 5000-EXIT.
012000 2000-EXIT.
012100     EXIT.
012200
012300*****************************************************************
012400*  3000-FIND-RUNS - FIRST PASS: THE RUNS THAT READ (USERS) OR   *
012500*  WROTE (FED) THE DATASET, EACH HELD ONCE.                     *
012510*****************************************************************
012600 3000-FIND-RUNS.
012700     MOVE ZERO TO LQ-RUN-CNT.
012800     PERFORM 7000-OPEN-REGISTER THRU 7000-EXIT.
012900     PERFORM 3100-ONE-ROW THRU 3100-EXIT
013000         UNTIL LQ-EOF.
013100     CLOSE LINFILE.
013200 3000-EXIT.
013300     EXIT.
013400
013500 3100-ONE-ROW.
013600     READ LINFILE INTO LG-REC
013700         AT END
013800             MOVE 'Y' TO LQ-EOF-SW
013900             GO TO 3100-EXIT
014000     END-READ.
014100     IF LG-DSN NOT = LQ-DSN
014200        OR LG-MODE NOT = LQ-MATCH-MODE
014300        OR LG-DATE < LQ-FROM
014400         GO TO 3100-EXIT
014500     END-IF.
014600     PERFORM 7100-FIND-RUN THRU 7100-EXIT.
014700     IF LQ-RX > ZERO
014800         GO TO 3100-EXIT
014900     END-IF.
015000     IF LQ-RUN-CNT >= 2000
015100         MOVE 'Y' TO LQ-FULL-SW
015200         GO TO 3100-EXIT
015300     END-IF.
015400     ADD 1 TO LQ-RUN-CNT.
015500     MOVE LG-PROGRAM TO LQ-R-PROGRAM(LQ-RUN-CNT).
015600     MOVE LG-DATE    TO LQ-R-DATE(LQ-RUN-CNT).
015700     MOVE LG-TIME    TO LQ-R-TIME(LQ-RUN-CNT).
015800 3100-EXIT.
015900     EXIT.
016000
016100*****************************************************************
016200*  4000-FIND-DATASETS - SECOND PASS: WHAT EACH OF THOSE RUNS    *
016300*  WROTE (USERS) OR READ (FED).  A RUN'S ROWS ALL CARRY ITS     *
016400*  BATCH DATE, SO THE FROM DATE STILL PASSES OVER OLDER ROWS.   *
016500*****************************************************************
016600 4000-FIND-DATASETS.
016700     MOVE ZERO TO LQ-HIT-CNT.
016800     IF LQ-RUN-CNT = ZERO
016900         GO TO 4000-EXIT
017000     END-IF.
017100     PERFORM 7000-OPEN-REGISTER THRU 7000-EXIT.
017200     PERFORM 4100-ONE-ROW THRU 4100-EXIT
017300         UNTIL LQ-EOF.
017400     CLOSE LINFILE.
017500 4000-EXIT.
017600     EXIT.
017700
017800 4100-ONE-ROW.
017900     READ LINFILE INTO LG-REC
018000         AT END
018100             MOVE 'Y' TO LQ-EOF-SW
018200             GO TO 4100-EXIT
018300     END-READ.
018400     IF LG-MODE NOT = LQ-OTHER-MODE
018500        OR LG-DATE < LQ-FROM
018600         GO TO 4100-EXIT
018700     END-IF.
018800     PERFORM 7100-FIND-RUN THRU 7100-EXIT.
018900     IF LQ-RX = ZERO
019000         GO TO 4100-EXIT
019100     END-IF.
019200     IF LQ-HIT-CNT >= 5000
019300         MOVE 'Y' TO LQ-FULL-SW
019400         GO TO 4100-EXIT
019500     END-IF.
019600     ADD 1 TO LQ-HIT-CNT.
019700     MOVE LQ-RX  TO LQ-H-RUN(LQ-HIT-CNT).
019800     MOVE LG-DSN TO LQ-H-DSN(LQ-HIT-CNT).
019900 4100-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*  5000-SHOW-RUNS - EACH RUN, WITH ITS DATASETS OF THE OTHER    *
020400*  MODE (WHAT IT WROTE FOR USERS, WHAT IT READ FOR FED).        *
020500*****************************************************************
020600 5000-SHOW-RUNS.
020700     PERFORM 5100-ONE-RUN THRU 5100-EXIT
020800         VARYING LQ-IX FROM 1 BY 1
020900         UNTIL LQ-IX > LQ-RUN-CNT.
021000     IF LQ-RUN-CNT = ZERO
021100         IF LQ-MATCH-MODE = 'R'
021200             DISPLAY '  (NONE)'
021300         ELSE
021400             DISPLAY '  (NO RUN RECORDED WRITING IT)'
021500         END-IF
021600     ELSE
021700         IF LQ-MATCH-MODE = 'R'
021800             MOVE LQ-RUN-CNT TO LQ-ED-RUNS
021900             DISPLAY '  ' LQ-ED-RUNS ' RUN(S) CONSUMED ' LQ-DSN
022000         END-IF
022100     END-IF.
022200     IF LQ-FULL
022300         DISPLAY '  *** OVER 2000 RUNS OR 5000 DATASET LINES - '
022400                 'LIST CUT SHORT, ASK FROM A LATER DATE'
022450         PERFORM 8100-POST-ALERT THRU 8100-EXIT
022500         MOVE 4 TO RETURN-CODE
022600     END-IF.
022700 5000-EXIT.
022800     EXIT.
022900
023000 5100-ONE-RUN.
023100     DISPLAY '  ' LQ-R-PROGRAM(LQ-IX) ' ' LQ-R-DATE(LQ-IX)
023200             ' ' LQ-R-TIME(LQ-IX).
023300     MOVE ZERO TO LQ-SHOWN.
023400     PERFORM VARYING LQ-JX FROM 1 BY 1
023500         UNTIL LQ-JX > LQ-HIT-CNT
023600         IF LQ-H-RUN(LQ-JX) = LQ-IX
023700             ADD 1 TO LQ-SHOWN
023800             IF LQ-OTHER-MODE = 'W'
023900                 DISPLAY '      WROTE ' LQ-H-DSN(LQ-JX)
024000             ELSE
024100                 DISPLAY '      READ  ' LQ-H-DSN(LQ-JX)
024200             END-IF
024300         END-IF
024400     END-PERFORM.
024500     IF LQ-SHOWN = ZERO
024600         DISPLAY '      (NOTHING RECORDED)'
024700     END-IF.
024800 5100-EXIT.
024900     EXIT.
025000
025100 7000-OPEN-REGISTER.
025200     MOVE 'N' TO LQ-EOF-SW.
025300     OPEN INPUT LINFILE.
025400     IF LQ-L-STATUS NOT = '00'
025500         DISPLAY 'LINEAGE NOT AVAILABLE, STATUS ' LQ-L-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 9999-EXIT
025800     END-IF.
025850     MOVE 'Y' TO LQ-LN-LIN-SW.
025900 7000-EXIT.
026000     EXIT.
026100
026200 7100-FIND-RUN.
026300*    THE RUN OF THE ROW IN LG-REC, OR ZERO.  SEARCHED NEWEST
026400*    FIRST - A RUN'S ROWS LIE TOGETHER ON THE REGISTER.
026500     MOVE ZERO TO LQ-RX.
026600     PERFORM VARYING LQ-JX FROM LQ-RUN-CNT BY -1
026700         UNTIL LQ-JX < 1 OR LQ-RX > ZERO
026800         IF LQ-R-PROGRAM(LQ-JX) = LG-PROGRAM
026900            AND LQ-R-DATE(LQ-JX) = LG-DATE
027000            AND LQ-R-TIME(LQ-JX) = LG-TIME
027100             MOVE LQ-JX TO LQ-RX
027200         END-IF
027300     END-PERFORM.
027400 7100-EXIT.
027500     EXIT.
027600
027603 8000-RECORD-LINEAGE.
027606*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
027609*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
027612*    RETURN-CODE, SO IT IS PUT BACK.
027615     MOVE RETURN-CODE   TO LQ-SAVE-RC.
027618     MOVE 'LINEINQ'     TO LN-PROGRAM.
027621     MOVE SPACES        TO LN-START-TIME.
027624     MOVE ZERO          TO LN-CNT.
027627     IF LQ-LN-LIN-SW = 'Y'
027630         ADD 1 TO LN-CNT
027633         MOVE 'LINEAGE'     TO LN-DSN(LN-CNT)
027636         MOVE 'R'           TO LN-MODE(LN-CNT)
027639     END-IF.
027642     CALL 'LINEAGE' USING LN-PARM.
027645     MOVE LQ-SAVE-RC    TO RETURN-CODE.
027648 8000-EXIT.
027651     EXIT.
027654
027657 8100-POST-ALERT.
027660     MOVE SPACES TO AL-PARM.
027663     MOVE 'LINEINQ' TO AL-SOURCE.
027666     MOVE 'W' TO AL-SEVERITY.
027669     MOVE 'LINEINQ.SYSOUT' TO AL-DSN.
027672     STRING LQ-ACTION DELIMITED BY SPACE
027675            ' INQUIRY ON ' LQ-DSN DELIMITED BY SIZE
027678            ' CUT SHORT' DELIMITED BY SIZE
027681         INTO AL-TEXT.
027684     CALL 'ALERTSVC' USING AL-PARM.
027687 8100-EXIT.
027690     EXIT.
027693
027700 9999-EXIT.
027750     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
027800     STOP RUN.
