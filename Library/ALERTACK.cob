000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALERTACK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ALERTACK - OPERATOR MAINTENANCE FOR THE ALERTQ QUEUE THAT    *
000900*  THE GATES POST TO THROUGH ALERTSVC.  THE DECK OPENS WITH     *
001000*  'OPER <ID>', VERIFIED THROUGH THE OPAUTH SERVICE, THEN:      *
001100*    ACK  <ALERT-ID> <COMMENT>   SEEN AND BEING WORKED          *
001200*    CLOS <ALERT-ID> <COMMENT>   DEALT WITH - OFF THE BOARD     *
001300*    LIST                        EVERY ALERT STILL OPEN         *
001400*    LIST ALL                    EVERY ALERT, CLOSED INCLUDED   *
001500*  A COMMENT IS REQUIRED ON ACK AND CLOS.  EACH ACTION IS       *
001600*  APPENDED TO THE ALERTACT DATASET (ID, ACTION, STAMP,         *
001700*  OPERATOR, COMMENT); THE QUEUE ITSELF IS NEVER REWRITTEN,     *
001800*  SO A GATE POSTING WHILE THIS RUNS LOSES NOTHING.  AN ALERT   *
001900*  IS NEW UNTIL ACKNOWLEDGED, AND CLOSED ONCE ANY CLOS IS ON    *
002000*  FILE FOR IT.  OPSDASH ESCALATES ALERTS LEFT NEW TOO LONG.    *
002100*  THE QUEUE IS NEVER TABLED: EACH ALERT'S STATE IS HELD BY     *
002200*  ITS ID (ITS QUEUE POSITION) FROM ALERTACT, AND ALERTQ IS     *
002300*  READ THROUGH FOR EACH ACK, CLOS AND LIST, SO THE QUEUE MAY   *
002400*  GROW TO THE FULL SIX-DIGIT ID RANGE.                         *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002800*  2026-10-15  OSG  QUEUE READ THROUGH PER CARD INSTEAD OF      *
002900*                   TABLED WHOLE, SO IT NO LONGER STOPS ONCE    *
003000*                   ALERTQ PASSES 2000 ALERTS.                  *
003033*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003066*                   LINEAGE REGISTER AT END OF JOB.             *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL ALERTQ ASSIGN TO ALERTQ
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS AA-Q-STATUS.
003800     SELECT OPTIONAL ALERTACT ASSIGN TO ALERTACT
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS AA-A-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ALERTQ.
004400 01  ALERTQ-LINE              PIC X(129).
004500 FD  ALERTACT.
004600 01  ALERTACT-LINE            PIC X(97).
004700 WORKING-STORAGE SECTION.
004800 77  AA-Q-STATUS              PIC X(02).
004900 77  AA-A-STATUS              PIC X(02).
004920 77  AA-LN-ACR-SW             PIC X(01) VALUE 'N'.
004940 77  AA-LN-QUE-SW             PIC X(01) VALUE 'N'.
004960 77  AA-LN-ACW-SW             PIC X(01) VALUE 'N'.
004980 77  AA-SAVE-RC               PIC S9(04) COMP.
005000 77  AA-EOF-SW                PIC X(01).
005100     88  AA-EOF                          VALUE 'Y'.
005200 77  AA-CARD-EOF-SW           PIC X(01) VALUE 'N'.
005300     88  AA-CARD-EOF                     VALUE 'Y'.
005400 77  AA-FOUND-SW              PIC X(01).
005500     88  AA-FOUND                        VALUE 'Y'.
005600 77  AA-SHOWN                 PIC 9(06) COMP.
005700 77  AA-PTR                   PIC 9(03) COMP.
005800 77  AA-OX                    PIC 9(03) COMP.
005900 77  AA-OPER-CNT              PIC 9(03) COMP VALUE ZERO.
006000*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006100 77  AA-OPER                  PIC X(08) VALUE SPACES.
006200 77  AA-WARNED-SW             PIC X(01) VALUE 'N'.
006300 01  AA-CARD                  PIC X(80).
006400 01  AA-ACTION                PIC X(04).
006500 01  AA-ID-X                  PIC X(08).
006600 01  AA-ID                    PIC 9(06).
006700 01  AA-COMMENT               PIC X(60).
006800 01  AA-STATE-TEXT            PIC X(12).
006900*    THE OPERATOR WHO LAST MOVED THE ALERT ON, AND ITS SOURCE
007000 01  AA-BY                    PIC X(08).
007100 01  AA-SOURCE                PIC X(12).
007200 01  AA-TIMESTAMP.
007300     05  AA-TS-DATE           PIC 9(08).
007400     05  AA-TS-TIME.
007500         07  AA-TS-HHMMSS     PIC 9(06).
007600         07  FILLER           PIC 9(02).
007700 COPY OPAUTHPM.
007800 COPY ALERTRC.
007900 COPY ALERTKRC.
007950 COPY LINEAGPM.
008000*    EACH ALERT'S STATE BY ITS ID ('N' NEW, 'A' ACKNOWLEDGED,
008100*    'C' CLOSED) AND WHO MOVED IT THERE, AS AN INDEX INTO THE
008200*    OPERATORS SEEN ON ALERTACT (ZERO NONE, OR PAST 500 NAMES)
008300 01  AA-STATE-TBL.
008400     05  AA-STATE             PIC X(01) OCCURS 999999.
008500 01  AA-OPIX-TBL.
008600     05  AA-OPIX              PIC 9(03) COMP OCCURS 999999.
008700 01  AA-OPER-TBL.
008800     05  AA-OP-NAME           PIC X(08) OCCURS 500.
008900 PROCEDURE DIVISION.
009000*****************************************************************
009100*  0000-MAINLINE - CHECK THE OPERATOR, LOAD THE STATES, APPLY   *
009200*  EVERY CARD.                                                  *
009300*****************************************************************
009400 0000-MAINLINE.
009500     ACCEPT AA-TS-DATE FROM DATE YYYYMMDD.
009600     ACCEPT AA-TS-TIME FROM TIME.
009700     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
009800     IF AA-CARD-EOF
009900         MOVE 12 TO RETURN-CODE
010000         GO TO 9999-EXIT
010100     END-IF.
010200     PERFORM 1100-LOAD-ACTIONS THRU 1100-EXIT.
010300     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
010400         UNTIL AA-CARD-EOF.
010500     GO TO 9999-EXIT.
010600
010700 1100-LOAD-ACTIONS.
010800     MOVE ALL 'N' TO AA-STATE-TBL.
010900     INITIALIZE AA-OPIX-TBL.
011000     MOVE 'N' TO AA-EOF-SW.
011100     OPEN INPUT ALERTACT.
011200     IF AA-A-STATUS NOT = '00' AND AA-A-STATUS NOT = '05'
011300         GO TO 1100-EXIT
011400     END-IF.
011425     IF AA-A-STATUS = '00'
011450         MOVE 'Y' TO AA-LN-ACR-SW
011475     END-IF.
011500     PERFORM UNTIL AA-EOF
011600         READ ALERTACT INTO AK-REC
011700             AT END
011800                 MOVE 'Y' TO AA-EOF-SW
011900             NOT AT END
012000                 IF AK-ID IS NUMERIC AND AK-ID > ZERO
012100                     PERFORM 3100-APPLY-ACTION THRU 3100-EXIT
012200                 END-IF
012300         END-READ
012400     END-PERFORM.
012500     CLOSE ALERTACT.
012600 1100-EXIT.
012700     EXIT.
012800
012900 1500-VERIFY-OPERATOR.
013000*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
013100*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
013200*    DECK IS REJECTED.  A MISSING OPAUTH DATASET FAILS OPEN
013300*    WITH A WARNING, AS THE OTHER MAINTENANCE PROGRAMS DO.
013400     MOVE SPACES TO AA-CARD.
013500     ACCEPT AA-CARD
013600         ON EXCEPTION
013700             MOVE SPACES TO AA-CARD
013800     END-ACCEPT.
013900     MOVE SPACES TO AA-ACTION AA-ID-X.
014000     UNSTRING AA-CARD DELIMITED BY ALL SPACE
014100         INTO AA-ACTION AA-ID-X.
014200     IF AA-ACTION NOT = 'OPER'
014300         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
014400         MOVE 'Y' TO AA-CARD-EOF-SW
014500         GO TO 1500-EXIT
014600     END-IF.
014700     MOVE AA-ID-X TO AA-OPER.
014800     MOVE AA-OPER TO OA-OPERATOR.
014900     MOVE 'ALERTACK' TO OA-PROGRAM.
015000     MOVE '*' TO OA-ACTION.
015100     CALL 'OPAUTH' USING OA-PARM.
015200     EVALUATE OA-STATUS
015300         WHEN 'M'
015400             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
015500                     'NOT ENFORCED THIS RUN'
015600             MOVE 'Y' TO AA-WARNED-SW
015700         WHEN 'G'
015800             CONTINUE
015900         WHEN OTHER
016000             DISPLAY 'DECK REJECTED - OPERATOR ' AA-OPER
016100                     ' NOT AUTHORIZED FOR ALERTACK'
016200             MOVE 'Y' TO AA-CARD-EOF-SW
016300     END-EVALUATE.
016400 1500-EXIT.
016500     EXIT.
016600
016700 2000-NEXT-CARD.
016800     MOVE SPACES TO AA-CARD.
016900     ACCEPT AA-CARD
017000         ON EXCEPTION
017100             MOVE 'Y' TO AA-CARD-EOF-SW
017200             GO TO 2000-EXIT
017300     END-ACCEPT.
017400     IF AA-CARD = SPACES
017500         MOVE 'Y' TO AA-CARD-EOF-SW
017600         GO TO 2000-EXIT
017700     END-IF.
017800     MOVE SPACES TO AA-ACTION AA-ID-X AA-COMMENT.
017900     MOVE 1 TO AA-PTR.
018000     UNSTRING AA-CARD DELIMITED BY ALL SPACE
018100         INTO AA-ACTION AA-ID-X
018200         WITH POINTER AA-PTR.
018300*    EVERYTHING AFTER THE ALERT ID IS THE OPERATOR'S COMMENT
018400     IF AA-PTR <= 80
018500         MOVE AA-CARD(AA-PTR:) TO AA-COMMENT
018600     END-IF.
018700     IF AA-WARNED-SW = 'N'
018800         MOVE AA-OPER TO OA-OPERATOR
018900         MOVE 'ALERTACK' TO OA-PROGRAM
019000         MOVE AA-ACTION TO OA-ACTION
019100         CALL 'OPAUTH' USING OA-PARM
019200         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
019300             DISPLAY AA-ACTION ' REJECTED - OPERATOR '
019400                     AA-OPER ' NOT AUTHORIZED'
019500             GO TO 2000-EXIT
019600         END-IF
019700     END-IF.
019800     EVALUATE AA-ACTION
019900         WHEN 'ACK'
020000         WHEN 'CLOS'
020100             PERFORM 4100-ACT-ON-ALERT THRU 4100-EXIT
020200         WHEN 'LIST'
020300             PERFORM 4300-LIST THRU 4300-EXIT
020400         WHEN OTHER
020500             DISPLAY 'UNKNOWN ACTION ' AA-ACTION
020600     END-EVALUATE.
020700 2000-EXIT.
020800     EXIT.
020900
021000*****************************************************************
021100*  3000-FIND-ALERT - READ ALERTQ THROUGH FOR ALERT AA-ID.       *
021200*****************************************************************
021300 3000-FIND-ALERT.
021400     MOVE 'N' TO AA-FOUND-SW AA-EOF-SW.
021500     MOVE SPACES TO AA-SOURCE.
021600     OPEN INPUT ALERTQ.
021700     IF AA-Q-STATUS NOT = '00' AND AA-Q-STATUS NOT = '05'
021800         DISPLAY 'NO ALERTQ DATASET - NOTHING QUEUED'
021900         GO TO 3000-EXIT
022000     END-IF.
022025     IF AA-Q-STATUS = '00'
022050         MOVE 'Y' TO AA-LN-QUE-SW
022075     END-IF.
022100     PERFORM UNTIL AA-EOF OR AA-FOUND
022200         READ ALERTQ INTO AR-REC
022300             AT END
022400                 MOVE 'Y' TO AA-EOF-SW
022500             NOT AT END
022600                 IF AR-ID IS NUMERIC AND AR-ID = AA-ID
022700                     MOVE 'Y' TO AA-FOUND-SW
022800                     MOVE AR-SOURCE TO AA-SOURCE
022900                 END-IF
023000         END-READ
023100     END-PERFORM.
023200     CLOSE ALERTQ.
023300 3000-EXIT.
023400     EXIT.
023500
023600 3100-APPLY-ACTION.
023700*    A CLOSE IS FINAL; AN ACK ONLY MOVES A NEW ALERT ON
023800     IF AK-ACTION = 'CLOS'
023900         MOVE 'C' TO AA-STATE(AK-ID)
024000         PERFORM 3300-OPER-INDEX THRU 3300-EXIT
024100         MOVE AA-OX TO AA-OPIX(AK-ID)
024200     ELSE
024300         IF AA-STATE(AK-ID) = 'N'
024400             MOVE 'A' TO AA-STATE(AK-ID)
024500             PERFORM 3300-OPER-INDEX THRU 3300-EXIT
024600             MOVE AA-OX TO AA-OPIX(AK-ID)
024700         END-IF
024800     END-IF.
024900 3100-EXIT.
025000     EXIT.
025100
025200 3200-WHO.
025300*    THE OPERATOR BEHIND THE STATE OF ALERT AA-ID, INTO AA-BY
025400     MOVE SPACES TO AA-BY.
025500     IF AA-OPIX(AA-ID) > ZERO
025600         MOVE AA-OP-NAME(AA-OPIX(AA-ID)) TO AA-BY
025700     END-IF.
025800 3200-EXIT.
025900     EXIT.
026000
026100 3300-OPER-INDEX.
026200*    AK-OPER'S PLACE IN THE OPERATOR TABLE, ADDED IF NEW
026300     MOVE ZERO TO AA-OX.
026400     PERFORM VARYING AA-PTR FROM 1 BY 1
026500         UNTIL AA-PTR > AA-OPER-CNT OR AA-OX NOT = ZERO
026600         IF AA-OP-NAME(AA-PTR) = AK-OPER
026700             MOVE AA-PTR TO AA-OX
026800         END-IF
026900     END-PERFORM.
027000     IF AA-OX = ZERO AND AA-OPER-CNT < 500
027100         ADD 1 TO AA-OPER-CNT
027200         MOVE AK-OPER TO AA-OP-NAME(AA-OPER-CNT)
027300         MOVE AA-OPER-CNT TO AA-OX
027400     END-IF.
027500 3300-EXIT.
027600     EXIT.
027700
027800 4100-ACT-ON-ALERT.
027900     IF AA-ID-X = SPACES
028000         MOVE ZERO TO AA-ID
028100     ELSE
028200         MOVE FUNCTION NUMVAL(AA-ID-X) TO AA-ID
028300     END-IF.
028400     MOVE 'N' TO AA-FOUND-SW.
028500     IF AA-ID > ZERO
028600         PERFORM 3000-FIND-ALERT THRU 3000-EXIT
028700     END-IF.
028800     IF NOT AA-FOUND
028900         DISPLAY AA-ACTION ' REJECTED - NO ALERT ' AA-ID-X
029000         GO TO 4100-EXIT
029100     END-IF.
029200     IF AA-COMMENT = SPACES
029300         DISPLAY AA-ACTION ' REJECTED - ALERT ' AA-ID
029400                 ' NEEDS A COMMENT'
029500         GO TO 4100-EXIT
029600     END-IF.
029700     PERFORM 3200-WHO THRU 3200-EXIT.
029800     IF AA-STATE(AA-ID) = 'C'
029900         DISPLAY AA-ACTION ' REJECTED - ALERT ' AA-ID
030000                 ' ALREADY CLOSED BY ' AA-BY
030100         GO TO 4100-EXIT
030200     END-IF.
030300     IF AA-ACTION = 'ACK' AND AA-STATE(AA-ID) = 'A'
030400         DISPLAY 'ACK REJECTED - ALERT ' AA-ID
030500                 ' ALREADY ACKNOWLEDGED BY ' AA-BY
030600         GO TO 4100-EXIT
030700     END-IF.
030800     MOVE SPACES       TO AK-REC.
030900     MOVE AA-ID        TO AK-ID.
031000     MOVE AA-ACTION    TO AK-ACTION.
031100     MOVE AA-TS-DATE   TO AK-DATE.
031200     MOVE AA-TS-HHMMSS TO AK-TIME.
031300     MOVE AA-OPER      TO AK-OPER.
031400     MOVE AA-COMMENT   TO AK-COMMENT.
031500     OPEN EXTEND ALERTACT.
031600     IF AA-A-STATUS NOT = '00' AND AA-A-STATUS NOT = '05'
031700         DISPLAY 'ALERTACT NOT USABLE, STATUS ' AA-A-STATUS
031800                 ' - ' AA-ACTION ' OF ALERT ' AA-ID
031900                 ' NOT RECORDED'
032000         MOVE 12 TO RETURN-CODE
032100         GO TO 4100-EXIT
032200     END-IF.
032250     MOVE 'Y' TO AA-LN-ACW-SW.
032300     WRITE ALERTACT-LINE FROM AK-REC.
032400     CLOSE ALERTACT.
032500     PERFORM 3100-APPLY-ACTION THRU 3100-EXIT.
032600     IF AA-ACTION = 'CLOS'
032700         DISPLAY 'CLOSED ALERT ' AA-ID ' ' AA-SOURCE
032800     ELSE
032900         DISPLAY 'ACKNOWLEDGED ALERT ' AA-ID ' ' AA-SOURCE
033000     END-IF.
033100 4100-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  4300-LIST - READ ALERTQ THROUGH, EACH ALERT WITH ITS STATE.  *
033600*****************************************************************
033700 4300-LIST.
033800     MOVE ZERO TO AA-SHOWN.
033900     MOVE 'N' TO AA-EOF-SW.
034000     OPEN INPUT ALERTQ.
034100     IF AA-Q-STATUS NOT = '00' AND AA-Q-STATUS NOT = '05'
034200         DISPLAY 'NO ALERTQ DATASET - NOTHING QUEUED'
034300         GO TO 4300-EXIT
034400     END-IF.
034425     IF AA-Q-STATUS = '00'
034450         MOVE 'Y' TO AA-LN-QUE-SW
034475     END-IF.
034500     PERFORM UNTIL AA-EOF
034600         READ ALERTQ INTO AR-REC
034700             AT END
034800                 MOVE 'Y' TO AA-EOF-SW
034900             NOT AT END
035000                 PERFORM 4310-LIST-ONE THRU 4310-EXIT
035100         END-READ
035200     END-PERFORM.
035300     CLOSE ALERTQ.
035400     IF AA-SHOWN = ZERO
035500         DISPLAY 'NO ALERTS OPEN'
035600     END-IF.
035700 4300-EXIT.
035800     EXIT.
035900
036000 4310-LIST-ONE.
036100     IF AR-ID IS NOT NUMERIC OR AR-ID = ZERO
036200         GO TO 4310-EXIT
036300     END-IF.
036400     MOVE AR-ID TO AA-ID.
036500     IF AA-STATE(AA-ID) = 'C' AND AA-ID-X NOT = 'ALL'
036600         GO TO 4310-EXIT
036700     END-IF.
036800     ADD 1 TO AA-SHOWN.
036900     EVALUATE AA-STATE(AA-ID)
037000         WHEN 'N'
037100             MOVE 'NEW'          TO AA-STATE-TEXT
037200         WHEN 'A'
037300             MOVE 'ACKNOWLEDGED' TO AA-STATE-TEXT
037400         WHEN OTHER
037500             MOVE 'CLOSED'       TO AA-STATE-TEXT
037600     END-EVALUATE.
037700     PERFORM 3200-WHO THRU 3200-EXIT.
037800     DISPLAY AR-ID ' ' AR-DATE ' ' AR-SOURCE ' '
037900             AR-SEVERITY ' ' AA-STATE-TEXT ' ' AA-BY.
038000     DISPLAY '       ' AR-TEXT.
038100     DISPLAY '       SEE ' AR-DSN.
038200 4310-EXIT.
038300     EXIT.
038400
038403 8000-RECORD-LINEAGE.
038406*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
038409*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
038412*    RETURN-CODE, SO IT IS PUT BACK.
038415     MOVE RETURN-CODE   TO AA-SAVE-RC.
038418     MOVE 'ALERTACK'    TO LN-PROGRAM.
038421     MOVE AA-TS-HHMMSS  TO LN-START-TIME.
038424     MOVE ZERO          TO LN-CNT.
038427     IF AA-LN-ACR-SW = 'Y'
038430         ADD 1 TO LN-CNT
038433         MOVE 'ALERTACT'    TO LN-DSN(LN-CNT)
038436         MOVE 'R'           TO LN-MODE(LN-CNT)
038439     END-IF.
038442     IF AA-LN-QUE-SW = 'Y'
038445         ADD 1 TO LN-CNT
038448         MOVE 'ALERTQ'      TO LN-DSN(LN-CNT)
038451         MOVE 'R'           TO LN-MODE(LN-CNT)
038454     END-IF.
038457     IF AA-LN-ACW-SW = 'Y'
038460         ADD 1 TO LN-CNT
038463         MOVE 'ALERTACT'    TO LN-DSN(LN-CNT)
038466         MOVE 'W'           TO LN-MODE(LN-CNT)
038469     END-IF.
038472     CALL 'LINEAGE' USING LN-PARM.
038475     MOVE AA-SAVE-RC    TO RETURN-CODE.
038478 8000-EXIT.
038481     EXIT.
038484
038500 9999-EXIT.
038550     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
038600     STOP RUN.
