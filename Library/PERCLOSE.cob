000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERCLOSE.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PERCLOSE - PERIOD CLOSE FOR THE PERIODS CONTROL DATASET      *
000900*  THAT PERLOCK ANSWERS THE POSTING PROGRAMS FROM.  THE DECK    *
001000*  OPENS WITH 'OPER <ID>' (VERIFIED THROUGH OPAUTH); CARDS      *
001100*  FOLLOW, ONE PER LINE:                                        *
001200*    CLS YYYYMM           CLOSE THE PERIOD.  EVERY PEREND STEP  *
001300*                         ON THE RUNBOOK DECK MUST SHOW A       *
001400*                         CLEAN (NORMAL) JOBLOG COMPLETION FOR  *
001500*                         IT; IF ANY DOES NOT THE PERIOD IS     *
001600*                         LEFT CLOSING, THE STEPS ARE LISTED    *
001700*                         AND THE RUN ENDS RC 8                 *
001800*    REO YYYYMM <REASON>  REOPEN A CLOSED OR CLOSING PERIOD.    *
001900*                         NEEDS A REASON AND AN OPAUTH ROW FOR  *
002000*                         ACTION REO - NEVER HONOURED WHEN      *
002100*                         OPAUTH IS NOT AVAILABLE               *
002200*    INQ YYYYMM           DISPLAY THE PERIOD                    *
002300*  A STEP'S COMPLETION COUNTS FOR THE PERIOD WHEN ITS JOBLOG    *
002400*  BATCH DATE FALLS FROM THE PERIOD'S PERIOD-END DAY ON THE     *
002500*  CALENDAR UP TO THE NEXT PERIOD'S; THE LATEST SUCH RUN        *
002600*  DECIDES, SO A FAILED STEP THAT WAS RERUN CLEAN PASSES.       *
002700*  WITHOUT A CALENDAR THE WINDOW IS THE CALENDAR MONTH.         *
002800*  EVERY CHANGE GETS A PERAUD AUDIT LINE (TIMESTAMP, OPERATOR,  *
002900*  ACTION, PERIOD, OLD AND NEW STATE, NOTE).  THE DATASET IS    *
003000*  REWRITTEN CRASH-SAFE: BEFORE-IMAGES CYCLE PERBK1-3 AND THE   *
003100*  NEW GENERATION IS BUILT ON PERNEW, SWAPPED IN ONLY ON CLEAN  *
003200*  COMPLETION.                                                  *
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  2026-10-15  OSG  NEW PROGRAM.                                *
003533*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003566*                   LINEAGE REGISTER AT END OF JOB.             *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PERMAST ASSIGN TO PERIODS
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS PE-M-STATUS.
004300     SELECT OPTIONAL PERAUD ASSIGN TO PERAUD
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS PE-A-STATUS.
004600     SELECT PERNEW ASSIGN TO PERNEW
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS PE-N-STATUS.
004900     SELECT RUNBKIN ASSIGN TO RUNBOOK
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS PE-R-STATUS.
005200     SELECT OPTIONAL JOBFILE ASSIGN TO JOBLOG
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS PE-J-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PERMAST.
005800 01  PERMAST-LINE             PIC X(100).
005900 FD  PERAUD.
006000 01  PERAUD-LINE              PIC X(110).
006100 FD  PERNEW.
006200 01  PERNEW-LINE              PIC X(100).
006300 FD  RUNBKIN.
006400 01  RUNBKIN-LINE             PIC X(80).
006500 FD  JOBFILE.
006600 01  JOBFILE-LINE             PIC X(80).
006700 WORKING-STORAGE SECTION.
006800 77  PE-N-STATUS              PIC X(02).
006900 COPY FCOPYPM.
007000 77  PE-M-STATUS              PIC X(02).
007100 77  PE-A-STATUS              PIC X(02).
007200 77  PE-R-STATUS              PIC X(02).
007300 77  PE-J-STATUS              PIC X(02).
007400 77  PE-EOF-SW                PIC X(01) VALUE 'N'.
007500     88  PE-EOF                          VALUE 'Y'.
007600 77  PE-CARD-EOF-SW           PIC X(01) VALUE 'N'.
007700     88  PE-CARD-EOF                     VALUE 'Y'.
007800*    'N' WHEN THE RUNBOOK DECK COULD NOT BE READ - NO CLOSE
007900*    CAN BE VERIFIED, SO NONE IS ALLOWED
008000 77  PE-DECK-SW               PIC X(01) VALUE 'Y'.
008100     88  PE-DECK-READ                    VALUE 'Y'.
008200 77  PE-ROW-CNT               PIC 9(04) COMP VALUE ZERO.
008300 77  PE-IX                    PIC 9(04) COMP.
008400 77  PE-HIT                   PIC 9(04) COMP.
008500 77  PE-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
008600 77  PE-STEP-CNT              PIC 9(03) COMP VALUE ZERO.
008700 77  PE-SX                    PIC 9(03) COMP.
008800 77  PE-BAD-CNT               PIC 9(03) COMP.
008900 77  PE-DAY                   PIC 9(02) COMP.
009000 77  PE-PTR                   PIC 9(03) COMP.
009100*    A HELD CLOSE ENDS THE RUN RC 8 WHATEVER FOLLOWS IT
009200 77  PE-WORST-RC              PIC 9(04) VALUE ZERO.
009300*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
009400 77  PE-OPER                  PIC X(08) VALUE SPACES.
009500 77  PE-WARNED-SW             PIC X(01) VALUE 'N'.
009511 77  PE-LN-MAST-SW            PIC X(01) VALUE 'N'.
009522 77  PE-LN-RB-SW              PIC X(01) VALUE 'N'.
009533 77  PE-LN-JOB-SW             PIC X(01) VALUE 'N'.
009544 77  PE-LN-AUD-SW             PIC X(01) VALUE 'N'.
009555 77  PE-LN-BK-SW              PIC X(01) VALUE 'N'.
009566 77  PE-LN-NEW-SW             PIC X(01) VALUE 'N'.
009577 77  PE-LN-SWAP-SW            PIC X(01) VALUE 'N'.
009588 77  PE-SAVE-RC               PIC S9(04) COMP.
009600 01  PE-SEC-REC.
009700     05  PE-SEC-DATE          PIC 9(08).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  PE-SEC-TIME          PIC 9(06).
010000     05  FILLER               PIC X(05) VALUE ' SEC '.
010100     05  PE-SEC-OPER          PIC X(08).
010200     05  FILLER               PIC X(08) VALUE ' DENIED '.
010300     05  PE-SEC-ACTION        PIC X(04).
010400     05  FILLER               PIC X(19) VALUE SPACES.
010500 COPY OPAUTHPM.
010600 COPY CALSVCPM.
010650 COPY LINEAGPM.
010700 01  PE-CARD                  PIC X(80).
010800 01  PE-ACTION                PIC X(03).
010900 01  PE-KEY                   PIC X(08).
011000 01  PE-NOTE                  PIC X(40).
011100 01  PE-PERIOD                PIC 9(06).
011200 01  PE-PER-PARTS REDEFINES PE-PERIOD.
011300     05  PE-PER-YYYY          PIC 9(04).
011400     05  PE-PER-MM            PIC 9(02).
011500 01  PE-OLD-STATE             PIC X(07).
011600*    THE CLEAN-COMPLETION WINDOW FOR THE CARD'S PERIOD
011700 01  PE-WIN-FROM              PIC 9(08).
011800 01  PE-WIN-TO                PIC 9(08).
011900 01  PE-NEXT-PER              PIC 9(06).
012000 01  PE-NEXT-PARTS REDEFINES PE-NEXT-PER.
012100     05  PE-NEXT-YYYY         PIC 9(04).
012200     05  PE-NEXT-MM           PIC 9(02).
012300*    1700-PERIOD-END: PERIOD IN, ITS PERIOD-END DAY OUT;
012400*    PE-PE-SW 'Y' FOUND, 'N' NONE FLAGGED, 'M' NO CALENDAR
012500 01  PE-WORK-PER              PIC 9(06).
012600 01  PE-WALK-DATE             PIC 9(08).
012700 01  PE-PE-DATE               PIC 9(08).
012800 01  PE-PE-SW                 PIC X(01).
012900 01  PE-END-N                 PIC 9(08).
013000 01  PE-STEP-CARD.
013100     05  PE-C-STEP            PIC X(03).
013200     05  FILLER               PIC X(01).
013300     05  PE-C-PROGRAM         PIC X(12).
013400     05  FILLER               PIC X(01).
013500     05  PE-C-INPUT           PIC X(20).
013600     05  FILLER               PIC X(01).
013700     05  PE-C-OUTPUT          PIC X(20).
013800     05  FILLER               PIC X(01).
013900     05  PE-C-CONDITION       PIC X(08).
014000*    ONE ROW PER PEREND PROGRAM ON THE DECK, WITH THE LATEST
014100*    JOBLOG OUTCOME INSIDE THE WINDOW OF THE CARD BEING CLOSED
014200 01  PE-STEP-TBL.
014300     05  PE-STEP OCCURS 200.
014400         10  PE-S-PGM         PIC X(12).
014500         10  PE-S-STATUS      PIC X(08).
014600         10  PE-S-DATE        PIC X(08).
014700 01  PE-TABLE.
014800     05  PE-ROW OCCURS 1200.
014900         10  PE-R-PERIOD      PIC 9(06).
015000         10  PE-R-STATE       PIC X(07).
015100         10  PE-R-OPER        PIC X(08).
015200         10  PE-R-DATE        PIC 9(08).
015300         10  PE-R-TIME        PIC 9(06).
015400         10  PE-R-RE-OPER     PIC X(08).
015500         10  PE-R-RE-DATE     PIC 9(08).
015600         10  PE-R-RE-NOTE     PIC X(40).
015700 01  PE-AUD-REC.
015800     05  PE-AUD-DATE          PIC 9(08).
015900     05  FILLER               PIC X(01) VALUE SPACE.
016000     05  PE-AUD-TIME          PIC 9(06).
016100     05  FILLER               PIC X(01) VALUE SPACE.
016200     05  PE-AUD-OPER          PIC X(08).
016300     05  FILLER               PIC X(01) VALUE SPACE.
016400     05  PE-AUD-ACTION        PIC X(03).
016500     05  FILLER               PIC X(01) VALUE SPACE.
016600     05  PE-AUD-PERIOD        PIC 9(06).
016700     05  FILLER               PIC X(05) VALUE ' OLD '.
016800     05  PE-AUD-OLD           PIC X(07).
016900     05  FILLER               PIC X(05) VALUE ' NEW '.
017000     05  PE-AUD-NEW           PIC X(07).
017100     05  FILLER               PIC X(01) VALUE SPACE.
017200     05  PE-AUD-NOTE          PIC X(40).
017300 01  PE-TIMESTAMP.
017400     05  PE-TS-DATE           PIC 9(08).
017500     05  PE-TS-TIME.
017600         07  PE-TS-HHMMSS     PIC 9(06).
017700         07  FILLER           PIC 9(02).
017800 COPY PERIODRC.
017900 COPY JOBLOGRC.
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE THE DATASET. *
018300*****************************************************************
018400 0000-MAINLINE.
018500     ACCEPT PE-TS-DATE FROM DATE YYYYMMDD.
018600     ACCEPT PE-TS-TIME FROM TIME.
018700     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
018800     IF PE-CARD-EOF
018900         MOVE 12 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019200     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT.
019300     PERFORM 1200-LOAD-STEPS THRU 1200-EXIT.
019400     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
019500         UNTIL PE-CARD-EOF.
019600     IF PE-CHG-CNT > ZERO
019700         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
019800         PERFORM 7000-REWRITE-TABLE THRU 7000-EXIT
019900     END-IF.
020000     IF RETURN-CODE < PE-WORST-RC
020100         MOVE PE-WORST-RC TO RETURN-CODE
020200     END-IF.
020300     GO TO 9999-EXIT.
020400
020500 1000-LOAD-TABLE.
020600     OPEN INPUT PERMAST.
020625     IF PE-M-STATUS = '00'
020650         MOVE 'Y' TO PE-LN-MAST-SW
020675     END-IF.
020700     PERFORM UNTIL PE-EOF
020800         READ PERMAST INTO PP-REC
020900             AT END
021000                 MOVE 'Y' TO PE-EOF-SW
021100             NOT AT END
021200                 IF PE-ROW-CNT >= 1200
021300                     DISPLAY 'PERIODS EXCEEDS THE 1200-ROW '
021400                             'TABLE - RUN ABANDONED'
021500                     MOVE 16 TO RETURN-CODE
021600                     STOP RUN
021700                 END-IF
021800                 IF PP-REC NOT = SPACES
021900                     ADD 1 TO PE-ROW-CNT
022000                     MOVE PP-PERIOD  TO PE-R-PERIOD(PE-ROW-CNT)
022100                     MOVE PP-STATE   TO PE-R-STATE(PE-ROW-CNT)
022200                     MOVE PP-OPER    TO PE-R-OPER(PE-ROW-CNT)
022300                     MOVE PP-DATE    TO PE-R-DATE(PE-ROW-CNT)
022400                     MOVE PP-TIME    TO PE-R-TIME(PE-ROW-CNT)
022500                     MOVE PP-RE-OPER TO PE-R-RE-OPER(PE-ROW-CNT)
022600                     MOVE PP-RE-DATE TO PE-R-RE-DATE(PE-ROW-CNT)
022700                     MOVE PP-RE-NOTE TO PE-R-RE-NOTE(PE-ROW-CNT)
022800                 END-IF
022900         END-READ
023000     END-PERFORM.
023100     CLOSE PERMAST.
023200 1000-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*  1200-LOAD-STEPS - THE PEREND PROGRAMS ON THE RUNBOOK DECK,   *
023700*  READ AS RUNBOOK READS IT (COMMENT CARDS '*' IN COLUMN 1).    *
023800*****************************************************************
023900 1200-LOAD-STEPS.
024000     MOVE 'N' TO PE-EOF-SW.
024100     OPEN INPUT RUNBKIN.
024200     IF PE-R-STATUS NOT = '00'
024300         DISPLAY 'RUNBOOK CONTROL DATASET NOT AVAILABLE, '
024400                 'STATUS ' PE-R-STATUS ' - NO PERIOD CAN BE '
024500                 'CLOSED THIS RUN'
024600         MOVE 'N' TO PE-DECK-SW
024700         GO TO 1200-EXIT
024800     END-IF.
024850     MOVE 'Y' TO PE-LN-RB-SW.
024900     PERFORM UNTIL PE-EOF
025000         READ RUNBKIN INTO PE-STEP-CARD
025100             AT END
025200                 MOVE 'Y' TO PE-EOF-SW
025300             NOT AT END
025400                 IF PE-C-STEP(1:1) NOT = '*'
025500                    AND PE-C-CONDITION = 'PEREND'
025600                     PERFORM 1250-KEEP-STEP THRU 1250-EXIT
025700                 END-IF
025800         END-READ
025900     END-PERFORM.
026000     CLOSE RUNBKIN.
026100 1200-EXIT.
026200     EXIT.
026300
026400 1250-KEEP-STEP.
026500*    A PROGRAM THAT RUNS TWICE AT PERIOD END IS CHECKED ONCE -
026600*    ITS LATEST RUN DECIDES
026700     PERFORM VARYING PE-SX FROM 1 BY 1
026800         UNTIL PE-SX > PE-STEP-CNT
026900         IF PE-S-PGM(PE-SX) = PE-C-PROGRAM
027000             GO TO 1250-EXIT
027100         END-IF
027200     END-PERFORM.
027300     IF PE-STEP-CNT >= 200
027400         DISPLAY 'RUNBOOK DECK EXCEEDS THE 200-STEP TABLE '
027500                 '- RUN ABANDONED'
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900     ADD 1 TO PE-STEP-CNT.
028000     MOVE PE-C-PROGRAM TO PE-S-PGM(PE-STEP-CNT).
028100 1250-EXIT.
028200     EXIT.
028300
028400 1500-VERIFY-OPERATOR.
028500*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
028600*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
028700*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
028800*    OPAUTH DATASET FAILS OPEN WITH A WARNING (BUT NO REOPEN
028900*    IS HONOURED WITHOUT IT).
029000     MOVE SPACES TO PE-CARD.
029100     ACCEPT PE-CARD
029200         ON EXCEPTION
029300             MOVE SPACES TO PE-CARD
029400     END-ACCEPT.
029500     MOVE SPACES TO PE-ACTION PE-KEY.
029600     UNSTRING PE-CARD DELIMITED BY ALL SPACE
029700         INTO PE-ACTION PE-KEY.
029800     IF PE-ACTION NOT = 'OPE'
029900         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
030000         MOVE '*NONE*' TO PE-OPER
030100         MOVE '*' TO OA-ACTION
030200         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
030300         MOVE 'Y' TO PE-CARD-EOF-SW
030400         GO TO 1500-EXIT
030500     END-IF.
030600     MOVE PE-KEY TO PE-OPER.
030700     MOVE PE-OPER TO OA-OPERATOR.
030800     MOVE 'PERCLOSE' TO OA-PROGRAM.
030900     MOVE '*' TO OA-ACTION.
031000     CALL 'OPAUTH' USING OA-PARM.
031100     EVALUATE OA-STATUS
031200         WHEN 'M'
031300             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
031400                     'NOT ENFORCED THIS RUN'
031500             MOVE 'Y' TO PE-WARNED-SW
031600         WHEN 'G'
031700             CONTINUE
031800         WHEN OTHER
031900             DISPLAY 'DECK REJECTED - OPERATOR ' PE-OPER
032000                     ' NOT AUTHORIZED FOR PERCLOSE'
032100             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
032200             MOVE 'Y' TO PE-CARD-EOF-SW
032300     END-EVALUATE.
032400 1500-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*  1700-PERIOD-END - THE DAY IN PE-WORK-PER THE CALENDAR FLAGS  *
032900*  AS PERIOD END (THE LAST ONE IF MORE THAN ONE IS FLAGGED).    *
033000*****************************************************************
033100 1700-PERIOD-END.
033200     MOVE 'N' TO PE-PE-SW.
033300     MOVE ZERO TO PE-PE-DATE.
033400     PERFORM VARYING PE-DAY FROM 1 BY 1
033500         UNTIL PE-DAY > 31 OR PE-PE-SW = 'M'
033600         COMPUTE PE-WALK-DATE = PE-WORK-PER * 100 + PE-DAY
033700         IF FUNCTION TEST-DATE-YYYYMMDD(PE-WALK-DATE) = ZERO
033800             MOVE PE-WALK-DATE TO CA-DATE
033900             CALL 'CALSVC' USING CA-PARM
034000             IF CA-STATUS = 'M'
034100                 MOVE 'M' TO PE-PE-SW
034200             END-IF
034300             IF CA-STATUS = 'G' AND CA-PERIOD-END = 'Y'
034400                 MOVE 'Y' TO PE-PE-SW
034500                 MOVE PE-WALK-DATE TO PE-PE-DATE
034600             END-IF
034700         END-IF
034800     END-PERFORM.
034900 1700-EXIT.
035000     EXIT.
035100
035200 2000-NEXT-CARD.
035300     MOVE SPACES TO PE-CARD.
035400     ACCEPT PE-CARD
035500         ON EXCEPTION
035600             MOVE 'Y' TO PE-CARD-EOF-SW
035700             GO TO 2000-EXIT
035800     END-ACCEPT.
035900     IF PE-CARD = SPACES
036000         MOVE 'Y' TO PE-CARD-EOF-SW
036100         GO TO 2000-EXIT
036200     END-IF.
036300     MOVE SPACES TO PE-ACTION PE-KEY PE-NOTE.
036400     MOVE 1 TO PE-PTR.
036500     UNSTRING PE-CARD DELIMITED BY ALL SPACE
036600         INTO PE-ACTION PE-KEY
036700         WITH POINTER PE-PTR.
036800*    THE REST OF THE CARD IS THE REOPEN REASON
036900     IF PE-PTR <= 80
037000         MOVE PE-CARD(PE-PTR:) TO PE-NOTE
037100     END-IF.
037200     IF PE-WARNED-SW = 'N'
037300         MOVE PE-OPER TO OA-OPERATOR
037400         MOVE 'PERCLOSE' TO OA-PROGRAM
037500         MOVE PE-ACTION TO OA-ACTION
037600         CALL 'OPAUTH' USING OA-PARM
037700         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
037800             DISPLAY PE-ACTION ' REJECTED - OPERATOR '
037900                     PE-OPER ' NOT AUTHORIZED'
038000             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
038100             GO TO 2000-EXIT
038200         END-IF
038300     END-IF.
038400     IF PE-KEY(1:6) IS NOT NUMERIC
038500        OR PE-KEY(7:2) NOT = SPACES
038600         DISPLAY PE-ACTION ' REJECTED - PERIOD ' PE-KEY
038700                 ' IS NOT YYYYMM'
038800         GO TO 2000-EXIT
038900     END-IF.
039000     MOVE PE-KEY(1:6) TO PE-PERIOD.
039100     IF PE-PER-MM < 1 OR PE-PER-MM > 12
039200         DISPLAY PE-ACTION ' REJECTED - PERIOD ' PE-KEY
039300                 ' IS NOT YYYYMM'
039400         GO TO 2000-EXIT
039500     END-IF.
039600     PERFORM 3000-FIND-PERIOD THRU 3000-EXIT.
039700     EVALUATE PE-ACTION
039800         WHEN 'CLS'
039900             PERFORM 4100-CLOSE THRU 4100-EXIT
040000         WHEN 'REO'
040100             PERFORM 4200-REOPEN THRU 4200-EXIT
040200         WHEN 'INQ'
040300             PERFORM 4400-INQUIRE THRU 4400-EXIT
040400         WHEN OTHER
040500             DISPLAY 'UNKNOWN ACTION ' PE-ACTION
040600     END-EVALUATE.
040700 2000-EXIT.
040800     EXIT.
040900
041000 3000-FIND-PERIOD.
041100     MOVE ZERO TO PE-HIT.
041200     PERFORM VARYING PE-IX FROM 1 BY 1
041300         UNTIL PE-IX > PE-ROW-CNT
041400         IF PE-R-PERIOD(PE-IX) = PE-PERIOD
041500             MOVE PE-IX TO PE-HIT
041600         END-IF
041700     END-PERFORM.
041800 3000-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  3500-ADD-PERIOD - A NEW ROW, IN PERIOD ORDER.                *
042300*****************************************************************
042400 3500-ADD-PERIOD.
042500     IF PE-ROW-CNT >= 1200
042600         DISPLAY 'PERIODS EXCEEDS THE 1200-ROW TABLE - RUN '
042700                 'ABANDONED'
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100     MOVE PE-ROW-CNT TO PE-IX.
043200     ADD 1 TO PE-ROW-CNT.
043300     MOVE PE-ROW-CNT TO PE-HIT.
043400     PERFORM UNTIL PE-IX = ZERO
043500         IF PE-R-PERIOD(PE-IX) < PE-PERIOD
043600             MOVE ZERO TO PE-IX
043700         ELSE
043800             MOVE PE-ROW(PE-IX) TO PE-ROW(PE-IX + 1)
043900             MOVE PE-IX TO PE-HIT
044000             SUBTRACT 1 FROM PE-IX
044100         END-IF
044200     END-PERFORM.
044300     MOVE PE-PERIOD TO PE-R-PERIOD(PE-HIT).
044400     MOVE 'OPEN'    TO PE-R-STATE(PE-HIT).
044500     MOVE SPACES    TO PE-R-OPER(PE-HIT) PE-R-RE-OPER(PE-HIT)
044600                       PE-R-RE-NOTE(PE-HIT).
044700     MOVE ZERO      TO PE-R-DATE(PE-HIT) PE-R-TIME(PE-HIT)
044800                       PE-R-RE-DATE(PE-HIT).
044900 3500-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300*  4100-CLOSE - VERIFY EVERY PEREND STEP, THEN CLOSED OR        *
045400*  CLOSING.                                                     *
045500*****************************************************************
045600 4100-CLOSE.
045700     IF PE-HIT NOT = ZERO
045800        AND PE-R-STATE(PE-HIT) = 'CLOSED'
045900         DISPLAY 'CLS REJECTED - PERIOD ' PE-PERIOD
046000                 ' ALREADY CLOSED BY ' PE-R-OPER(PE-HIT) ' '
046100                 PE-R-DATE(PE-HIT)
046200         GO TO 4100-EXIT
046300     END-IF.
046400     IF NOT PE-DECK-READ
046500         DISPLAY 'CLS REJECTED - PERIOD ' PE-PERIOD
046600                 ' - PEREND STEPS CANNOT BE VERIFIED'
046700         MOVE 8 TO PE-WORST-RC
046800         GO TO 4100-EXIT
046900     END-IF.
047000     PERFORM 4500-WINDOW THRU 4500-EXIT.
047100     PERFORM 4600-SCAN-JOBLOG THRU 4600-EXIT.
047200     MOVE ZERO TO PE-BAD-CNT.
047300     PERFORM VARYING PE-SX FROM 1 BY 1
047400         UNTIL PE-SX > PE-STEP-CNT
047500         IF PE-S-STATUS(PE-SX) NOT = 'NORMAL'
047600             ADD 1 TO PE-BAD-CNT
047700             IF PE-S-STATUS(PE-SX) = SPACES
047800                 DISPLAY 'CLS ' PE-PERIOD ' - PEREND STEP '
047900                         PE-S-PGM(PE-SX) ' HAS NOT RUN'
048000             ELSE
048100                 DISPLAY 'CLS ' PE-PERIOD ' - PEREND STEP '
048200                         PE-S-PGM(PE-SX) ' LAST ENDED '
048300                         PE-S-STATUS(PE-SX) ' '
048400                         PE-S-DATE(PE-SX)
048500             END-IF
048600         END-IF
048700     END-PERFORM.
048800     IF PE-STEP-CNT = ZERO
048900         DISPLAY 'CLS ' PE-PERIOD ' - NO PEREND STEPS ON THE '
049000                 'RUNBOOK DECK'
049100     END-IF.
049200     IF PE-HIT = ZERO
049300         PERFORM 3500-ADD-PERIOD THRU 3500-EXIT
049400     END-IF.
049500     MOVE PE-R-STATE(PE-HIT) TO PE-OLD-STATE.
049600     IF PE-BAD-CNT > ZERO
049700         MOVE 'CLOSING' TO PE-R-STATE(PE-HIT)
049800         MOVE 8 TO PE-WORST-RC
049900     ELSE
050000         MOVE 'CLOSED' TO PE-R-STATE(PE-HIT)
050100     END-IF.
050200     MOVE SPACES TO PE-NOTE.
050300     PERFORM 5000-APPLY THRU 5000-EXIT.
050400 4100-EXIT.
050500     EXIT.
050600
050700 4200-REOPEN.
050800     IF PE-WARNED-SW = 'Y'
050900         DISPLAY 'REO REJECTED - NO OPAUTH DATASET, A REOPEN '
051000                 'MUST BE AUTHORISED'
051100         GO TO 4200-EXIT
051200     END-IF.
051300     IF PE-HIT = ZERO
051400         DISPLAY 'REO REJECTED - PERIOD ' PE-PERIOD
051500                 ' IS NOT CLOSED'
051600         GO TO 4200-EXIT
051700     END-IF.
051800     IF PE-R-STATE(PE-HIT) = 'OPEN'
051900         DISPLAY 'REO REJECTED - PERIOD ' PE-PERIOD
052000                 ' IS NOT CLOSED'
052100         GO TO 4200-EXIT
052200     END-IF.
052300     IF PE-NOTE = SPACES
052400         DISPLAY 'REO REJECTED - PERIOD ' PE-PERIOD
052500                 ' NEEDS A REOPEN REASON'
052600         GO TO 4200-EXIT
052700     END-IF.
052800     MOVE PE-R-STATE(PE-HIT) TO PE-OLD-STATE.
052900     MOVE 'OPEN' TO PE-R-STATE(PE-HIT).
053000     MOVE PE-OPER    TO PE-R-RE-OPER(PE-HIT).
053100     MOVE PE-TS-DATE TO PE-R-RE-DATE(PE-HIT).
053200     MOVE PE-NOTE    TO PE-R-RE-NOTE(PE-HIT).
053300     PERFORM 5000-APPLY THRU 5000-EXIT.
053400 4200-EXIT.
053500     EXIT.
053600
053700 4400-INQUIRE.
053800     IF PE-HIT = ZERO
053900         DISPLAY 'INQ ' PE-PERIOD ' OPEN - NOT ON PERIODS'
054000         GO TO 4400-EXIT
054100     END-IF.
054200     DISPLAY 'INQ ' PE-R-PERIOD(PE-HIT)
054300             ' ' PE-R-STATE(PE-HIT)
054400             ' BY ' PE-R-OPER(PE-HIT)
054500             ' ' PE-R-DATE(PE-HIT)
054600             ' ' PE-R-TIME(PE-HIT).
054700     IF PE-R-RE-OPER(PE-HIT) NOT = SPACES
054800         DISPLAY '    REOPENED BY ' PE-R-RE-OPER(PE-HIT)
054900                 ' ' PE-R-RE-DATE(PE-HIT)
055000                 ' ' PE-R-RE-NOTE(PE-HIT)
055100     END-IF.
055200 4400-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*  4500-WINDOW - FROM THIS PERIOD'S PERIOD-END DAY UP TO (NOT   *
055700*  INCLUDING) THE NEXT PERIOD'S.  A MONTH WITH NO DAY FLAGGED   *
055800*  STARTS ON THE 1ST; A NEXT MONTH NOT YET ON THE CALENDAR      *
055900*  LEAVES THE WINDOW OPEN-ENDED.                                *
056000*****************************************************************
056100 4500-WINDOW.
056200     MOVE PE-PERIOD TO PE-WORK-PER.
056300     PERFORM 1700-PERIOD-END THRU 1700-EXIT.
056400     IF PE-PE-SW = 'Y'
056500         MOVE PE-PE-DATE TO PE-WIN-FROM
056600     ELSE
056700         COMPUTE PE-WIN-FROM = PE-PERIOD * 100 + 1
056800     END-IF.
056900     MOVE PE-PERIOD TO PE-NEXT-PER.
057000     IF PE-NEXT-MM = 12
057100         ADD 1 TO PE-NEXT-YYYY
057200         MOVE 1 TO PE-NEXT-MM
057300     ELSE
057400         ADD 1 TO PE-NEXT-MM
057500     END-IF.
057600     MOVE PE-NEXT-PER TO PE-WORK-PER.
057700     PERFORM 1700-PERIOD-END THRU 1700-EXIT.
057800     EVALUATE PE-PE-SW
057900         WHEN 'Y'
058000             MOVE PE-PE-DATE TO PE-WIN-TO
058100         WHEN 'M'
058200             COMPUTE PE-WIN-TO = PE-NEXT-PER * 100 + 1
058300         WHEN OTHER
058400             MOVE 99999999 TO PE-WIN-TO
058500     END-EVALUATE.
058600 4500-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*  4600-SCAN-JOBLOG - THE LATEST OUTCOME OF EACH PEREND         *
059100*  PROGRAM INSIDE THE WINDOW.  JOBLOG IS IN TIME ORDER, SO THE  *
059200*  LAST ROW SEEN WINS.                                          *
059300*****************************************************************
059400 4600-SCAN-JOBLOG.
059500     PERFORM VARYING PE-SX FROM 1 BY 1
059600         UNTIL PE-SX > PE-STEP-CNT
059700         MOVE SPACES TO PE-S-STATUS(PE-SX) PE-S-DATE(PE-SX)
059800     END-PERFORM.
059900     MOVE 'N' TO PE-EOF-SW.
060000     OPEN INPUT JOBFILE.
060100     IF PE-J-STATUS NOT = '00' AND PE-J-STATUS NOT = '05'
060200         DISPLAY 'NO JOBLOG DATASET - NO PEREND STEP CAN BE '
060300                 'SHOWN CLEAN'
060400         GO TO 4600-EXIT
060500     END-IF.
060530     IF PE-J-STATUS = '00'
060550         MOVE 'Y' TO PE-LN-JOB-SW
060570     END-IF.
060600     PERFORM UNTIL PE-EOF
060700         READ JOBFILE INTO JR-REC
060800             AT END
060900                 MOVE 'Y' TO PE-EOF-SW
061000             NOT AT END
061100                 IF JR-END-DATE IS NUMERIC
061200                     MOVE JR-END-DATE TO PE-END-N
061300                     IF PE-END-N >= PE-WIN-FROM
061400                        AND PE-END-N < PE-WIN-TO
061500                         PERFORM 4650-KEEP-RUN THRU 4650-EXIT
061600                     END-IF
061700                 END-IF
061800         END-READ
061900     END-PERFORM.
062000     CLOSE JOBFILE.
062100 4600-EXIT.
062200     EXIT.
062300
062400 4650-KEEP-RUN.
062500     PERFORM VARYING PE-SX FROM 1 BY 1
062600         UNTIL PE-SX > PE-STEP-CNT
062700         IF PE-S-PGM(PE-SX) = JR-PROGRAM
062800             MOVE JR-STATUS   TO PE-S-STATUS(PE-SX)
062900             MOVE JR-END-DATE TO PE-S-DATE(PE-SX)
063000         END-IF
063100     END-PERFORM.
063200 4650-EXIT.
063300     EXIT.
063400
063500 5000-APPLY.
063600*    CALLED WITH THE OLD STATE SAVED AND THE NEW ONE SET
063700     MOVE PE-OPER      TO PE-R-OPER(PE-HIT).
063800     MOVE PE-TS-DATE   TO PE-R-DATE(PE-HIT).
063900     MOVE PE-TS-HHMMSS TO PE-R-TIME(PE-HIT).
064000     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
064100     ADD 1 TO PE-CHG-CNT.
064200     DISPLAY PE-ACTION ' ' PE-R-PERIOD(PE-HIT) ' '
064300             PE-R-STATE(PE-HIT).
064400 5000-EXIT.
064500     EXIT.
064600
064700 6000-WRITE-AUDIT.
064800     MOVE PE-TS-DATE          TO PE-AUD-DATE.
064900     MOVE PE-TS-HHMMSS        TO PE-AUD-TIME.
065000     MOVE PE-OPER             TO PE-AUD-OPER.
065100     MOVE PE-ACTION           TO PE-AUD-ACTION.
065200     MOVE PE-R-PERIOD(PE-HIT) TO PE-AUD-PERIOD.
065300     MOVE PE-OLD-STATE        TO PE-AUD-OLD.
065400     MOVE PE-R-STATE(PE-HIT)  TO PE-AUD-NEW.
065500     MOVE PE-NOTE             TO PE-AUD-NOTE.
065600     OPEN EXTEND PERAUD.
065700     IF PE-A-STATUS = '00' OR PE-A-STATUS = '05'
065800         WRITE PERAUD-LINE FROM PE-AUD-REC
065850         MOVE 'Y' TO PE-LN-AUD-SW
065900         CLOSE PERAUD
066000     END-IF.
066100 6000-EXIT.
066200     EXIT.
066300
066400 6500-LOG-ATTEMPT.
066500     MOVE PE-TS-DATE   TO PE-SEC-DATE.
066600     MOVE PE-TS-HHMMSS TO PE-SEC-TIME.
066700     MOVE PE-OPER      TO PE-SEC-OPER.
066800     MOVE OA-ACTION    TO PE-SEC-ACTION.
066900     OPEN EXTEND PERAUD.
067000     IF PE-A-STATUS = '00' OR PE-A-STATUS = '05'
067100         WRITE PERAUD-LINE FROM PE-SEC-REC
067150         MOVE 'Y' TO PE-LN-AUD-SW
067200         CLOSE PERAUD
067300     END-IF.
067400 6500-EXIT.
067500     EXIT.
067600
067700 6800-CYCLE-BACKUPS.
067800*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
067900*    JUST MEANS THE CHAIN IS NOT FULL YET.
067950     MOVE 'Y' TO PE-LN-BK-SW.
068000     MOVE 'PERBK2' TO FC-SRC.
068100     MOVE 'PERBK3' TO FC-DST.
068200     CALL 'FILECOPY' USING FC-PARM.
068300     MOVE 'PERBK1' TO FC-SRC.
068400     MOVE 'PERBK2' TO FC-DST.
068500     CALL 'FILECOPY' USING FC-PARM.
068600     MOVE 'PERIODS' TO FC-SRC.
068700     MOVE 'PERBK1' TO FC-DST.
068800     CALL 'FILECOPY' USING FC-PARM.
068900     IF FC-STATUS = 'B'
069000         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - PERIODS LEFT '
069100                 'UNTOUCHED'
069200         MOVE 12 TO RETURN-CODE
069300         GO TO 9999-EXIT
069400     END-IF.
069500 6800-EXIT.
069600     EXIT.
069700
069800 7000-REWRITE-TABLE.
069900*    THE NEW GENERATION IS BUILT COMPLETE ON PERNEW FIRST;
070000*    ONLY A CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET.
070100     OPEN OUTPUT PERNEW.
070200     IF PE-N-STATUS NOT = '00'
070300         DISPLAY 'PERNEW NOT USABLE, STATUS ' PE-N-STATUS
070400         MOVE 12 TO RETURN-CODE
070500         GO TO 7000-EXIT
070600     END-IF.
070650     MOVE 'Y' TO PE-LN-NEW-SW.
070700     PERFORM VARYING PE-IX FROM 1 BY 1
070800         UNTIL PE-IX > PE-ROW-CNT
070900         MOVE SPACES TO PP-REC
071000         MOVE PE-R-PERIOD(PE-IX)  TO PP-PERIOD
071100         MOVE PE-R-STATE(PE-IX)   TO PP-STATE
071200         MOVE PE-R-OPER(PE-IX)    TO PP-OPER
071300         MOVE PE-R-DATE(PE-IX)    TO PP-DATE
071400         MOVE PE-R-TIME(PE-IX)    TO PP-TIME
071500         MOVE PE-R-RE-OPER(PE-IX) TO PP-RE-OPER
071600         MOVE PE-R-RE-DATE(PE-IX) TO PP-RE-DATE
071700         MOVE PE-R-RE-NOTE(PE-IX) TO PP-RE-NOTE
071800         WRITE PERNEW-LINE FROM PP-REC
071900     END-PERFORM.
072000     CLOSE PERNEW.
072100     MOVE 'PERNEW' TO FC-SRC.
072200     MOVE 'PERIODS' TO FC-DST.
072300     CALL 'FILECOPY' USING FC-PARM.
072400     IF FC-STATUS NOT = 'G'
072500         DISPLAY 'SWAP FAILED - PERIODS UNCERTAIN; '
072600                 'RECOVER FROM PERBK1 AND PERNEW'
072700         MOVE 12 TO RETURN-CODE
072733     ELSE
072766         MOVE 'Y' TO PE-LN-SWAP-SW
072800     END-IF.
072900 7000-EXIT.
073000     EXIT.
073001
073002 8000-RECORD-LINEAGE.
073003*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
073004*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
073005*    RETURN-CODE, SO IT IS PUT BACK.
073006     MOVE RETURN-CODE   TO PE-SAVE-RC.
073007     MOVE 'PERCLOSE'    TO LN-PROGRAM.
073008     MOVE PE-TS-HHMMSS  TO LN-START-TIME.
073009     MOVE ZERO          TO LN-CNT.
073010     IF PE-LN-MAST-SW = 'Y'
073011         ADD 1 TO LN-CNT
073012         MOVE 'PERIODS'     TO LN-DSN(LN-CNT)
073013         MOVE 'R'           TO LN-MODE(LN-CNT)
073014     END-IF.
073015     IF PE-LN-RB-SW = 'Y'
073016         ADD 1 TO LN-CNT
073017         MOVE 'RUNBOOK'     TO LN-DSN(LN-CNT)
073018         MOVE 'R'           TO LN-MODE(LN-CNT)
073019     END-IF.
073020     IF PE-LN-JOB-SW = 'Y'
073021         ADD 1 TO LN-CNT
073022         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
073023         MOVE 'R'           TO LN-MODE(LN-CNT)
073024     END-IF.
073025     IF PE-LN-AUD-SW = 'Y'
073026         ADD 1 TO LN-CNT
073027         MOVE 'PERAUD'      TO LN-DSN(LN-CNT)
073028         MOVE 'W'           TO LN-MODE(LN-CNT)
073029     END-IF.
073030     IF PE-LN-BK-SW = 'Y'
073031         ADD 1 TO LN-CNT
073032         MOVE 'PERBK1'      TO LN-DSN(LN-CNT)
073033         MOVE 'W'           TO LN-MODE(LN-CNT)
073034         ADD 1 TO LN-CNT
073035         MOVE 'PERBK2'      TO LN-DSN(LN-CNT)
073036         MOVE 'W'           TO LN-MODE(LN-CNT)
073037         ADD 1 TO LN-CNT
073038         MOVE 'PERBK3'      TO LN-DSN(LN-CNT)
073039         MOVE 'W'           TO LN-MODE(LN-CNT)
073040     END-IF.
073041     IF PE-LN-NEW-SW = 'Y'
073042         ADD 1 TO LN-CNT
073043         MOVE 'PERNEW'      TO LN-DSN(LN-CNT)
073044         MOVE 'W'           TO LN-MODE(LN-CNT)
073045     END-IF.
073046     IF PE-LN-SWAP-SW = 'Y'
073047         ADD 1 TO LN-CNT
073048         MOVE 'PERIODS'     TO LN-DSN(LN-CNT)
073049         MOVE 'W'           TO LN-MODE(LN-CNT)
073050     END-IF.
073051     CALL 'LINEAGE' USING LN-PARM.
073052     MOVE PE-SAVE-RC    TO RETURN-CODE.
073053 8000-EXIT.
073054     EXIT.
073100
073200 9999-EXIT.
073250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
073300     STOP RUN.
