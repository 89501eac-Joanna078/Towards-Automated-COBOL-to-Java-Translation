000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RUNFCST.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  RUNFCST - TONIGHT'S BATCH-WINDOW FORECAST, RUN BY THE        *
000900*  EVENING OPERATOR AHEAD OF RUNBOOK.  SYSIN:                   *
001000*    <START HHMM> <RUN DATE YYYYMMDD>                           *
001100*  (BLANK START = NOW, BLANK DATE = TODAY - THE DATE RUNBOOK    *
001200*  WILL TEST ITS CONDITIONS AGAINST.)  THE RUNBOOK CONTROL      *
001300*  DECK IS READ AND EVERY STEP RESOLVED AS RUNBOOK WOULD:       *
001400*  BUSDAY/PEREND THROUGH CALSVC (A MISSING CALENDAR RUNS THE    *
001500*  STEP) AND RUNHOLDS HOLDS BY STEP OR PROGRAM.  EACH STEP      *
001600*  THAT WILL RUN IS TIMED FROM ITS PROGRAM'S LAST TEN CLEAN     *
001700*  JOBLOG RUNS: WHEN ITS INPUT DATASET CARRIES A CONTROL-TOTAL  *
001800*  (TRL) RECORD AND THE HISTORY HAS RECORD COUNTS, TONIGHT'S    *
001900*  VOLUME AT THE HISTORICAL SECONDS PER RECORD, OTHERWISE THE   *
002000*  AVERAGE ELAPSED.  THE STEPS ARE LAID END TO END FROM THE     *
002100*  START TIME AND THE FCSTRPT REPORT SHOWS EACH PROJECTED       *
002200*  START AND FINISH AGAINST THE PROGRAM'S SLADEFS CUTOFF (A     *
002300*  CUTOFF EARLIER IN THE DAY THAN THE START FALLS AFTER         *
002400*  MIDNIGHT).  A STEP PROJECTED PAST ITS CUTOFF, OR AN SLA      *
002500*  PROGRAM DUE TODAY WHOSE STEP WILL NOT RUN, IS A BREACH -     *
002600*  ANY BREACH POSTS A WARNING ALERT AND ENDS THE RUN RC 4 SO    *
002700*  THE WINDOW CAN BE RE-PLANNED BEFORE IT OPENS.  NOTHING IS    *
002800*  CALLED OR WRITTEN BUT THE REPORT.                            *
002900*****************************************************************
003000*  MODIFICATION HISTORY                                         *
003100*  2026-10-15  OSG  NEW PROGRAM.                                *
003133*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003166*                   LINEAGE REGISTER AT END OF JOB.             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RUNBKIN ASSIGN TO RUNBOOK
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS RF-IN-STATUS.
003900     SELECT OPTIONAL RUNHOLDS ASSIGN TO RUNHOLDS
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS RF-HLD-STATUS.
004200     SELECT OPTIONAL SLADEFS ASSIGN TO SLADEFS
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS RF-SLA-STATUS.
004500     SELECT OPTIONAL JOBFILE ASSIGN TO JOBLOG
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS RF-JOB-STATUS.
004800     SELECT OPTIONAL STEPIN ASSIGN USING RF-STEPIN-DSN
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS RF-STP-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUNBKIN.
005400 01  RUNBKIN-LINE             PIC X(80).
005500 FD  RUNHOLDS.
005600 01  RUNHOLDS-LINE            PIC X(12).
005700 FD  SLADEFS.
005800 01  SLADEFS-LINE             PIC X(40).
005900 FD  JOBFILE.
006000 01  JOBFILE-LINE             PIC X(80).
006100 FD  STEPIN.
006200 01  STEPIN-LINE              PIC X(133).
006300 WORKING-STORAGE SECTION.
006400 77  RF-IN-STATUS             PIC X(02).
006500 77  RF-HLD-STATUS            PIC X(02).
006600 77  RF-SLA-STATUS            PIC X(02).
006700 77  RF-JOB-STATUS            PIC X(02).
006800 77  RF-STP-STATUS            PIC X(02).
006814 77  RF-LN-RBK-SW             PIC X(01) VALUE 'N'.
006828 77  RF-LN-HLD-SW             PIC X(01) VALUE 'N'.
006842 77  RF-LN-SLA-SW             PIC X(01) VALUE 'N'.
006856 77  RF-LN-JOB-SW             PIC X(01) VALUE 'N'.
006870 77  RF-LN-RPT-SW             PIC X(01) VALUE 'N'.
006884 77  RF-SAVE-RC               PIC S9(04) COMP.
006900 77  RF-EOF-SW                PIC X(01).
007000     88  RF-EOF                          VALUE 'Y'.
007100 77  RF-STP-EOF-SW            PIC X(01).
007200     88  RF-STP-EOF                      VALUE 'Y'.
007300 77  RF-STEP-CNT              PIC 9(03) COMP VALUE ZERO.
007400 77  RF-SX                    PIC 9(03) COMP.
007500 77  RF-HLD-CNT               PIC 9(03) COMP VALUE ZERO.
007600 77  RF-HX                    PIC 9(03) COMP.
007700 77  RF-SLA-CNT               PIC 9(03) COMP VALUE ZERO.
007800 77  RF-LX                    PIC 9(03) COMP.
007900 77  RF-RX                    PIC 9(03) COMP.
008000 77  RF-RUN-CNT               PIC 9(03) COMP VALUE ZERO.
008100 77  RF-NOHIST-CNT            PIC 9(03) COMP VALUE ZERO.
008200 77  RF-BREACH-CNT            PIC 9(03) COMP VALUE ZERO.
008300 77  RF-BAD-CNT               PIC 9(07) COMP VALUE ZERO.
008400 01  RF-CARD                  PIC X(30).
008500 01  RF-STEPIN-DSN            PIC X(30).
008600 01  RF-START-X               PIC X(08).
008700 01  RF-DATE-X                PIC X(10).
008800 01  RF-TOK1                  PIC X(12).
008900 01  RF-TOK2                  PIC X(08).
009000 01  RF-TOK3                  PIC X(08).
009100 01  RF-TIMESTAMP.
009200     05  RF-TS-DATE           PIC 9(08).
009300     05  RF-TS-TIME.
009400         07  RF-TS-HH         PIC 9(02).
009500         07  RF-TS-MM         PIC 9(02).
009600         07  FILLER           PIC 9(04).
009700 01  RF-RUN-DATE              PIC 9(08).
009800 01  RF-START-HHMM            PIC 9(04).
009900 01  RF-START-R REDEFINES RF-START-HHMM.
010000     05  RF-START-HH          PIC 9(02).
010100     05  RF-START-MM          PIC 9(02).
010200*    THE PROJECTION CLOCK, IN SECONDS FROM MIDNIGHT ON THE RUN
010300*    DATE; PAST 86400 IS TOMORROW
010400 77  RF-WINDOW-SECS           PIC 9(07) COMP.
010500 77  RF-CLOCK                 PIC 9(07) COMP.
010600 77  RF-CUT-SECS              PIC 9(07) COMP.
010700 77  RF-LATE-MINS             PIC 9(05) COMP.
010800 01  RF-STEP-CARD.
010900     05  RF-C-STEP            PIC X(03).
011000     05  FILLER               PIC X(01).
011100     05  RF-C-PROGRAM         PIC X(12).
011200     05  FILLER               PIC X(01).
011300     05  RF-C-INPUT           PIC X(20).
011400     05  FILLER               PIC X(01).
011500     05  RF-C-OUTPUT          PIC X(20).
011600     05  FILLER               PIC X(01).
011700     05  RF-C-CONDITION       PIC X(08).
011800*    TONIGHT'S DECK, ONE ROW PER STEP, WITH THE LAST TEN CLEAN
011900*    RUNS OF ITS PROGRAM KEPT ROUND-ROBIN
012000 01  RF-STEP-TBL.
012100     05  RF-STEP OCCURS 200.
012200         10  RF-S-STEP        PIC X(03).
012300         10  RF-S-PGM         PIC X(12).
012400         10  RF-S-INPUT       PIC X(20).
012500         10  RF-S-COND        PIC X(08).
012600         10  RF-S-ACTION      PIC X(08).
012700         10  RF-S-BASIS       PIC X(07).
012800         10  RF-S-VOL-SW      PIC X(01).
012900         10  RF-S-VOL         PIC 9(09).
013000         10  RF-S-RUNS        PIC 9(03) COMP.
013100         10  RF-S-NEXT        PIC 9(03) COMP.
013200         10  RF-S-HIST OCCURS 10.
013300             15  RF-H-SECS    PIC 9(07) COMP.
013400             15  RF-H-RECS    PIC 9(09) COMP.
013500         10  RF-S-EST         PIC 9(07) COMP.
013600         10  RF-S-START       PIC 9(07) COMP.
013700         10  RF-S-FINISH      PIC 9(07) COMP.
013800 77  RF-HIST-SECS             PIC 9(09) COMP.
013900 77  RF-HIST-RECS             PIC 9(11) COMP.
014000 77  RF-HIST-RUNS             PIC 9(03) COMP.
014100 01  RF-HLD-TBL.
014200     05  RF-HLD-ENTRY         PIC X(12) OCCURS 50.
014300 01  RF-SLA-TBL.
014400     05  RF-SLA OCCURS 100.
014500         10  RF-L-PGM         PIC X(12).
014600         10  RF-L-DAYS        PIC X(06).
014700         10  RF-L-CUTOFF      PIC 9(04).
014800         10  RF-L-EXPECTED    PIC X(01).
014900 01  RF-CUTOFF                PIC 9(04).
015000 01  RF-CUTOFF-R REDEFINES RF-CUTOFF.
015100     05  RF-CUT-HH            PIC 9(02).
015200     05  RF-CUT-MM            PIC 9(02).
015300*    ELAPSED-TIME ARITHMETIC, AS JOBTREND DOES IT
015400 77  RF-START-INT             PIC 9(08) COMP.
015500 77  RF-END-INT               PIC 9(08) COMP.
015600 77  RF-SECS                  PIC S9(09) COMP.
015700 01  RF-STAMP-N               PIC 9(08).
015800 01  RF-TIME-N                PIC 9(06).
015900 01  RF-TIME-R REDEFINES RF-TIME-N.
016000     05  RF-T-HH              PIC 9(02).
016100     05  RF-T-MM              PIC 9(02).
016200     05  RF-T-SS              PIC 9(02).
016300 77  RF-START-SECS            PIC 9(09) COMP.
016400 77  RF-END-SECS              PIC 9(09) COMP.
016500*    A CLOCK VALUE AS HH:MM, '+1' ONCE IT PASSES MIDNIGHT
016600 77  RF-CLK-IN                PIC 9(07) COMP.
016700 77  RF-CLK-MINS              PIC 9(05) COMP.
016800 01  RF-CLK-TEXT.
016900     05  RF-CLK-HH            PIC 9(02).
017000     05  FILLER               PIC X(01) VALUE ':'.
017100     05  RF-CLK-MM            PIC 9(02).
017200     05  RF-CLK-DAY           PIC X(02).
017300 01  RF-START-TEXT            PIC X(07).
017400 01  RF-FINISH-TEXT           PIC X(07).
017500 01  RF-CUT-TEXT              PIC X(07).
017600 01  RF-VERDICT               PIC X(18).
017700 01  RF-RPT-LINE              PIC X(100).
017800 01  RF-ED-VOL                PIC Z(08)9.
017900 01  RF-ED-SECS               PIC Z(06)9.
018000 01  RF-ED-CNT                PIC ZZ9.
018100 01  RF-ED-MINS               PIC Z(04)9.
018200 COPY JOBLOGRC.
018300 COPY RPTHDTRL.
018400 COPY CALSVCPM.
018500 COPY PRINTFPM.
018600 COPY ALERTPM.
018650 COPY LINEAGPM.
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*  0000-MAINLINE - RESOLVE THE DECK, TIME IT, LAY IT OUT.       *
019000*****************************************************************
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
019400     PERFORM 1300-LOAD-SLAS THRU 1300-EXIT.
019500     PERFORM 2000-LOAD-DECK THRU 2000-EXIT.
019600     IF RF-STEP-CNT = ZERO
019700         DISPLAY 'RUNBOOK DECK HAS NO STEPS - NOTHING TO '
019800                 'FORECAST'
019900         GO TO 9999-EXIT
020000     END-IF.
020100     PERFORM 3000-SCAN-JOBLOG THRU 3000-EXIT.
020200     PERFORM 4000-PROJECT THRU 4000-EXIT.
020300     IF RF-BREACH-CNT > ZERO
020400         PERFORM 8100-POST-ALERT THRU 8100-EXIT
020500         MOVE 4 TO RETURN-CODE
020600     END-IF.
020700     GO TO 9999-EXIT.
020800
020900*****************************************************************
021000*  1000-INITIALIZE - RUN DATE AND WINDOW START FROM THE CARD.   *
021100*****************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT RF-TS-DATE FROM DATE YYYYMMDD.
021400     ACCEPT RF-TS-TIME FROM TIME.
021425     MOVE 'RUNFCST'     TO LN-PROGRAM.
021450     MOVE RF-TS-TIME(1:6) TO LN-START-TIME.
021475     MOVE ZERO          TO LN-CNT.
021500     MOVE SPACES TO RF-CARD.
021600     ACCEPT RF-CARD
021700         ON EXCEPTION
021800             MOVE SPACES TO RF-CARD
021900     END-ACCEPT.
022000     MOVE SPACES TO RF-START-X RF-DATE-X.
022100     UNSTRING RF-CARD DELIMITED BY ALL SPACE
022200         INTO RF-START-X RF-DATE-X.
022300     IF RF-START-X = SPACES
022400         MOVE RF-TS-HH TO RF-START-HH
022500         MOVE RF-TS-MM TO RF-START-MM
022600     ELSE
022700         IF RF-START-X(1:4) IS NOT NUMERIC
022800            OR RF-START-X(5:4) NOT = SPACES
022900             GO TO 1000-BAD-CARD
023000         END-IF
023100         MOVE RF-START-X(1:4) TO RF-START-HHMM
023200         IF RF-START-HH > 23 OR RF-START-MM > 59
023300             GO TO 1000-BAD-CARD
023400         END-IF
023500     END-IF.
023600     IF RF-DATE-X = SPACES
023700         MOVE RF-TS-DATE TO RF-RUN-DATE
023800     ELSE
023900         IF RF-DATE-X(1:8) IS NOT NUMERIC
024000            OR RF-DATE-X(9:2) NOT = SPACES
024100             GO TO 1000-BAD-CARD
024200         END-IF
024300         MOVE RF-DATE-X(1:8) TO RF-RUN-DATE
024400     END-IF.
024500     COMPUTE RF-WINDOW-SECS =
024600         RF-START-HH * 3600 + RF-START-MM * 60.
024700     MOVE 'I' TO PF-OP.
024800     MOVE 'FCSTRPT' TO PF-DSN.
024900     MOVE SPACES TO PF-TITLE.
025000     STRING 'BATCH-WINDOW FORECAST FOR ' RF-RUN-DATE
025100            ' FROM ' RF-START-HH ':' RF-START-MM
025200         DELIMITED BY SIZE INTO PF-TITLE.
025300     MOVE 'STP PROGRAM      COND   ACTION  BASIS      VOLUME EST'
025400       & ' SEC START   FINISH  CUTOFF  FORECAST'
025500         TO PF-HEADING.
025600     MOVE ZERO TO PF-PAGE-SIZE.
025700     CALL 'PRINTFMT' USING PF-PARM.
025800     IF PF-STATUS NOT = 'G'
025900         DISPLAY 'FCSTRPT DATASET NOT USABLE'
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 9999-EXIT
026200     END-IF.
026250     MOVE 'Y' TO RF-LN-RPT-SW.
026300     GO TO 1000-EXIT.
026400 1000-BAD-CARD.
026500     DISPLAY 'CONTROL CARD NEEDS <START HHMM> <RUN DATE '
026600             'YYYYMMDD> - RUN ABANDONED'.
026700     MOVE 16 TO RETURN-CODE.
026800     GO TO 9999-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100
027200 1200-LOAD-HOLDS.
027300*    THE SAME HOLDS RUNBOOK WILL SEE - NONE WHEN THE DATASET
027400*    IS ABSENT.
027500     MOVE 'N' TO RF-EOF-SW.
027600     OPEN INPUT RUNHOLDS.
027700     IF RF-HLD-STATUS NOT = '00' AND RF-HLD-STATUS NOT = '05'
027800         GO TO 1200-EXIT
027900     END-IF.
027925     IF RF-HLD-STATUS = '00'
027950         MOVE 'Y' TO RF-LN-HLD-SW
027975     END-IF.
028000     PERFORM UNTIL RF-EOF
028100         READ RUNHOLDS
028200             AT END
028300                 MOVE 'Y' TO RF-EOF-SW
028400             NOT AT END
028500                 IF RUNHOLDS-LINE NOT = SPACES
028600                    AND RF-HLD-CNT < 50
028700                     ADD 1 TO RF-HLD-CNT
028800                     MOVE RUNHOLDS-LINE
028900                         TO RF-HLD-ENTRY(RF-HLD-CNT)
029000                 END-IF
029100         END-READ
029200     END-PERFORM.
029300     CLOSE RUNHOLDS.
029400 1200-EXIT.
029500     EXIT.
029600
029700 1300-LOAD-SLAS.
029800*    SLADEFS AS SLACHECK READS IT; A PROGRAM IS HELD TO ITS
029900*    CUTOFF ONLY ON THE DAYS SLACHECK WOULD EXPECT IT.
030000     MOVE 'N' TO RF-EOF-SW.
030100     OPEN INPUT SLADEFS.
030200     IF RF-SLA-STATUS NOT = '00' AND RF-SLA-STATUS NOT = '05'
030300         DISPLAY 'NO SLADEFS DATASET - NO CUTOFFS TO '
030400                 'FORECAST AGAINST'
030500         GO TO 1300-EXIT
030600     END-IF.
030625     IF RF-SLA-STATUS = '00'
030650         MOVE 'Y' TO RF-LN-SLA-SW
030675     END-IF.
030700     MOVE RF-RUN-DATE TO CA-DATE.
030800     CALL 'CALSVC' USING CA-PARM.
030900     PERFORM UNTIL RF-EOF
031000         READ SLADEFS
031100             AT END
031200                 MOVE 'Y' TO RF-EOF-SW
031300             NOT AT END
031400                 IF SLADEFS-LINE NOT = SPACES
031500                    AND SLADEFS-LINE(1:1) NOT = '*'
031600                    AND RF-SLA-CNT < 100
031700                     PERFORM 1310-ONE-SLA THRU 1310-EXIT
031800                 END-IF
031900         END-READ
032000     END-PERFORM.
032100     CLOSE SLADEFS.
032200 1300-EXIT.
032300     EXIT.
032400
032500 1310-ONE-SLA.
032600     MOVE SPACES TO RF-TOK1 RF-TOK2 RF-TOK3.
032700     UNSTRING SLADEFS-LINE DELIMITED BY ALL SPACE
032800         INTO RF-TOK1 RF-TOK2 RF-TOK3.
032900     IF RF-TOK3(1:4) IS NOT NUMERIC
033000         DISPLAY 'SLADEFS ROW FOR ' RF-TOK1
033100                 ' HAS NO HHMM CUTOFF - IGNORED'
033200         GO TO 1310-EXIT
033300     END-IF.
033400     ADD 1 TO RF-SLA-CNT.
033500     MOVE RF-TOK1 TO RF-L-PGM(RF-SLA-CNT).
033600     MOVE RF-TOK2 TO RF-L-DAYS(RF-SLA-CNT).
033700     MOVE RF-TOK3(1:4) TO RF-L-CUTOFF(RF-SLA-CNT).
033800     MOVE 'Y' TO RF-L-EXPECTED(RF-SLA-CNT).
033900     IF CA-STATUS = 'G'
034000         IF RF-TOK2 = 'BUSDAY' AND CA-BUSINESS NOT = 'Y'
034100             MOVE 'N' TO RF-L-EXPECTED(RF-SLA-CNT)
034200         END-IF
034300         IF RF-TOK2 = 'PEREND' AND CA-PERIOD-END NOT = 'Y'
034400             MOVE 'N' TO RF-L-EXPECTED(RF-SLA-CNT)
034500         END-IF
034600     END-IF.
034700 1310-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  2000-LOAD-DECK - EVERY STEP, RESOLVED AS RUNBOOK WILL        *
035200*  RESOLVE IT TONIGHT.                                          *
035300*****************************************************************
035400 2000-LOAD-DECK.
035500     MOVE 'N' TO RF-EOF-SW.
035600     OPEN INPUT RUNBKIN.
035700     IF RF-IN-STATUS NOT = '00'
035800         DISPLAY 'RUNBOOK CONTROL DATASET NOT AVAILABLE, '
035900                 'STATUS ' RF-IN-STATUS
036000         MOVE 'C' TO PF-OP
036100         CALL 'PRINTFMT' USING PF-PARM
036200         MOVE 16 TO RETURN-CODE
036300         GO TO 9999-EXIT
036400     END-IF.
036450     MOVE 'Y' TO RF-LN-RBK-SW.
036500     PERFORM 2100-ONE-CARD THRU 2100-EXIT
036600         UNTIL RF-EOF.
036700     CLOSE RUNBKIN.
036800 2000-EXIT.
036900     EXIT.
037000
037100 2100-ONE-CARD.
037200     READ RUNBKIN INTO RF-STEP-CARD
037300         AT END
037400             MOVE 'Y' TO RF-EOF-SW
037500             GO TO 2100-EXIT
037600     END-READ.
037700     IF RF-STEP-CARD = SPACES OR RF-C-STEP = '*  '
037800         GO TO 2100-EXIT
037900     END-IF.
038000     IF RF-STEP-CNT >= 200
038100*        A FORECAST OF PART OF THE DECK WOULD UNDERSTATE THE
038200*        WINDOW - STOP INSTEAD
038300         DISPLAY 'RUNBOOK DECK EXCEEDS THE 200-STEP TABLE '
038400                 '- RUN ABANDONED'
038500         MOVE 'C' TO PF-OP
038600         CALL 'PRINTFMT' USING PF-PARM
038700         MOVE 16 TO RETURN-CODE
038800         GO TO 9999-EXIT
038900     END-IF.
039000     ADD 1 TO RF-STEP-CNT.
039100     MOVE RF-STEP-CNT TO RF-SX.
039200     MOVE RF-C-STEP      TO RF-S-STEP(RF-SX).
039300     MOVE RF-C-PROGRAM   TO RF-S-PGM(RF-SX).
039400     MOVE RF-C-INPUT     TO RF-S-INPUT(RF-SX).
039500     MOVE RF-C-CONDITION TO RF-S-COND(RF-SX).
039600     MOVE SPACES TO RF-S-BASIS(RF-SX).
039700     MOVE 'N' TO RF-S-VOL-SW(RF-SX).
039800     MOVE ZERO TO RF-S-VOL(RF-SX) RF-S-RUNS(RF-SX)
039900                  RF-S-NEXT(RF-SX) RF-S-EST(RF-SX)
040000                  RF-S-START(RF-SX) RF-S-FINISH(RF-SX).
040100     MOVE 'RUN' TO RF-S-ACTION(RF-SX).
040200     PERFORM 2200-CHECK-CONDITION THRU 2200-EXIT.
040300     IF RF-S-ACTION(RF-SX) = 'RUN'
040400         PERFORM 2300-CHECK-HOLD THRU 2300-EXIT
040500     END-IF.
040600     IF RF-S-ACTION(RF-SX) = 'RUN'
040700         ADD 1 TO RF-RUN-CNT
040800         PERFORM 2400-READ-VOLUME THRU 2400-EXIT
040900     END-IF.
041000 2100-EXIT.
041100     EXIT.
041200
041300 2200-CHECK-CONDITION.
041400*    RUNBOOK'S RULE: ONLY A CALENDAR THAT ANSWERS CAN SKIP A
041500*    STEP.
041600     IF RF-S-COND(RF-SX) NOT = 'BUSDAY'
041700        AND RF-S-COND(RF-SX) NOT = 'PEREND'
041800         GO TO 2200-EXIT
041900     END-IF.
042000     MOVE RF-RUN-DATE TO CA-DATE.
042100     CALL 'CALSVC' USING CA-PARM.
042200     IF CA-STATUS = 'G'
042300         IF RF-S-COND(RF-SX) = 'BUSDAY'
042400            AND CA-BUSINESS NOT = 'Y'
042500             MOVE 'SKIPPED' TO RF-S-ACTION(RF-SX)
042600         END-IF
042700         IF RF-S-COND(RF-SX) = 'PEREND'
042800            AND CA-PERIOD-END NOT = 'Y'
042900             MOVE 'SKIPPED' TO RF-S-ACTION(RF-SX)
043000         END-IF
043100     END-IF.
043200 2200-EXIT.
043300     EXIT.
043400
043500 2300-CHECK-HOLD.
043600     PERFORM VARYING RF-HX FROM 1 BY 1
043700         UNTIL RF-HX > RF-HLD-CNT
043800         IF RF-HLD-ENTRY(RF-HX)(1:3) = RF-S-STEP(RF-SX)
043900            AND RF-HLD-ENTRY(RF-HX)(4:9) = SPACES
044000             MOVE 'HELD' TO RF-S-ACTION(RF-SX)
044100         END-IF
044200         IF RF-HLD-ENTRY(RF-HX) = RF-S-PGM(RF-SX)
044300             MOVE 'HELD' TO RF-S-ACTION(RF-SX)
044400         END-IF
044500     END-PERFORM.
044600 2300-EXIT.
044700     EXIT.
044800
044900 2400-READ-VOLUME.
045000*    THE LAST CONTROL-TOTAL RECORD ON THE STEP'S INPUT DATASET
045100*    IS TONIGHT'S VOLUME; NO DATASET OR NO TRAILER, NO VOLUME.
045200     IF RF-S-INPUT(RF-SX) = SPACES
045300         GO TO 2400-EXIT
045400     END-IF.
045500     MOVE SPACES TO RF-STEPIN-DSN.
045600     UNSTRING RF-S-INPUT(RF-SX) DELIMITED BY ALL SPACE
045700         INTO RF-STEPIN-DSN.
045800     OPEN INPUT STEPIN.
045900     IF RF-STP-STATUS NOT = '00'
046000         IF RF-STP-STATUS = '05'
046100             CLOSE STEPIN
046200         END-IF
046300         GO TO 2400-EXIT
046400     END-IF.
046450     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
046500     MOVE 'N' TO RF-STP-EOF-SW.
046600     PERFORM UNTIL RF-STP-EOF
046700         READ STEPIN
046800             AT END
046900                 MOVE 'Y' TO RF-STP-EOF-SW
047000             NOT AT END
047100                 IF STEPIN-LINE(1:4) = 'TRL '
047200                     MOVE STEPIN-LINE TO HT-TRAILER
047300                     IF HT-T-COUNT IS NUMERIC
047400                         MOVE HT-T-COUNT TO RF-S-VOL(RF-SX)
047500                         MOVE 'Y' TO RF-S-VOL-SW(RF-SX)
047600                     END-IF
047700                 END-IF
047800         END-READ
047900     END-PERFORM.
048000     CLOSE STEPIN.
048100 2400-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500*  3000-SCAN-JOBLOG - THE LAST TEN CLEAN RUNS OF EACH PROGRAM   *
048600*  IN THE DECK.                                                 *
048700*****************************************************************
048800 3000-SCAN-JOBLOG.
048900     MOVE 'N' TO RF-EOF-SW.
049000     OPEN INPUT JOBFILE.
049100     IF RF-JOB-STATUS NOT = '00' AND RF-JOB-STATUS NOT = '05'
049200         DISPLAY 'NO JOBLOG DATASET - NO STEP CAN BE TIMED'
049300         GO TO 3000-EXIT
049400     END-IF.
049425     IF RF-JOB-STATUS = '00'
049450         MOVE 'Y' TO RF-LN-JOB-SW
049475     END-IF.
049500     PERFORM 3100-ONE-RUN THRU 3100-EXIT
049600         UNTIL RF-EOF.
049700     CLOSE JOBFILE.
049800 3000-EXIT.
049900     EXIT.
050000
050100 3100-ONE-RUN.
050200     READ JOBFILE INTO JR-REC
050300         AT END
050400             MOVE 'Y' TO RF-EOF-SW
050500             GO TO 3100-EXIT
050600     END-READ.
050700     IF JR-STATUS NOT = 'NORMAL'
050800         GO TO 3100-EXIT
050900     END-IF.
051000     IF JR-START-DATE IS NOT NUMERIC
051100        OR JR-START-TIME IS NOT NUMERIC
051200        OR JR-END-DATE IS NOT NUMERIC
051300        OR JR-END-TIME IS NOT NUMERIC
051400         ADD 1 TO RF-BAD-CNT
051500         GO TO 3100-EXIT
051600     END-IF.
051700     PERFORM 3200-ELAPSED THRU 3200-EXIT.
051800     IF RF-SECS < ZERO OR RF-SECS > 9999999
051900         ADD 1 TO RF-BAD-CNT
052000         GO TO 3100-EXIT
052100     END-IF.
052200     PERFORM VARYING RF-SX FROM 1 BY 1
052300         UNTIL RF-SX > RF-STEP-CNT
052400         IF RF-S-PGM(RF-SX) = JR-PROGRAM
052500             PERFORM 3300-KEEP-RUN THRU 3300-EXIT
052600         END-IF
052700     END-PERFORM.
052800 3100-EXIT.
052900     EXIT.
053000
053100 3200-ELAPSED.
053200*    AS JOBTREND: THE ROLL FIELD PUTS THE WALL-CLOCK END DAY
053300*    BACK ON A POST-MIDNIGHT FINISHER.
053400     MOVE JR-START-DATE TO RF-STAMP-N.
053500     COMPUTE RF-START-INT =
053600         FUNCTION INTEGER-OF-DATE(RF-STAMP-N).
053700     MOVE JR-END-DATE TO RF-STAMP-N.
053800     COMPUTE RF-END-INT =
053900         FUNCTION INTEGER-OF-DATE(RF-STAMP-N).
054000     IF JR-ROLL-DAYS IS NUMERIC
054100         ADD JR-ROLL-DAYS TO RF-END-INT
054200     END-IF.
054300     MOVE JR-START-TIME TO RF-TIME-N.
054400     COMPUTE RF-START-SECS =
054500         RF-T-HH * 3600 + RF-T-MM * 60 + RF-T-SS.
054600     MOVE JR-END-TIME TO RF-TIME-N.
054700     COMPUTE RF-END-SECS =
054800         RF-T-HH * 3600 + RF-T-MM * 60 + RF-T-SS.
054900     COMPUTE RF-SECS =
055000         (RF-END-INT - RF-START-INT) * 86400
055100         + RF-END-SECS - RF-START-SECS.
055200 3200-EXIT.
055300     EXIT.
055400
055500 3300-KEEP-RUN.
055600*    JOBLOG IS IN TIME ORDER, SO THE SLOT OVERWRITTEN IS
055700*    ALWAYS THE OLDEST OF THE TEN.
055800     ADD 1 TO RF-S-NEXT(RF-SX).
055900     IF RF-S-NEXT(RF-SX) > 10
056000         MOVE 1 TO RF-S-NEXT(RF-SX)
056100     END-IF.
056200     MOVE RF-S-NEXT(RF-SX) TO RF-RX.
056300     MOVE RF-SECS TO RF-H-SECS(RF-SX, RF-RX).
056400     IF JR-RECS-IN IS NUMERIC
056500         MOVE JR-RECS-IN TO RF-H-RECS(RF-SX, RF-RX)
056600     ELSE
056700         MOVE ZERO TO RF-H-RECS(RF-SX, RF-RX)
056800     END-IF.
056900     IF RF-S-RUNS(RF-SX) < 10
057000         ADD 1 TO RF-S-RUNS(RF-SX)
057100     END-IF.
057200 3300-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  4000-PROJECT - LAY THE RUNNING STEPS END TO END FROM THE     *
057700*  START AND JUDGE EACH FINISH AGAINST ITS CUTOFF.              *
057800*****************************************************************
057900 4000-PROJECT.
058000     MOVE RF-WINDOW-SECS TO RF-CLOCK.
058100     PERFORM 4100-ONE-STEP THRU 4100-EXIT
058200         VARYING RF-SX FROM 1 BY 1
058300         UNTIL RF-SX > RF-STEP-CNT.
058400     PERFORM 4900-TOTALS THRU 4900-EXIT.
058500 4000-EXIT.
058600     EXIT.
058700
058800 4100-ONE-STEP.
058900     MOVE SPACES TO RF-START-TEXT RF-FINISH-TEXT RF-CUT-TEXT
059000                    RF-VERDICT.
059100     IF RF-S-ACTION(RF-SX) = 'RUN'
059200         PERFORM 4200-ESTIMATE THRU 4200-EXIT
059300         MOVE RF-CLOCK TO RF-S-START(RF-SX)
059400         ADD RF-S-EST(RF-SX) TO RF-CLOCK
059500         MOVE RF-CLOCK TO RF-S-FINISH(RF-SX)
059600         MOVE RF-S-START(RF-SX) TO RF-CLK-IN
059700         PERFORM 7800-CLOCK-TEXT THRU 7800-EXIT
059800         MOVE RF-CLK-TEXT TO RF-START-TEXT
059900         MOVE RF-S-FINISH(RF-SX) TO RF-CLK-IN
060000         PERFORM 7800-CLOCK-TEXT THRU 7800-EXIT
060100         MOVE RF-CLK-TEXT TO RF-FINISH-TEXT
060200     END-IF.
060300     PERFORM 4300-JUDGE THRU 4300-EXIT.
060400     MOVE SPACES TO RF-RPT-LINE.
060500     MOVE RF-S-STEP(RF-SX)   TO RF-RPT-LINE(1:3).
060600     MOVE RF-S-PGM(RF-SX)    TO RF-RPT-LINE(5:12).
060700     MOVE RF-S-COND(RF-SX)   TO RF-RPT-LINE(18:6).
060800     MOVE RF-S-ACTION(RF-SX) TO RF-RPT-LINE(25:7).
060900     IF RF-S-ACTION(RF-SX) = 'RUN'
061000         MOVE RF-S-BASIS(RF-SX) TO RF-RPT-LINE(33:7)
061100         IF RF-S-VOL-SW(RF-SX) = 'Y'
061200             MOVE RF-S-VOL(RF-SX) TO RF-ED-VOL
061300             MOVE RF-ED-VOL TO RF-RPT-LINE(41:9)
061400         END-IF
061500         MOVE RF-S-EST(RF-SX) TO RF-ED-SECS
061600         MOVE RF-ED-SECS TO RF-RPT-LINE(51:7)
061700         MOVE RF-START-TEXT  TO RF-RPT-LINE(59:7)
061800         MOVE RF-FINISH-TEXT TO RF-RPT-LINE(67:7)
061900     END-IF.
062000     MOVE RF-CUT-TEXT TO RF-RPT-LINE(75:7).
062100     MOVE RF-VERDICT  TO RF-RPT-LINE(83:18).
062200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
062300 4100-EXIT.
062400     EXIT.
062500
062600 4200-ESTIMATE.
062700*    VOLUME-SCALED WHEN TONIGHT'S COUNT AND THE HISTORY'S
062800*    COUNTS ARE BOTH KNOWN, ELSE THE PLAIN AVERAGE; A PROGRAM
062900*    WITH NO CLEAN HISTORY IS SHOWN AT ZERO AND COUNTED.
063000     MOVE ZERO TO RF-HIST-SECS RF-HIST-RECS.
063100     MOVE RF-S-RUNS(RF-SX) TO RF-HIST-RUNS.
063200     PERFORM VARYING RF-RX FROM 1 BY 1
063300         UNTIL RF-RX > RF-HIST-RUNS
063400         ADD RF-H-SECS(RF-SX, RF-RX) TO RF-HIST-SECS
063500         ADD RF-H-RECS(RF-SX, RF-RX) TO RF-HIST-RECS
063600     END-PERFORM.
063700     IF RF-HIST-RUNS = ZERO
063800         MOVE 'NOHIST' TO RF-S-BASIS(RF-SX)
063900         MOVE ZERO TO RF-S-EST(RF-SX)
064000         ADD 1 TO RF-NOHIST-CNT
064100         GO TO 4200-EXIT
064200     END-IF.
064300     IF RF-S-VOL-SW(RF-SX) = 'Y' AND RF-HIST-RECS > ZERO
064400         MOVE 'VOLUME' TO RF-S-BASIS(RF-SX)
064500         COMPUTE RF-S-EST(RF-SX) ROUNDED =
064600             RF-HIST-SECS * RF-S-VOL(RF-SX) / RF-HIST-RECS
064700             ON SIZE ERROR
064800                 MOVE 9999999 TO RF-S-EST(RF-SX)
064900         END-COMPUTE
065000     ELSE
065100         MOVE 'AVERAGE' TO RF-S-BASIS(RF-SX)
065200         COMPUTE RF-S-EST(RF-SX) ROUNDED =
065300             RF-HIST-SECS / RF-HIST-RUNS
065400     END-IF.
065500 4200-EXIT.
065600     EXIT.
065700
065800 4300-JUDGE.
065900*    THE LAST SLADEFS ROW FOR THE PROGRAM GOVERNS, AS A LATER
066000*    CARD WOULD OVERRIDE AN EARLIER ONE.
066100     MOVE ZERO TO RF-LX.
066200     PERFORM VARYING RF-HX FROM 1 BY 1
066300         UNTIL RF-HX > RF-SLA-CNT
066400         IF RF-L-PGM(RF-HX) = RF-S-PGM(RF-SX)
066500             MOVE RF-HX TO RF-LX
066600         END-IF
066700     END-PERFORM.
066800     IF RF-LX = ZERO
066900         MOVE 'NO SLA' TO RF-VERDICT
067000         GO TO 4300-EXIT
067100     END-IF.
067200     IF RF-L-EXPECTED(RF-LX) NOT = 'Y'
067300         MOVE 'NOT DUE' TO RF-VERDICT
067400         GO TO 4300-EXIT
067500     END-IF.
067600     MOVE RF-L-CUTOFF(RF-LX) TO RF-CUTOFF.
067700     COMPUTE RF-CUT-SECS = RF-CUT-HH * 3600 + RF-CUT-MM * 60.
067800     IF RF-CUT-SECS < RF-WINDOW-SECS
067900         ADD 86400 TO RF-CUT-SECS
068000     END-IF.
068100     MOVE RF-CUT-SECS TO RF-CLK-IN.
068200     PERFORM 7800-CLOCK-TEXT THRU 7800-EXIT.
068300     MOVE RF-CLK-TEXT TO RF-CUT-TEXT.
068400     IF RF-S-ACTION(RF-SX) NOT = 'RUN'
068500         MOVE 'BREACH - WILL MISS' TO RF-VERDICT
068600         ADD 1 TO RF-BREACH-CNT
068700         GO TO 4300-EXIT
068800     END-IF.
068900     IF RF-S-FINISH(RF-SX) > RF-CUT-SECS
069000         COMPUTE RF-LATE-MINS =
069100             (RF-S-FINISH(RF-SX) - RF-CUT-SECS + 59) / 60
069200         MOVE RF-LATE-MINS TO RF-ED-MINS
069300         STRING 'BREACH ' RF-ED-MINS ' MIN'
069400             DELIMITED BY SIZE INTO RF-VERDICT
069500         ADD 1 TO RF-BREACH-CNT
069600     ELSE
069700         MOVE 'OK' TO RF-VERDICT
069800     END-IF.
069900 4300-EXIT.
070000     EXIT.
070100
070200 4900-TOTALS.
070300     MOVE SPACES TO RF-RPT-LINE.
070400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
070500     MOVE RF-STEP-CNT TO RF-ED-CNT.
070600     MOVE SPACES TO RF-RPT-LINE.
070700     STRING 'STEPS IN THE DECK             ' RF-ED-CNT
070800         DELIMITED BY SIZE INTO RF-RPT-LINE.
070900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
071000     MOVE RF-RUN-CNT TO RF-ED-CNT.
071100     MOVE SPACES TO RF-RPT-LINE.
071200     STRING 'STEPS PROJECTED TO RUN        ' RF-ED-CNT
071300         DELIMITED BY SIZE INTO RF-RPT-LINE.
071400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
071500     MOVE RF-CLOCK TO RF-CLK-IN.
071600     PERFORM 7800-CLOCK-TEXT THRU 7800-EXIT.
071700     MOVE SPACES TO RF-RPT-LINE.
071800     STRING 'PROJECTED END OF WINDOW     ' RF-CLK-TEXT
071900         DELIMITED BY SIZE INTO RF-RPT-LINE.
072000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
072100     MOVE RF-BREACH-CNT TO RF-ED-CNT.
072200     MOVE SPACES TO RF-RPT-LINE.
072300     STRING 'PROJECTED SLA BREACHES        ' RF-ED-CNT
072400         DELIMITED BY SIZE INTO RF-RPT-LINE.
072500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
072600     IF RF-NOHIST-CNT > ZERO
072700         MOVE RF-NOHIST-CNT TO RF-ED-CNT
072800         MOVE SPACES TO RF-RPT-LINE
072900         STRING 'STEPS WITH NO JOBLOG HISTORY  ' RF-ED-CNT
073000                ' (TIMED AT ZERO - FORECAST UNDERSTATED)'
073100             DELIMITED BY SIZE INTO RF-RPT-LINE
073200         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
073300     END-IF.
073400     IF RF-BAD-CNT > ZERO
073500         MOVE RF-BAD-CNT TO RF-ED-VOL
073600         MOVE SPACES TO RF-RPT-LINE
073700         STRING 'JOBLOG RECORDS SKIPPED (BAD STAMPS) ' RF-ED-VOL
073800             DELIMITED BY SIZE INTO RF-RPT-LINE
073900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
074000     END-IF.
074100     MOVE 'C' TO PF-OP.
074200     CALL 'PRINTFMT' USING PF-PARM.
074300     MOVE RF-BREACH-CNT TO RF-ED-CNT.
074400     DISPLAY 'BATCH-WINDOW FORECAST FOR ' RF-RUN-DATE ' - '
074500             RF-ED-CNT ' PROJECTED SLA BREACH(ES), WINDOW '
074600             'ENDS ' RF-CLK-TEXT.
074700 4900-EXIT.
074800     EXIT.
074900
075000 7800-CLOCK-TEXT.
075100     DIVIDE RF-CLK-IN BY 60 GIVING RF-CLK-MINS.
075200     MOVE SPACES TO RF-CLK-DAY.
075300     IF RF-CLK-MINS >= 1440
075400         SUBTRACT 1440 FROM RF-CLK-MINS
075500         MOVE '+1' TO RF-CLK-DAY
075600     END-IF.
075700     IF RF-CLK-MINS >= 1440
075800         MOVE 1439 TO RF-CLK-MINS
075900         MOVE '+N' TO RF-CLK-DAY
076000     END-IF.
076100     DIVIDE RF-CLK-MINS BY 60 GIVING RF-CLK-HH
076200         REMAINDER RF-CLK-MM.
076300 7800-EXIT.
076400     EXIT.
076500
076600 7900-PRINT-LINE.
076700     MOVE RF-RPT-LINE TO PF-LINE.
076800     MOVE 'D' TO PF-OP.
076900     CALL 'PRINTFMT' USING PF-PARM.
077000 7900-EXIT.
077100     EXIT.
077200
077201 8000-RECORD-LINEAGE.
077202*    EVERY PATH OUT ENDS HERE.  THE STEP INPUTS READ FOR VOLUMES
077203*    ARE ALREADY ON THE LIST (8050); THE FIXED DATASETS, IF THE
077204*    RUN GOT AS FAR AS OPENING THEM, ARE ADDED AND THE LIST SENT.
077205     IF RF-LN-RBK-SW = 'Y'
077206         ADD 1 TO LN-CNT
077207         MOVE 'RUNBOOK'     TO LN-DSN(LN-CNT)
077208         MOVE 'R'           TO LN-MODE(LN-CNT)
077209     END-IF.
077210     IF RF-LN-HLD-SW = 'Y'
077211         ADD 1 TO LN-CNT
077212         MOVE 'RUNHOLDS'    TO LN-DSN(LN-CNT)
077213         MOVE 'R'           TO LN-MODE(LN-CNT)
077214     END-IF.
077215     IF RF-LN-SLA-SW = 'Y'
077216         ADD 1 TO LN-CNT
077217         MOVE 'SLADEFS'     TO LN-DSN(LN-CNT)
077218         MOVE 'R'           TO LN-MODE(LN-CNT)
077219     END-IF.
077220     IF RF-LN-JOB-SW = 'Y'
077221         ADD 1 TO LN-CNT
077222         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
077223         MOVE 'R'           TO LN-MODE(LN-CNT)
077224     END-IF.
077225     IF RF-LN-RPT-SW = 'Y'
077226         ADD 1 TO LN-CNT
077227         MOVE 'FCSTRPT'     TO LN-DSN(LN-CNT)
077228         MOVE 'W'           TO LN-MODE(LN-CNT)
077229     END-IF.
077230     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
077231 8000-EXIT.
077232     EXIT.
077233
077234*    EVERY STEP CAN NAME AN INPUT DATASET, SO THE LIST CAN OUTGROW
077235*    ONE CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME START
077236*    TIME, KEEPING FIVE PLACES FOR THE FIXED DATASETS.
077237 8050-NOTE-DSN.
077238     IF LN-CNT >= 7
077239         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
077240     END-IF.
077241     ADD 1 TO LN-CNT.
077242     MOVE RF-STEPIN-DSN TO LN-DSN(LN-CNT).
077243     MOVE 'R'           TO LN-MODE(LN-CNT).
077244 8050-EXIT.
077245     EXIT.
077246
077247*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
077248 8090-SEND-LINEAGE.
077249     MOVE RETURN-CODE   TO RF-SAVE-RC.
077250     CALL 'LINEAGE' USING LN-PARM.
077251     MOVE RF-SAVE-RC    TO RETURN-CODE.
077252     MOVE ZERO          TO LN-CNT.
077253 8090-EXIT.
077254     EXIT.
077255
077300 8100-POST-ALERT.
077400     MOVE RF-BREACH-CNT TO RF-ED-CNT.
077500     MOVE SPACES TO AL-PARM.
077600     MOVE 'RUNFCST' TO AL-SOURCE.
077700     MOVE 'W' TO AL-SEVERITY.
077800     MOVE 'FCSTRPT' TO AL-DSN.
077900     STRING RF-ED-CNT ' SLA BREACH(ES) PROJECTED FOR '
078000            RF-RUN-DATE ' - RE-PLAN THE WINDOW'
078100         DELIMITED BY SIZE INTO AL-TEXT.
078200     CALL 'ALERTSVC' USING AL-PARM.
078300 8100-EXIT.
078400     EXIT.
078500
078600 9999-EXIT.
078650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
078700     STOP RUN.
