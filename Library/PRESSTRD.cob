000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRESSTRD.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PRESSTRD - STAMPING-PRESS FLAG-RATE TREND OVER THE PRESSHIST *
000900*  HISTORY ABC_079_A APPENDS, ONE ROW PER PRESS PER SCREEN RUN. *
001000*  SYSIN IS THE NUMBER OF RUNS TO LOOK BACK OVER (BLANK = 5,    *
001100*  1 TO 12).  A RUN IS ONE BATCH DATE AND START TIME.  FOR      *
001200*  EACH PRESS AND LINE IN THOSE RUNS THE REPORT GIVES THE FLAG  *
001300*  RATE (FLAGGED PER HUNDRED SCANNED) RUN BY RUN AND THE        *
001400*  LEAST-SQUARES TREND OF THAT RATE PER RUN.  PRESSES WHOSE     *
001500*  RATE IS CLIMBING ARE LISTED FIRST, STEEPEST FIRST; THE REST  *
001600*  FOLLOW BY THEIR LATEST RATE, HIGHEST FIRST.  A PRESS SEEN IN *
001700*  ONLY ONE OF THE RUNS HAS NO TREND YET.  ANY CLIMBING PRESS   *
001800*  IS A WARNING: RC 4 AND AN ALERT NAMING THE STEEPEST.         *
001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-10-15  OSG  NEW PROGRAM.                                *
002133*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002166*                   LINEAGE REGISTER AT END OF JOB.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL PRESSHIST ASSIGN TO PRESSHIST
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS TD-H-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PRESSHIST.
003200 01  PRESSHIST-LINE           PIC X(43).
003300 WORKING-STORAGE SECTION.
003400 77  TD-H-STATUS              PIC X(02).
003425 77  TD-LN-HST-SW             PIC X(01) VALUE 'N'.
003450 77  TD-LN-RPT-SW             PIC X(01) VALUE 'N'.
003475 77  TD-SAVE-RC               PIC S9(04) COMP.
003500 77  TD-EOF-SW                PIC X(01) VALUE 'N'.
003600     88  TD-EOF                          VALUE 'Y'.
003700 77  TD-BETTER-SW             PIC X(01).
003800     88  TD-BETTER                       VALUE 'Y'.
003900 77  TD-RUNS                  PIC 9(02) VALUE 5.
004000 77  TD-RUN-CNT               PIC 9(07) COMP VALUE ZERO.
004100 77  TD-RUN-NO                PIC 9(07) COMP VALUE ZERO.
004200 77  TD-FIRST-RUN             PIC 9(07) COMP.
004300 77  TD-SLOT                  PIC 9(02) COMP.
004500 77  TD-PRESS-CNT             PIC 9(03) COMP VALUE ZERO.
004600 77  TD-CLIMB-CNT             PIC 9(03) COMP VALUE ZERO.
004700 77  TD-BAD-CNT               PIC 9(05) COMP VALUE ZERO.
004800 77  TD-IX                    PIC 9(03) COMP.
004900 77  TD-JX                    PIC 9(03) COMP.
005000 77  TD-HIT                   PIC 9(03) COMP.
005100 77  TD-BEST-IX               PIC 9(03) COMP.
005200 77  TD-ORD                   PIC 9(03) COMP.
005300 77  TD-N                     PIC 9(02) COMP.
005400 77  TD-SX                    PIC S9(05)V9(04) COMP-3.
005500 77  TD-SY                    PIC S9(07)V9(04) COMP-3.
005600 77  TD-SXX                   PIC S9(07)V9(04) COMP-3.
005700 77  TD-SXY                   PIC S9(09)V9(04) COMP-3.
005800 77  TD-DENOM                 PIC S9(09)V9(04) COMP-3.
005900 01  TD-CARD                  PIC X(80).
006000 01  TD-TOK1                  PIC X(10).
006100 01  TD-RUN-KEY               PIC X(15).
006200 01  TD-PREV-KEY              PIC X(15).
006300 01  TD-FIRST-DATE            PIC X(08) VALUE SPACES.
006400 01  TD-LAST-DATE             PIC X(08) VALUE SPACES.
006500*    ONE ENTRY PER PRESS AND LINE IN THE WINDOW; SLOT 1 IS THE
006600*    OLDEST RUN LOOKED AT, THE LAST SLOT THE MOST RECENT
006700 01  TD-PRESS-TBL.
006800     05  TD-PRESS OCCURS 100.
006900         10  TD-P-MACHINE     PIC X(08).
007000         10  TD-P-LINE        PIC X(04).
007100         10  TD-P-SCANNED     PIC 9(09) COMP.
007200         10  TD-P-FLAGGED     PIC 9(09) COMP.
007300         10  TD-P-POINTS      PIC 9(02) COMP.
007400         10  TD-P-LATEST      PIC 9(03)V99.
007500         10  TD-P-SLOPE       PIC S9(03)V99.
007600         10  TD-P-STATE       PIC X(08).
007700         10  TD-P-TAKEN       PIC X(01).
007800         10  TD-P-SLOT OCCURS 12.
007900             15  TD-S-SCANNED PIC 9(07) COMP.
008000             15  TD-S-FLAGGED PIC 9(07) COMP.
008100             15  TD-S-RATE    PIC 9(03)V99.
008200 01  TD-ORD-TBL.
008300     05  TD-ORD-IX            PIC 9(03) COMP OCCURS 100.
008400 01  TD-RATE                  PIC 9(03)V99.
008500 01  TD-RPT-LINE              PIC X(100).
008600 01  TD-RATES-LINE            PIC X(100).
008700 01  TD-RATES-PTR             PIC 9(03) COMP.
008800 01  TD-ED-RATE               PIC ZZ9.99.
008900 01  TD-ED-SLOPE              PIC +ZZ9.99.
009000 01  TD-ED-CNT                PIC Z(06)9.
009100 01  TD-ED-CNT2               PIC Z(06)9.
009200 01  TD-ED-RUNS               PIC Z9.
009300 COPY PRESSHRC.
009400 COPY EDITNMPM.
009500 COPY PRINTFPM.
009600 COPY ALERTPM.
009650 COPY LINEAGPM.
009700 PROCEDURE DIVISION.
009800*****************************************************************
009900*  0000-MAINLINE - COUNT THE RUNS, GATHER THE WINDOW, TREND,    *
010000*  RANK AND PRINT.                                              *
010100*****************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-COUNT-RUNS THRU 2000-EXIT.
010500     PERFORM 3000-GATHER THRU 3000-EXIT.
010600     PERFORM 4000-TREND THRU 4000-EXIT.
010700     PERFORM 5000-RANK THRU 5000-EXIT.
010800     PERFORM 6000-REPORT THRU 6000-EXIT.
010900     GO TO 9999-EXIT.
011000
011100*****************************************************************
011200*  1000-INITIALIZE - EDIT THE RUNS CARD.  A BLANK CARD TAKES    *
011300*  THE LAST 5 RUNS; ANYTHING UNREADABLE OR OUTSIDE 1 TO 12 IS   *
011400*  REJECTED.                                                    *
011500*****************************************************************
011600 1000-INITIALIZE.
011700     MOVE SPACES TO TD-CARD.
011800     ACCEPT TD-CARD
011900         ON EXCEPTION
012000             MOVE SPACES TO TD-CARD
012100     END-ACCEPT.
012200     MOVE SPACES TO TD-TOK1.
012300     UNSTRING TD-CARD DELIMITED BY ALL SPACE
012400         INTO TD-TOK1.
012500     IF TD-TOK1 = SPACES
012600         GO TO 1000-EXIT
012700     END-IF.
012800     MOVE TD-TOK1 TO EN-TOKEN.
012900     CALL 'EDITNUM' USING EN-PARM.
013000     IF EN-STATUS = 'B'
013100         GO TO 1000-REJECT
013200     END-IF.
013300     MOVE FUNCTION NUMVAL(TD-TOK1) TO TD-RUNS.
013400     IF TD-RUNS > ZERO AND TD-RUNS NOT > 12
013500         GO TO 1000-EXIT
013600     END-IF.
013700 1000-REJECT.
013800     DISPLAY 'PRESSTRD CARD REJECTED: ' TD-CARD.
013900     DISPLAY 'EXPECTED <RUNS TO LOOK BACK OVER, 1 TO 12>'.
014000     MOVE 12 TO RETURN-CODE.
014100     GO TO 9999-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400
014500*****************************************************************
014600*  2000-COUNT-RUNS - FIRST PASS: HOW MANY RUNS THE HISTORY      *
014700*  HOLDS.  EACH RUN'S ROWS ARE APPENDED TOGETHER, SO A CHANGE   *
014800*  OF DATE AND TIME IS A NEW RUN.                               *
014900*****************************************************************
015000 2000-COUNT-RUNS.
015100     OPEN INPUT PRESSHIST.
015200     IF TD-H-STATUS NOT = '00'
015300         IF TD-H-STATUS = '05'
015400             CLOSE PRESSHIST
015500         END-IF
015600         DISPLAY 'PRESSHIST HISTORY NOT AVAILABLE, STATUS '
015700                 TD-H-STATUS ' - NOTHING TO TREND'
015800         MOVE 16 TO RETURN-CODE
015900         GO TO 9999-EXIT
016000     END-IF.
016050     MOVE 'Y' TO TD-LN-HST-SW.
016100     MOVE SPACES TO TD-PREV-KEY.
016200     PERFORM UNTIL TD-EOF
016300         READ PRESSHIST INTO PH-REC
016400             AT END
016500                 MOVE 'Y' TO TD-EOF-SW
016600             NOT AT END
016700                 MOVE PRESSHIST-LINE(1:15) TO TD-RUN-KEY
016800                 IF TD-RUN-KEY NOT = TD-PREV-KEY
016900                     ADD 1 TO TD-RUN-CNT
017000                     MOVE TD-RUN-KEY TO TD-PREV-KEY
017100                 END-IF
017200         END-READ
017300     END-PERFORM.
017400     CLOSE PRESSHIST.
017500     IF TD-RUN-CNT = ZERO
017600         DISPLAY 'PRESSHIST HISTORY IS EMPTY - NOTHING TO TREND'
017700         MOVE 16 TO RETURN-CODE
017800         GO TO 9999-EXIT
017900     END-IF.
018000     IF TD-RUN-CNT < TD-RUNS
018100         MOVE TD-RUN-CNT TO TD-RUNS
018200     END-IF.
018300     COMPUTE TD-FIRST-RUN = TD-RUN-CNT - TD-RUNS + 1.
018400 2000-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*  3000-GATHER - SECOND PASS: THE COUNTS FOR EVERY PRESS IN THE *
018900*  RUNS BEING LOOKED AT, SLOTTED BY RUN.  ROWS WHOSE COUNTS ARE *
019000*  NOT NUMERIC ARE COUNTED AND SKIPPED.                         *
019100*****************************************************************
019200 3000-GATHER.
019300     OPEN INPUT PRESSHIST.
019400     MOVE 'N' TO TD-EOF-SW.
019500     MOVE SPACES TO TD-PREV-KEY.
019600     PERFORM 3100-NEXT-ROW THRU 3100-EXIT
019700         UNTIL TD-EOF.
019800     CLOSE PRESSHIST.
019900 3000-EXIT.
020000     EXIT.
020100
020200 3100-NEXT-ROW.
020300     READ PRESSHIST INTO PH-REC
020400         AT END
020500             MOVE 'Y' TO TD-EOF-SW
020600             GO TO 3100-EXIT
020700     END-READ.
020800     MOVE PRESSHIST-LINE(1:15) TO TD-RUN-KEY.
020900     IF TD-RUN-KEY NOT = TD-PREV-KEY
021000         ADD 1 TO TD-RUN-NO
021100         MOVE TD-RUN-KEY TO TD-PREV-KEY
021200         IF TD-RUN-NO = TD-FIRST-RUN
021300             MOVE PRESSHIST-LINE(1:8) TO TD-FIRST-DATE
021400         END-IF
021500         MOVE PRESSHIST-LINE(1:8) TO TD-LAST-DATE
021600     END-IF.
021700     IF TD-RUN-NO < TD-FIRST-RUN
021800         GO TO 3100-EXIT
021900     END-IF.
022000     IF PH-SCANNED IS NOT NUMERIC
022100        OR PH-FLAGGED IS NOT NUMERIC
022200         ADD 1 TO TD-BAD-CNT
022300         GO TO 3100-EXIT
022400     END-IF.
022500     COMPUTE TD-SLOT = TD-RUN-NO - TD-FIRST-RUN + 1.
022600     PERFORM 3200-FIND-PRESS THRU 3200-EXIT.
022700     IF TD-HIT = ZERO
022800         ADD 1 TO TD-BAD-CNT
022900         GO TO 3100-EXIT
023000     END-IF.
023100     ADD PH-SCANNED TO TD-S-SCANNED(TD-HIT, TD-SLOT)
023200                       TD-P-SCANNED(TD-HIT).
023300     ADD PH-FLAGGED TO TD-S-FLAGGED(TD-HIT, TD-SLOT)
023400                       TD-P-FLAGGED(TD-HIT).
023500 3100-EXIT.
023600     EXIT.
023700
023800 3200-FIND-PRESS.
023900     MOVE ZERO TO TD-HIT.
024000     PERFORM VARYING TD-IX FROM 1 BY 1
024100         UNTIL TD-IX > TD-PRESS-CNT OR TD-HIT NOT = ZERO
024200         IF TD-P-MACHINE(TD-IX) = PH-MACHINE
024300            AND TD-P-LINE(TD-IX) = PH-LINE-ID
024400             MOVE TD-IX TO TD-HIT
024500         END-IF
024600     END-PERFORM.
024700     IF TD-HIT NOT = ZERO OR TD-PRESS-CNT NOT < 100
024800         GO TO 3200-EXIT
024900     END-IF.
025000     ADD 1 TO TD-PRESS-CNT.
025100     MOVE TD-PRESS-CNT TO TD-HIT.
025200     INITIALIZE TD-PRESS(TD-HIT).
025300     MOVE PH-MACHINE TO TD-P-MACHINE(TD-HIT).
025400     MOVE PH-LINE-ID TO TD-P-LINE(TD-HIT).
025500     MOVE 'N' TO TD-P-TAKEN(TD-HIT).
025600 3200-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*  4000-TREND - EACH PRESS'S RATE RUN BY RUN, ITS LATEST RATE,  *
026100*  AND THE LEAST-SQUARES SLOPE OF THE RATE AGAINST THE RUN      *
026200*  NUMBER OVER THE RUNS IT STAMPED IN.                          *
026300*****************************************************************
026400 4000-TREND.
026500     PERFORM 4100-ONE-PRESS THRU 4100-EXIT
026600         VARYING TD-IX FROM 1 BY 1
026700         UNTIL TD-IX > TD-PRESS-CNT.
026800 4000-EXIT.
026900     EXIT.
027000
027100 4100-ONE-PRESS.
027200     MOVE ZERO TO TD-N TD-SX TD-SY TD-SXX TD-SXY.
027300     PERFORM VARYING TD-SLOT FROM 1 BY 1
027400         UNTIL TD-SLOT > TD-RUNS
027500         IF TD-S-SCANNED(TD-IX, TD-SLOT) > ZERO
027600             COMPUTE TD-RATE ROUNDED =
027700                 TD-S-FLAGGED(TD-IX, TD-SLOT) * 100
027800                 / TD-S-SCANNED(TD-IX, TD-SLOT)
027900             MOVE TD-RATE TO TD-S-RATE(TD-IX, TD-SLOT)
028000                             TD-P-LATEST(TD-IX)
028100             ADD 1 TO TD-N
028200             ADD TD-SLOT TO TD-SX
028300             ADD TD-RATE TO TD-SY
028400             COMPUTE TD-SXX = TD-SXX + TD-SLOT * TD-SLOT
028500             COMPUTE TD-SXY = TD-SXY + TD-SLOT * TD-RATE
028600         END-IF
028700     END-PERFORM.
028800     MOVE TD-N TO TD-P-POINTS(TD-IX).
028900     MOVE ZERO TO TD-P-SLOPE(TD-IX).
029000     IF TD-N < 2
029100         MOVE 'NO TREND' TO TD-P-STATE(TD-IX)
029200         GO TO 4100-EXIT
029300     END-IF.
029400     COMPUTE TD-DENOM = TD-N * TD-SXX - TD-SX * TD-SX.
029500     COMPUTE TD-P-SLOPE(TD-IX) ROUNDED =
029600         (TD-N * TD-SXY - TD-SX * TD-SY) / TD-DENOM.
029700     EVALUATE TRUE
029800         WHEN TD-P-SLOPE(TD-IX) > ZERO
029900             MOVE 'CLIMBING' TO TD-P-STATE(TD-IX)
030000             ADD 1 TO TD-CLIMB-CNT
030100         WHEN TD-P-SLOPE(TD-IX) < ZERO
030200             MOVE 'FALLING' TO TD-P-STATE(TD-IX)
030300         WHEN OTHER
030400             MOVE 'STEADY' TO TD-P-STATE(TD-IX)
030500     END-EVALUATE.
030600 4100-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*  5000-RANK - CLIMBING PRESSES FIRST, STEEPEST FIRST; THEN THE *
031100*  REST BY LATEST RATE.  TIES KEEP HISTORY ORDER.               *
031200*****************************************************************
031300 5000-RANK.
031400     PERFORM VARYING TD-ORD FROM 1 BY 1
031500         UNTIL TD-ORD > TD-PRESS-CNT
031600         MOVE ZERO TO TD-BEST-IX
031700         PERFORM VARYING TD-JX FROM 1 BY 1
031800             UNTIL TD-JX > TD-PRESS-CNT
031900             IF TD-P-TAKEN(TD-JX) = 'N'
032000                 IF TD-BEST-IX = ZERO
032100                     MOVE TD-JX TO TD-BEST-IX
032200                 ELSE
032300                     PERFORM 5100-COMPARE THRU 5100-EXIT
032400                     IF TD-BETTER
032500                         MOVE TD-JX TO TD-BEST-IX
032600                     END-IF
032700                 END-IF
032800             END-IF
032900         END-PERFORM
033000         MOVE TD-BEST-IX TO TD-ORD-IX(TD-ORD)
033100         MOVE 'Y' TO TD-P-TAKEN(TD-BEST-IX)
033200     END-PERFORM.
033300 5000-EXIT.
033400     EXIT.
033500
033600 5100-COMPARE.
033700*    DOES PRESS TD-JX BELONG AHEAD OF PRESS TD-BEST-IX
033800     MOVE 'N' TO TD-BETTER-SW.
033900     IF TD-P-STATE(TD-JX) = 'CLIMBING'
034000         IF TD-P-STATE(TD-BEST-IX) NOT = 'CLIMBING'
034100            OR TD-P-SLOPE(TD-JX) > TD-P-SLOPE(TD-BEST-IX)
034200             MOVE 'Y' TO TD-BETTER-SW
034300         END-IF
034400         GO TO 5100-EXIT
034500     END-IF.
034600     IF TD-P-STATE(TD-BEST-IX) = 'CLIMBING'
034700         GO TO 5100-EXIT
034800     END-IF.
034900     IF TD-P-LATEST(TD-JX) > TD-P-LATEST(TD-BEST-IX)
035000         MOVE 'Y' TO TD-BETTER-SW
035100     END-IF.
035200 5100-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600*  6000-REPORT - PRESSRPT: ONE LINE PER PRESS IN RANK ORDER,    *
035700*  WITH ITS RATES OLDEST RUN FIRST UNDERNEATH ('-' WHERE IT DID *
035800*  NOT RUN), THEN THE SUMMARY.                                  *
035900*****************************************************************
036000 6000-REPORT.
036100     MOVE 'I' TO PF-OP.
036200     MOVE 'PRESSRPT' TO PF-DSN.
036300     MOVE SPACES TO PF-TITLE.
036400     MOVE TD-RUNS TO TD-ED-RUNS.
036500     STRING 'PRESS FLAG-RATE TREND - LAST ' TD-ED-RUNS
036600            ' RUNS ' TD-FIRST-DATE ' TO ' TD-LAST-DATE
036700         DELIMITED BY SIZE INTO PF-TITLE.
036800     MOVE 'PRESS    LINE SCANNED  FLAGGED  LATEST%  '
036900       & 'TREND/RUN  STATE'
037000         TO PF-HEADING.
037100     MOVE ZERO TO PF-PAGE-SIZE.
037200     CALL 'PRINTFMT' USING PF-PARM.
037300     IF PF-STATUS NOT = 'G'
037400         DISPLAY 'PRESSRPT DATASET NOT USABLE'
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 9999-EXIT
037700     END-IF.
037750     MOVE 'Y' TO TD-LN-RPT-SW.
037800     PERFORM 6100-ONE-PRESS THRU 6100-EXIT
037900         VARYING TD-ORD FROM 1 BY 1
038000         UNTIL TD-ORD > TD-PRESS-CNT.
038100     MOVE SPACES TO TD-RPT-LINE.
038200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
038300     MOVE TD-RUN-CNT TO TD-ED-CNT.
038400     MOVE SPACES TO TD-RPT-LINE.
038500     STRING 'RUNS ON PRESSHIST       ' TD-ED-CNT
038600         DELIMITED BY SIZE INTO TD-RPT-LINE.
038700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
038800     MOVE TD-PRESS-CNT TO TD-ED-CNT.
038900     MOVE SPACES TO TD-RPT-LINE.
039000     STRING 'PRESSES IN THESE RUNS   ' TD-ED-CNT
039100         DELIMITED BY SIZE INTO TD-RPT-LINE.
039200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039300     MOVE TD-CLIMB-CNT TO TD-ED-CNT.
039400     MOVE SPACES TO TD-RPT-LINE.
039500     STRING 'PRESSES CLIMBING        ' TD-ED-CNT
039600         DELIMITED BY SIZE INTO TD-RPT-LINE.
039700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039800     IF TD-BAD-CNT > ZERO
039900         MOVE TD-BAD-CNT TO TD-ED-CNT
040000         MOVE SPACES TO TD-RPT-LINE
040100         STRING 'HISTORY ROWS SKIPPED    ' TD-ED-CNT
040200             DELIMITED BY SIZE INTO TD-RPT-LINE
040300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
040400     END-IF.
040500     MOVE 'C' TO PF-OP.
040600     CALL 'PRINTFMT' USING PF-PARM.
040700     MOVE TD-PRESS-CNT TO TD-ED-CNT.
040800     MOVE TD-CLIMB-CNT TO TD-ED-CNT2.
040900     DISPLAY 'PRESSTRD PRESSES ' TD-ED-CNT
041000             ' CLIMBING ' TD-ED-CNT2.
041100     IF TD-CLIMB-CNT > ZERO
041200         PERFORM 8100-POST-ALERT THRU 8100-EXIT
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500 6000-EXIT.
041600     EXIT.
041700
041800 6100-ONE-PRESS.
041900     MOVE TD-ORD-IX(TD-ORD) TO TD-IX.
042000     MOVE TD-P-SCANNED(TD-IX) TO TD-ED-CNT.
042100     MOVE TD-P-FLAGGED(TD-IX) TO TD-ED-CNT2.
042200     MOVE TD-P-LATEST(TD-IX) TO TD-ED-RATE.
042300     MOVE TD-P-SLOPE(TD-IX) TO TD-ED-SLOPE.
042400     MOVE SPACES TO TD-RPT-LINE.
042500     STRING TD-P-MACHINE(TD-IX) ' ' TD-P-LINE(TD-IX)
042600            ' ' TD-ED-CNT '  ' TD-ED-CNT2 '   ' TD-ED-RATE
042700            '    ' TD-ED-SLOPE '  ' TD-P-STATE(TD-IX)
042800         DELIMITED BY SIZE INTO TD-RPT-LINE.
042900     IF TD-P-POINTS(TD-IX) < 2
043000         MOVE SPACES TO TD-RPT-LINE(44:7)
043100     END-IF.
043200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
043300     MOVE SPACES TO TD-RATES-LINE.
043400     MOVE '    RATES' TO TD-RATES-LINE.
043500     MOVE 10 TO TD-RATES-PTR.
043600     PERFORM VARYING TD-SLOT FROM 1 BY 1
043700         UNTIL TD-SLOT > TD-RUNS
043800         IF TD-S-SCANNED(TD-IX, TD-SLOT) = ZERO
043900             STRING '      -'
044000                 DELIMITED BY SIZE INTO TD-RATES-LINE
044100                 WITH POINTER TD-RATES-PTR
044200         ELSE
044300             MOVE TD-S-RATE(TD-IX, TD-SLOT) TO TD-ED-RATE
044400             STRING ' ' TD-ED-RATE
044500                 DELIMITED BY SIZE INTO TD-RATES-LINE
044600                 WITH POINTER TD-RATES-PTR
044700         END-IF
044800     END-PERFORM.
044900     MOVE TD-RATES-LINE TO TD-RPT-LINE.
045000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
045100 6100-EXIT.
045200     EXIT.
045300
045400 7900-PRINT-LINE.
045500     MOVE TD-RPT-LINE TO PF-LINE.
045600     MOVE 'D' TO PF-OP.
045700     CALL 'PRINTFMT' USING PF-PARM.
045800 7900-EXIT.
045900     EXIT.
046000
046004 8000-RECORD-LINEAGE.
046008*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
046012*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
046016*    RETURN-CODE, SO IT IS PUT BACK.
046020     MOVE RETURN-CODE   TO TD-SAVE-RC.
046024     MOVE 'PRESSTRD'    TO LN-PROGRAM.
046028     MOVE SPACES        TO LN-START-TIME.
046032     MOVE ZERO          TO LN-CNT.
046036     IF TD-LN-HST-SW = 'Y'
046040         ADD 1 TO LN-CNT
046044         MOVE 'PRESSHIST'   TO LN-DSN(LN-CNT)
046048         MOVE 'R'           TO LN-MODE(LN-CNT)
046052     END-IF.
046056     IF TD-LN-RPT-SW = 'Y'
046060         ADD 1 TO LN-CNT
046064         MOVE 'PRESSRPT'    TO LN-DSN(LN-CNT)
046068         MOVE 'W'           TO LN-MODE(LN-CNT)
046072     END-IF.
046076     CALL 'LINEAGE' USING LN-PARM.
046080     MOVE TD-SAVE-RC    TO RETURN-CODE.
046084 8000-EXIT.
046088     EXIT.
046092
046100 8100-POST-ALERT.
046200     MOVE TD-ORD-IX(1) TO TD-IX.
046300     MOVE TD-CLIMB-CNT TO TD-ED-CNT.
046400     MOVE SPACES TO AL-PARM.
046500     MOVE 'PRESSTRD' TO AL-SOURCE.
046600     MOVE 'W' TO AL-SEVERITY.
046700     MOVE 'PRESSRPT' TO AL-DSN.
046800     STRING 'PRESSES CLIMBING' TD-ED-CNT ' - STEEPEST '
046900            TD-P-MACHINE(TD-IX) ' LINE ' TD-P-LINE(TD-IX)
047000         DELIMITED BY SIZE INTO AL-TEXT.
047100     CALL 'ALERTSVC' USING AL-PARM.
047200 8100-EXIT.
047300     EXIT.
047400
047500 9999-EXIT.
047550     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
047600     STOP RUN.
