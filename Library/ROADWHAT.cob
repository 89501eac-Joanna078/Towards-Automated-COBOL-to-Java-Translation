000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ROADWHAT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ROADWHAT - ROAD-CLOSURE IMPACT WHAT-IF OVER THE ROADMAST     *
000900*  ROAD MASTER.  ABC_061_B COUNTS THE ROADS TOUCHING EACH       *
001000*  TOWN; THIS RUN SHOWS WHAT CLOSING SOME OF THEM WOULD DO.     *
001100*  SYSIN CARD 1 IS '<DEPOT TOWN> [<TOWNS>]' - TOWNS DEFAULTS    *
001200*  TO THE HIGHEST TOWN NUMBER ON ROADMAST.  EVERY CARD AFTER    *
001300*  IT IS THE ROAD ID OF ONE ROAD TO CLOSE ('*' IN COLUMN 1      *
001400*  IS A COMMENT).  THE OPEN ROADS ON THE MASTER ARE THE         *
001500*  NETWORK BEFORE; THE SAME LESS THE CLOSURE DECK IS THE        *
001600*  NETWORK AFTER.  ROADIMP LISTS EACH TOWN'S ROAD COUNT         *
001700*  BEFORE AND AFTER, COUNTED AS ABC_061_B COUNTS (BOTH ENDS     *
001800*  OF EVERY ROAD), THE TOWNS LEFT WITH NO ROAD AT ALL AND THE   *
001900*  TOWNS NO LONGER REACHABLE FROM THE DEPOT.  A TOWN THE        *
002000*  CLOSURES ISOLATE OR CUT OFF, A ROAD ID NOT ON THE MASTER     *
002100*  OR A MASTER ROW REJECTED IS A WARNING: RC 4 AND AN ALERT.    *
002200*  AN UNUSABLE FIRST CARD REJECTS THE DECK (RC 12).             *
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-15  OSG  NEW PROGRAM.                                *
002533*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002566*                   LINEAGE REGISTER AT END OF JOB.             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ROADMAST ASSIGN TO ROADMAST
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS RX-M-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ROADMAST.
003600 01  ROADMAST-LINE            PIC X(23).
003700 WORKING-STORAGE SECTION.
003800 77  RX-M-STATUS              PIC X(02).
003825 77  RX-LN-MST-SW             PIC X(01) VALUE 'N'.
003850 77  RX-LN-RPT-SW             PIC X(01) VALUE 'N'.
003875 77  RX-SAVE-RC               PIC S9(04) COMP.
003900 77  RX-EOF-SW                PIC X(01) VALUE 'N'.
004000     88  RX-EOF                          VALUE 'Y'.
004100 77  RX-ROAD-CNT              PIC 9(05) COMP VALUE ZERO.
004200 77  RX-OPEN-CNT              PIC 9(05) COMP VALUE ZERO.
004300 77  RX-SHUT-CNT              PIC 9(05) COMP VALUE ZERO.
004400 77  RX-ALREADY-CNT           PIC 9(05) COMP VALUE ZERO.
004500 77  RX-UNKNOWN-CNT           PIC 9(05) COMP VALUE ZERO.
004600 77  RX-BAD-CNT               PIC 9(05) COMP VALUE ZERO.
004700 77  RX-NOROAD-CNT            PIC 9(05) COMP VALUE ZERO.
004800 77  RX-NEW-NOROAD-CNT        PIC 9(05) COMP VALUE ZERO.
004900 77  RX-CUT-CNT               PIC 9(05) COMP VALUE ZERO.
005000 77  RX-NEW-CUT-CNT           PIC 9(05) COMP VALUE ZERO.
005100 77  RX-CHANGED-CNT           PIC 9(05) COMP VALUE ZERO.
005200 77  RX-MAX-TOWN              PIC 9(03) VALUE ZERO.
005300 77  RX-TOWNS                 PIC 9(03) VALUE ZERO.
005400 77  RX-DEPOT                 PIC 9(03) VALUE ZERO.
005500 77  RX-IX                    PIC 9(05) COMP.
005600 77  RX-JX                    PIC 9(05) COMP.
005700 77  RX-TX                    PIC 9(05) COMP.
005800 77  RX-HEAD                  PIC 9(05) COMP.
005900 77  RX-TAIL                  PIC 9(05) COMP.
006000 77  RX-FOUND-SW              PIC X(01).
006100*    'B' WALKS THE NETWORK BEFORE, 'A' THE NETWORK AFTER
006200 77  RX-PASS                  PIC X(01).
006300 01  RX-TODAY                 PIC 9(08).
006400 01  RX-CARD                  PIC X(80).
006500 01  RX-TOK1                  PIC X(08).
006600 01  RX-TOK2                  PIC X(08).
006700 01  RX-ROAD-TBL.
006800     05  RX-ROAD OCCURS 5000.
006900         10  RX-R-ID          PIC X(08).
007000         10  RX-R-A           PIC 9(03).
007100         10  RX-R-B           PIC 9(03).
007200*            'Y' OPEN ON THE MASTER
007300         10  RX-R-OPEN        PIC X(01).
007400*            'Y' CLOSED BY THE WHAT-IF DECK
007500         10  RX-R-SHUT        PIC X(01).
007600 01  RX-TOWN-TBL.
007700     05  RX-TOWN OCCURS 999.
007800         10  RX-T-BEFORE      PIC 9(05) COMP.
007900         10  RX-T-AFTER       PIC 9(05) COMP.
008000         10  RX-T-REACH-B     PIC X(01).
008100         10  RX-T-REACH-A     PIC X(01).
008200*    TOWNS WAITING TO BE WALKED FROM IN 5000-REACH
008300 01  RX-QUEUE-TBL.
008400     05  RX-QUEUE             PIC 9(03) OCCURS 999.
008500 01  RX-RPT-LINE              PIC X(100).
008600 01  RX-FLAG                  PIC X(30).
008700 01  RX-ED-TOWN               PIC ZZ9.
008800 01  RX-ED-TOWN2              PIC ZZ9.
008900 01  RX-ED-CNT                PIC Z(04)9.
009000 01  RX-ED-CNT2               PIC Z(04)9.
009100 COPY ROADMSRC.
009200 COPY BATCHDPM.
009300 COPY PRINTFPM.
009400 COPY ALERTPM.
009450 COPY LINEAGPM.
009500 PROCEDURE DIVISION.
009600*****************************************************************
009700*  0000-MAINLINE - LOAD THE MASTER, APPLY THE CLOSURES, WALK    *
009800*  BOTH NETWORKS FROM THE DEPOT AND REPORT.                     *
009900*****************************************************************
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-LOAD-ROAD THRU 2000-EXIT
010300         UNTIL RX-EOF.
010400     CLOSE ROADMAST.
010500     PERFORM 3000-FIRST-CARD THRU 3000-EXIT.
010600     MOVE 'N' TO RX-EOF-SW.
010700     PERFORM 3100-CLOSURE-CARD THRU 3100-EXIT
010800         UNTIL RX-EOF.
010900     PERFORM 4000-COUNT-ROADS THRU 4000-EXIT.
011000     MOVE 'B' TO RX-PASS.
011100     PERFORM 5000-REACH THRU 5000-EXIT.
011200     MOVE 'A' TO RX-PASS.
011300     PERFORM 5000-REACH THRU 5000-EXIT.
011400     PERFORM 6000-REPORT THRU 6000-EXIT.
011500     GO TO 9999-EXIT.
011600
011700 1000-INITIALIZE.
011800     ACCEPT RX-TODAY FROM DATE YYYYMMDD.
011900     MOVE RX-TODAY TO BD-DATE.
012000     CALL 'BATCHDT' USING BD-PARM
012100         ON EXCEPTION
012200             MOVE RX-TODAY TO BD-DATE
012300     END-CALL.
012400     MOVE BD-DATE TO RX-TODAY.
012500     OPEN INPUT ROADMAST.
012600     IF RX-M-STATUS NOT = '00'
012700         DISPLAY 'ROADMAST NOT AVAILABLE, STATUS ' RX-M-STATUS
012800         MOVE 16 TO RETURN-CODE
012900         GO TO 9999-EXIT
013000     END-IF.
013050     MOVE 'Y' TO RX-LN-MST-SW.
013100 1000-EXIT.
013200     EXIT.
013300
013400 2000-LOAD-ROAD.
013500     READ ROADMAST INTO RD-REC
013600         AT END
013700             MOVE 'Y' TO RX-EOF-SW
013800             GO TO 2000-EXIT
013900     END-READ.
014000     IF ROADMAST-LINE = SPACES OR ROADMAST-LINE(1:1) = '*'
014100         GO TO 2000-EXIT
014200     END-IF.
014300     IF RD-ROAD-ID = SPACES
014400        OR RD-TOWN-A IS NOT NUMERIC OR RD-TOWN-A = ZERO
014500        OR RD-TOWN-B IS NOT NUMERIC OR RD-TOWN-B = ZERO
014600        OR NOT (RD-OPEN OR RD-CLOSED)
014700         ADD 1 TO RX-BAD-CNT
014800         DISPLAY 'ROADMAST ROW REJECTED: ' ROADMAST-LINE
014900         GO TO 2000-EXIT
015000     END-IF.
015100     IF RX-ROAD-CNT >= 5000
015200         DISPLAY 'ROADMAST EXCEEDS THE 5000-ROAD TABLE - '
015300                 'RUN ABANDONED'
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 9999-EXIT
015600     END-IF.
015700     ADD 1 TO RX-ROAD-CNT.
015800     MOVE RD-ROAD-ID TO RX-R-ID(RX-ROAD-CNT).
015900     MOVE RD-TOWN-A  TO RX-R-A(RX-ROAD-CNT).
016000     MOVE RD-TOWN-B  TO RX-R-B(RX-ROAD-CNT).
016100     MOVE 'N' TO RX-R-SHUT(RX-ROAD-CNT).
016200     IF RD-OPEN
016300         MOVE 'Y' TO RX-R-OPEN(RX-ROAD-CNT)
016400         ADD 1 TO RX-OPEN-CNT
016500     ELSE
016600         MOVE 'N' TO RX-R-OPEN(RX-ROAD-CNT)
016700     END-IF.
016800     IF RD-TOWN-A > RX-MAX-TOWN
016900         MOVE RD-TOWN-A TO RX-MAX-TOWN
017000     END-IF.
017100     IF RD-TOWN-B > RX-MAX-TOWN
017200         MOVE RD-TOWN-B TO RX-MAX-TOWN
017300     END-IF.
017400 2000-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800*  3000-FIRST-CARD - THE DEPOT TOWN AND THE NUMBER OF TOWNS.    *
017900*****************************************************************
018000 3000-FIRST-CARD.
018100     MOVE SPACES TO RX-CARD RX-TOK1 RX-TOK2.
018200     ACCEPT RX-CARD
018300         ON EXCEPTION
018400             MOVE SPACES TO RX-CARD
018500     END-ACCEPT.
018600     UNSTRING RX-CARD DELIMITED BY ALL SPACE
018700         INTO RX-TOK1 RX-TOK2.
018800     IF RX-TOK1 = SPACES
018900        OR FUNCTION TRIM(RX-TOK1) IS NOT NUMERIC
019000         DISPLAY 'ROADWHAT FIRST CARD IS NOT '
019100                 '<DEPOT> [<TOWNS>]: ' RX-CARD(1:40)
019200         MOVE 12 TO RETURN-CODE
019300         GO TO 9999-EXIT
019400     END-IF.
019500     MOVE FUNCTION NUMVAL(RX-TOK1) TO RX-DEPOT.
019600     MOVE RX-MAX-TOWN TO RX-TOWNS.
019700     IF RX-TOK2 NOT = SPACES
019800         IF FUNCTION TRIM(RX-TOK2) IS NOT NUMERIC
019900             DISPLAY 'ROADWHAT TOWN COUNT NOT NUMERIC: '
020000                     RX-TOK2
020100             MOVE 12 TO RETURN-CODE
020200             GO TO 9999-EXIT
020300         END-IF
020400         MOVE FUNCTION NUMVAL(RX-TOK2) TO RX-TOWNS
020500     END-IF.
020600     IF RX-TOWNS < RX-MAX-TOWN
020700         MOVE RX-MAX-TOWN TO RX-ED-TOWN
020800         DISPLAY 'ROADWHAT TOWN COUNT BELOW THE HIGHEST TOWN '
020900                 'ON ROADMAST (' RX-ED-TOWN ')'
021000         MOVE 12 TO RETURN-CODE
021100         GO TO 9999-EXIT
021200     END-IF.
021300     IF RX-DEPOT = ZERO OR RX-DEPOT > RX-TOWNS
021400         MOVE RX-DEPOT TO RX-ED-TOWN
021500         DISPLAY 'ROADWHAT DEPOT TOWN ' RX-ED-TOWN
021600                 ' IS NOT ONE OF THE TOWNS'
021700         MOVE 12 TO RETURN-CODE
021800         GO TO 9999-EXIT
021900     END-IF.
022000 3000-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*  3100-CLOSURE-CARD - MARK ONE ROAD SHUT FOR THE WHAT-IF.      *
022500*****************************************************************
022600 3100-CLOSURE-CARD.
022700     MOVE SPACES TO RX-CARD RX-TOK1.
022800     ACCEPT RX-CARD
022900         ON EXCEPTION
023000             MOVE 'Y' TO RX-EOF-SW
023100             GO TO 3100-EXIT
023200     END-ACCEPT.
023300     IF RX-CARD = SPACES
023400         MOVE 'Y' TO RX-EOF-SW
023500         GO TO 3100-EXIT
023600     END-IF.
023700     IF RX-CARD(1:1) = '*'
023800         GO TO 3100-EXIT
023900     END-IF.
024000     UNSTRING RX-CARD DELIMITED BY ALL SPACE
024100         INTO RX-TOK1.
024200     MOVE 'N' TO RX-FOUND-SW.
024300     PERFORM VARYING RX-IX FROM 1 BY 1
024400         UNTIL RX-IX > RX-ROAD-CNT
024500         IF RX-R-ID(RX-IX) = RX-TOK1
024600             MOVE 'Y' TO RX-FOUND-SW
024700             IF RX-R-OPEN(RX-IX) NOT = 'Y'
024800                 ADD 1 TO RX-ALREADY-CNT
024900                 DISPLAY 'ROAD ' RX-TOK1
025000                         ' ALREADY CLOSED ON ROADMAST'
025100             ELSE
025200                 IF RX-R-SHUT(RX-IX) NOT = 'Y'
025300                     MOVE 'Y' TO RX-R-SHUT(RX-IX)
025400                     ADD 1 TO RX-SHUT-CNT
025500                 END-IF
025600             END-IF
025700         END-IF
025800     END-PERFORM.
025900     IF RX-FOUND-SW = 'N'
026000         ADD 1 TO RX-UNKNOWN-CNT
026100         DISPLAY 'ROAD ' RX-TOK1 ' NOT ON ROADMAST - IGNORED'
026200     END-IF.
026300 3100-EXIT.
026400     EXIT.
026500
026600*****************************************************************
026700*  4000-COUNT-ROADS - EACH TOWN'S ROAD COUNT BEFORE AND AFTER,  *
026800*  ONE FOR EACH END OF A ROAD AS ABC_061_B COUNTS THEM.         *
026900*****************************************************************
027000 4000-COUNT-ROADS.
027100     PERFORM VARYING RX-TX FROM 1 BY 1 UNTIL RX-TX > RX-TOWNS
027200         MOVE ZERO TO RX-T-BEFORE(RX-TX) RX-T-AFTER(RX-TX)
027300     END-PERFORM.
027400     PERFORM VARYING RX-IX FROM 1 BY 1
027500         UNTIL RX-IX > RX-ROAD-CNT
027600         IF RX-R-OPEN(RX-IX) = 'Y'
027700             ADD 1 TO RX-T-BEFORE(RX-R-A(RX-IX))
027800             ADD 1 TO RX-T-BEFORE(RX-R-B(RX-IX))
027900             IF RX-R-SHUT(RX-IX) NOT = 'Y'
028000                 ADD 1 TO RX-T-AFTER(RX-R-A(RX-IX))
028100                 ADD 1 TO RX-T-AFTER(RX-R-B(RX-IX))
028200             END-IF
028300         END-IF
028400     END-PERFORM.
028500 4000-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  5000-REACH - EVERY TOWN REACHABLE FROM THE DEPOT OVER THE    *
029000*  NETWORK RX-PASS NAMES, WALKED OUTWARD A TOWN AT A TIME.      *
029100*****************************************************************
029200 5000-REACH.
029300     PERFORM VARYING RX-TX FROM 1 BY 1 UNTIL RX-TX > RX-TOWNS
029400         IF RX-PASS = 'B'
029500             MOVE 'N' TO RX-T-REACH-B(RX-TX)
029600         ELSE
029700             MOVE 'N' TO RX-T-REACH-A(RX-TX)
029800         END-IF
029900     END-PERFORM.
030000     MOVE RX-DEPOT TO RX-TX.
030100     PERFORM 5200-MARK-TOWN THRU 5200-EXIT.
030200     MOVE 1 TO RX-HEAD.
030300     MOVE 1 TO RX-TAIL.
030400     MOVE RX-DEPOT TO RX-QUEUE(1).
030500     PERFORM 5100-WALK-FROM THRU 5100-EXIT
030600         UNTIL RX-HEAD > RX-TAIL.
030700 5000-EXIT.
030800     EXIT.
030900
031000 5100-WALK-FROM.
031100     MOVE RX-QUEUE(RX-HEAD) TO RX-JX.
031200     ADD 1 TO RX-HEAD.
031300     PERFORM VARYING RX-IX FROM 1 BY 1
031400         UNTIL RX-IX > RX-ROAD-CNT
031500         IF RX-R-OPEN(RX-IX) = 'Y'
031600            AND (RX-PASS = 'B' OR RX-R-SHUT(RX-IX) NOT = 'Y')
031700             IF RX-R-A(RX-IX) = RX-JX
031800                 MOVE RX-R-B(RX-IX) TO RX-TX
031900                 PERFORM 5200-MARK-TOWN THRU 5200-EXIT
032000             END-IF
032100             IF RX-R-B(RX-IX) = RX-JX
032200                 MOVE RX-R-A(RX-IX) TO RX-TX
032300                 PERFORM 5200-MARK-TOWN THRU 5200-EXIT
032400             END-IF
032500         END-IF
032600     END-PERFORM.
032700 5100-EXIT.
032800     EXIT.
032900
033000*    QUEUE RX-TX THE FIRST TIME THIS PASS REACHES IT
033100 5200-MARK-TOWN.
033200     IF RX-PASS = 'B'
033300         IF RX-T-REACH-B(RX-TX) = 'Y'
033400             GO TO 5200-EXIT
033500         END-IF
033600         MOVE 'Y' TO RX-T-REACH-B(RX-TX)
033700     ELSE
033800         IF RX-T-REACH-A(RX-TX) = 'Y'
033900             GO TO 5200-EXIT
034000         END-IF
034100         MOVE 'Y' TO RX-T-REACH-A(RX-TX)
034200     END-IF.
034300     IF RX-TX NOT = RX-DEPOT
034400         ADD 1 TO RX-TAIL
034500         MOVE RX-TX TO RX-QUEUE(RX-TAIL)
034600     END-IF.
034700 5200-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  6000-REPORT - ROADIMP: EVERY TOWN BEFORE AND AFTER, THEN THE *
035200*  TOWNS LEFT WITH NO ROAD, THEN THE TOWNS CUT OFF FROM THE     *
035300*  DEPOT, THEN THE RUN TOTALS.                                  *
035400*****************************************************************
035500 6000-REPORT.
035600     MOVE 'I' TO PF-OP.
035700     MOVE 'ROADIMP' TO PF-DSN.
035800     MOVE RX-DEPOT TO RX-ED-TOWN.
035900     MOVE SPACES TO PF-TITLE.
036000     STRING 'ROAD-CLOSURE IMPACT WHAT-IF - DEPOT TOWN '
036100            RX-ED-TOWN ' ' RX-TODAY
036200         DELIMITED BY SIZE INTO PF-TITLE.
036300     MOVE 'TOWN  ROADS BEFORE  ROADS AFTER  IMPACT'
036400         TO PF-HEADING.
036500     MOVE ZERO TO PF-PAGE-SIZE.
036600     CALL 'PRINTFMT' USING PF-PARM.
036700     IF PF-STATUS NOT = 'G'
036800         DISPLAY 'ROADIMP DATASET NOT USABLE'
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 9999-EXIT
037100     END-IF.
037150     MOVE 'Y' TO RX-LN-RPT-SW.
037200     PERFORM 6100-ONE-TOWN THRU 6100-EXIT
037300         VARYING RX-TX FROM 1 BY 1
037400         UNTIL RX-TX > RX-TOWNS.
037500     MOVE SPACES TO RX-RPT-LINE.
037600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
037700     MOVE 'TOWNS LEFT WITH NO ROAD AT ALL' TO RX-RPT-LINE.
037800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
037900     PERFORM VARYING RX-TX FROM 1 BY 1 UNTIL RX-TX > RX-TOWNS
038000         IF RX-T-AFTER(RX-TX) = ZERO
038100             PERFORM 6200-NO-ROAD THRU 6200-EXIT
038200         END-IF
038300     END-PERFORM.
038400     IF RX-NOROAD-CNT = ZERO
038500         MOVE '  (NONE)' TO RX-RPT-LINE
038600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
038700     END-IF.
038800     MOVE SPACES TO RX-RPT-LINE.
038900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039000     MOVE 'TOWNS CUT OFF FROM THE DEPOT' TO RX-RPT-LINE.
039100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039200     PERFORM VARYING RX-TX FROM 1 BY 1 UNTIL RX-TX > RX-TOWNS
039300         IF RX-T-REACH-A(RX-TX) NOT = 'Y'
039400             PERFORM 6300-CUT-OFF THRU 6300-EXIT
039500         END-IF
039600     END-PERFORM.
039700     IF RX-CUT-CNT = ZERO
039800         MOVE '  (NONE)' TO RX-RPT-LINE
039900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
040000     END-IF.
040100     PERFORM 6400-TOTALS THRU 6400-EXIT.
040200     MOVE 'C' TO PF-OP.
040300     CALL 'PRINTFMT' USING PF-PARM.
040400     MOVE RX-SHUT-CNT TO RX-ED-CNT.
040500     DISPLAY 'ROADWHAT ROADS CLOSED ' RX-ED-CNT.
040600     MOVE RX-NEW-NOROAD-CNT TO RX-ED-CNT.
040700     MOVE RX-NEW-CUT-CNT TO RX-ED-CNT2.
040800     DISPLAY 'ROADWHAT TOWNS ISOLATED ' RX-ED-CNT
040900             ' CUT OFF ' RX-ED-CNT2.
041000     IF RX-NEW-NOROAD-CNT > ZERO OR RX-NEW-CUT-CNT > ZERO
041100        OR RX-UNKNOWN-CNT > ZERO OR RX-BAD-CNT > ZERO
041200         PERFORM 8100-POST-ALERT THRU 8100-EXIT
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500 6000-EXIT.
041600     EXIT.
041700
041800 6100-ONE-TOWN.
041900     MOVE SPACES TO RX-FLAG.
042000     IF RX-T-AFTER(RX-TX) NOT = RX-T-BEFORE(RX-TX)
042100         ADD 1 TO RX-CHANGED-CNT
042200         MOVE 'ROADS LOST' TO RX-FLAG
042300     END-IF.
042400     IF RX-T-REACH-A(RX-TX) NOT = 'Y'
042500         IF RX-T-REACH-B(RX-TX) = 'Y'
042600             MOVE 'CUT OFF FROM DEPOT' TO RX-FLAG
042700         ELSE
042800             MOVE 'ALREADY CUT OFF' TO RX-FLAG
042900         END-IF
043000     END-IF.
043100     IF RX-T-AFTER(RX-TX) = ZERO
043200         IF RX-T-BEFORE(RX-TX) > ZERO
043300             MOVE 'ISOLATED - NO ROAD LEFT' TO RX-FLAG
043400         ELSE
043500             MOVE 'NO ROAD ON FILE' TO RX-FLAG
043600         END-IF
043700     END-IF.
043800     IF RX-TX = RX-DEPOT
043900         MOVE 'DEPOT' TO RX-FLAG
044000     END-IF.
044100     MOVE RX-TX TO RX-ED-TOWN.
044200     MOVE RX-T-BEFORE(RX-TX) TO RX-ED-CNT.
044300     MOVE RX-T-AFTER(RX-TX) TO RX-ED-CNT2.
044400     MOVE SPACES TO RX-RPT-LINE.
044500     STRING ' ' RX-ED-TOWN '         ' RX-ED-CNT
044600            '        ' RX-ED-CNT2 '  ' RX-FLAG
044700         DELIMITED BY SIZE INTO RX-RPT-LINE.
044800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
044900 6100-EXIT.
045000     EXIT.
045100
045200 6200-NO-ROAD.
045300     ADD 1 TO RX-NOROAD-CNT.
045400     MOVE RX-TX TO RX-ED-TOWN.
045500     MOVE RX-T-BEFORE(RX-TX) TO RX-ED-CNT.
045600     MOVE SPACES TO RX-RPT-LINE.
045700     IF RX-T-BEFORE(RX-TX) > ZERO
045800         ADD 1 TO RX-NEW-NOROAD-CNT
045900         STRING '  TOWN ' RX-ED-TOWN '  ALL ' RX-ED-CNT
046000                ' ROAD END(S) CLOSED'
046100             DELIMITED BY SIZE INTO RX-RPT-LINE
046200     ELSE
046300         STRING '  TOWN ' RX-ED-TOWN
046400                '  NO OPEN ROAD BEFORE THE CLOSURES'
046500             DELIMITED BY SIZE INTO RX-RPT-LINE
046600     END-IF.
046700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
046800 6200-EXIT.
046900     EXIT.
047000
047100 6300-CUT-OFF.
047200     ADD 1 TO RX-CUT-CNT.
047300     MOVE RX-TX TO RX-ED-TOWN.
047400     MOVE SPACES TO RX-RPT-LINE.
047500     IF RX-T-REACH-B(RX-TX) = 'Y'
047600         ADD 1 TO RX-NEW-CUT-CNT
047700         STRING '  TOWN ' RX-ED-TOWN
047800                '  REACHABLE BEFORE, NOT AFTER'
047900             DELIMITED BY SIZE INTO RX-RPT-LINE
048000     ELSE
048100         STRING '  TOWN ' RX-ED-TOWN
048200                '  NOT REACHABLE BEFORE THE CLOSURES EITHER'
048300             DELIMITED BY SIZE INTO RX-RPT-LINE
048400     END-IF.
048500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
048600 6300-EXIT.
048700     EXIT.
048800
048900 6400-TOTALS.
049000     MOVE SPACES TO RX-RPT-LINE.
049100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
049200     MOVE RX-OPEN-CNT TO RX-ED-CNT.
049300     MOVE SPACES TO RX-RPT-LINE.
049400     STRING 'OPEN ROADS ON ROADMAST       ' RX-ED-CNT
049500         DELIMITED BY SIZE INTO RX-RPT-LINE.
049600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
049700     MOVE RX-SHUT-CNT TO RX-ED-CNT.
049800     MOVE SPACES TO RX-RPT-LINE.
049900     STRING 'ROADS CLOSED BY THE WHAT-IF  ' RX-ED-CNT
050000         DELIMITED BY SIZE INTO RX-RPT-LINE.
050100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
050200     MOVE RX-CHANGED-CNT TO RX-ED-CNT.
050300     MOVE SPACES TO RX-RPT-LINE.
050400     STRING 'TOWNS LOSING A ROAD          ' RX-ED-CNT
050500         DELIMITED BY SIZE INTO RX-RPT-LINE.
050600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
050700     MOVE RX-NEW-NOROAD-CNT TO RX-ED-CNT.
050800     MOVE SPACES TO RX-RPT-LINE.
050900     STRING 'TOWNS ISOLATED BY CLOSURES   ' RX-ED-CNT
051000         DELIMITED BY SIZE INTO RX-RPT-LINE.
051100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
051200     MOVE RX-NEW-CUT-CNT TO RX-ED-CNT.
051300     MOVE SPACES TO RX-RPT-LINE.
051400     STRING 'TOWNS CUT OFF BY CLOSURES    ' RX-ED-CNT
051500         DELIMITED BY SIZE INTO RX-RPT-LINE.
051600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
051700     IF RX-ALREADY-CNT > ZERO
051800         MOVE RX-ALREADY-CNT TO RX-ED-CNT
051900         MOVE SPACES TO RX-RPT-LINE
052000         STRING 'DECK ROADS ALREADY CLOSED    ' RX-ED-CNT
052100             DELIMITED BY SIZE INTO RX-RPT-LINE
052200         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
052300     END-IF.
052400     IF RX-UNKNOWN-CNT > ZERO
052500         MOVE RX-UNKNOWN-CNT TO RX-ED-CNT
052600         MOVE SPACES TO RX-RPT-LINE
052700         STRING 'DECK ROADS NOT ON ROADMAST   ' RX-ED-CNT
052800             DELIMITED BY SIZE INTO RX-RPT-LINE
052900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
053000     END-IF.
053100     IF RX-BAD-CNT > ZERO
053200         MOVE RX-BAD-CNT TO RX-ED-CNT
053300         MOVE SPACES TO RX-RPT-LINE
053400         STRING 'ROADMAST ROWS REJECTED       ' RX-ED-CNT
053500             DELIMITED BY SIZE INTO RX-RPT-LINE
053600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
053700     END-IF.
053800 6400-EXIT.
053900     EXIT.
054000
054100 7900-PRINT-LINE.
054200     MOVE RX-RPT-LINE TO PF-LINE.
054300     MOVE 'D' TO PF-OP.
054400     CALL 'PRINTFMT' USING PF-PARM.
054500 7900-EXIT.
054600     EXIT.
054700
054704 8000-RECORD-LINEAGE.
054708*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
054712*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
054716*    RETURN-CODE, SO IT IS PUT BACK.
054720     MOVE RETURN-CODE   TO RX-SAVE-RC.
054724     MOVE 'ROADWHAT'    TO LN-PROGRAM.
054728     MOVE SPACES        TO LN-START-TIME.
054732     MOVE ZERO          TO LN-CNT.
054736     IF RX-LN-MST-SW = 'Y'
054740         ADD 1 TO LN-CNT
054744         MOVE 'ROADMAST'    TO LN-DSN(LN-CNT)
054748         MOVE 'R'           TO LN-MODE(LN-CNT)
054752     END-IF.
054756     IF RX-LN-RPT-SW = 'Y'
054760         ADD 1 TO LN-CNT
054764         MOVE 'ROADIMP'     TO LN-DSN(LN-CNT)
054768         MOVE 'W'           TO LN-MODE(LN-CNT)
054772     END-IF.
054776     CALL 'LINEAGE' USING LN-PARM.
054780     MOVE RX-SAVE-RC    TO RETURN-CODE.
054784 8000-EXIT.
054788     EXIT.
054792
054800 8100-POST-ALERT.
054900     MOVE SPACES TO AL-PARM.
055000     MOVE 'ROADWHAT' TO AL-SOURCE.
055100     MOVE 'W' TO AL-SEVERITY.
055200     MOVE 'ROADIMP' TO AL-DSN.
055300     MOVE RX-NEW-NOROAD-CNT TO RX-ED-CNT.
055400     MOVE RX-NEW-CUT-CNT TO RX-ED-CNT2.
055500     STRING 'CLOSURES ISOLATE' RX-ED-CNT ' TOWN(S), CUT OFF'
055600            RX-ED-CNT2
055700         DELIMITED BY SIZE INTO AL-TEXT.
055800     CALL 'ALERTSVC' USING AL-PARM.
055900 8100-EXIT.
056000     EXIT.
056100
056200 9999-EXIT.
056250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
056300     STOP RUN.
