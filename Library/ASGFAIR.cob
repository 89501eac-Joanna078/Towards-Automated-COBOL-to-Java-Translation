000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ASGFAIR.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ASGFAIR - CHECKPOINT ASSIGNMENT FAIRNESS OVER THE LAST       *
000900*  EVENTS ON THE ASSIGNHST HISTORY ABC_057_B APPENDS TO.        *
001000*  SYSIN: '<EVENTS> [<FAR DISTANCE>]' - THE LAST N EVENT        *
001100*  DATES ON FILE (DEFAULT 10, AT MOST 26) AND THE DISTANCE      *
001200*  ABOVE WHICH AN ASSIGNMENT COUNTS AS A FAR CHECKPOINT.        *
001300*  WITHOUT ONE, FAR IS MORE THAN TWICE THAT EVENT'S AVERAGE     *
001400*  DISTANCE.  AN EVENT RERUN IS TAKEN FROM ITS LAST RUN ONLY    *
001500*  (THE ROWS WITH THE LATEST RUN TIME FOR THE DATE).            *
001600*  ASGFRPT LISTS EACH PERSON'S EVENTS, CUMULATIVE AND AVERAGE   *
001700*  DISTANCE AND FAR DRAWS, THEN RANKS THEM BY THEIR SHARE OF    *
001800*  ALL THE DISTANCE TRAVELLED.  A PERSON WHOSE SHARE IS OVER    *
001900*  HALF AGAIN AN EVEN SPLIT IS MARKED ROTATE - DISPATCH'S       *
002000*  CANDIDATES WHEN IT NEXT APPROVES A REBALANCE.  THE REPORT    *
002100*  IS ADVICE ONLY; NOTHING IS REASSIGNED FROM HERE.             *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  OSG  NEW PROGRAM.                                *
002433*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002466*                   LINEAGE REGISTER AT END OF JOB.             *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ASSIGNHST ASSIGN TO ASSIGNHST
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS AG-H-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ASSIGNHST.
003500 01  ASSIGNHST-LINE           PIC X(35).
003600 WORKING-STORAGE SECTION.
003700 77  AG-H-STATUS              PIC X(02).
003725 77  AG-LN-HST-SW             PIC X(01) VALUE 'N'.
003750 77  AG-LN-RPT-SW             PIC X(01) VALUE 'N'.
003775 77  AG-SAVE-RC               PIC S9(04) COMP.
003800 77  AG-EOF-SW                PIC X(01).
003900     88  AG-EOF                          VALUE 'Y'.
004000 77  AG-WANT                  PIC 9(03) VALUE 10.
004100 77  AG-FAR-DIST              PIC 9(09) VALUE ZERO.
004200 77  AG-EVT-CNT               PIC 9(05) COMP VALUE ZERO.
004300 77  AG-USE-CNT               PIC 9(05) COMP VALUE ZERO.
004400 77  AG-PER-CNT               PIC 9(05) COMP VALUE ZERO.
004500 77  AG-ROW-CNT               PIC 9(05) COMP VALUE ZERO.
004600 77  AG-BAD-CNT               PIC 9(07) COMP VALUE ZERO.
004700 77  AG-IX                    PIC 9(05) COMP.
004800 77  AG-JX                    PIC 9(05) COMP.
004900 77  AG-EX                    PIC 9(05) COMP.
005000 77  AG-PX                    PIC 9(05) COMP.
005100 77  AG-ROTATE-CNT            PIC 9(05) COMP VALUE ZERO.
005200 01  AG-TODAY                 PIC 9(08).
005300 01  AG-CARD                  PIC X(80).
005400 01  AG-TOK1                  PIC X(10).
005500 01  AG-TOK2                  PIC X(10).
005600 01  AG-TOTAL-DIST            PIC 9(13) VALUE ZERO.
005700 01  AG-EVEN-PCT              PIC 9(03)V9(02).
005800 01  AG-LIMIT                 PIC 9(09).
005900*    EVERY EVENT DATE ON FILE AND THE TIME OF ITS LAST RUN;
006000*    AFTER THE SORT THE FIRST AG-USE-CNT ARE THE ONES REPORTED
006100 01  AG-EVT-TBL.
006200     05  AG-EVT OCCURS 1 TO 3000
006300             DEPENDING ON AG-EVT-CNT.
006400         10  AG-E-DATE        PIC 9(08).
006500         10  AG-E-RUN         PIC 9(06).
006600         10  AG-E-SUM         PIC 9(13).
006700         10  AG-E-ROWS        PIC 9(07).
006800*    THE ASSIGNMENTS OF THE REPORTED EVENTS' LAST RUNS
006900 01  AG-ROW-TBL.
007000     05  AG-ROW OCCURS 5000.
007100         10  AG-R-EVT         PIC 9(05) COMP.
007200         10  AG-R-PERSON      PIC 9(04).
007300         10  AG-R-DIST        PIC 9(09).
007400 01  AG-PER-TBL.
007500     05  AG-PER OCCURS 1 TO 2000
007600             DEPENDING ON AG-PER-CNT.
007700         10  AG-P-SUM         PIC 9(13).
007800         10  AG-P-FAR         PIC 9(05).
007900         10  AG-P-PERSON      PIC 9(04).
008000         10  AG-P-EVENTS      PIC 9(05).
008100 01  AG-RPT-LINE              PIC X(100).
008200 01  AG-ED-PERSON             PIC Z(03)9.
008300 01  AG-ED-CNT                PIC Z(04)9.
008400 01  AG-ED-CNT2               PIC Z(04)9.
008500 01  AG-ED-DIST               PIC Z(11)9.
008600 01  AG-ED-AVG                PIC Z(08)9.
008700 01  AG-ED-PCT                PIC ZZ9.99.
008800 01  AG-AVG                   PIC 9(09).
008900 01  AG-PCT                   PIC 9(03)V9(02).
009000 COPY ASGHSTRC.
009100 COPY BATCHDPM.
009200 COPY PRINTFPM.
009250 COPY LINEAGPM.
009300 PROCEDURE DIVISION.
009400*****************************************************************
009500*  0000-MAINLINE - PICK THE EVENTS, TOTAL BY PERSON, REPORT.    *
009600*****************************************************************
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     PERFORM 2000-FIND-EVENTS THRU 2000-EXIT.
010000     PERFORM 3000-LOAD-ROWS THRU 3000-EXIT.
010100     PERFORM 4000-BY-PERSON THRU 4000-EXIT.
010200     PERFORM 5000-REPORT THRU 5000-EXIT.
010300     GO TO 9999-EXIT.
010400
010500 1000-INITIALIZE.
010600     ACCEPT AG-TODAY FROM DATE YYYYMMDD.
010700     MOVE AG-TODAY TO BD-DATE.
010800     CALL 'BATCHDT' USING BD-PARM
010900         ON EXCEPTION
011000             MOVE AG-TODAY TO BD-DATE
011100     END-CALL.
011200     MOVE BD-DATE TO AG-TODAY.
011300     MOVE SPACES TO AG-CARD AG-TOK1 AG-TOK2.
011400     ACCEPT AG-CARD
011500         ON EXCEPTION
011600             MOVE SPACES TO AG-CARD
011700     END-ACCEPT.
011800     UNSTRING AG-CARD DELIMITED BY ALL SPACE
011900         INTO AG-TOK1 AG-TOK2.
012000     IF AG-TOK1 NOT = SPACES
012100         IF FUNCTION TRIM(AG-TOK1) IS NOT NUMERIC
012200             DISPLAY 'ASGFAIR EVENT COUNT NOT NUMERIC: '
012300                     AG-TOK1
012400             MOVE 12 TO RETURN-CODE
012500             GO TO 9999-EXIT
012600         END-IF
012700         MOVE FUNCTION NUMVAL(AG-TOK1) TO AG-WANT
012800     END-IF.
012900     IF AG-WANT = ZERO OR AG-WANT > 26
013000         DISPLAY 'ASGFAIR EVENT COUNT MUST BE 1-26'
013100         MOVE 12 TO RETURN-CODE
013200         GO TO 9999-EXIT
013300     END-IF.
013400     IF AG-TOK2 NOT = SPACES
013500         IF FUNCTION TRIM(AG-TOK2) IS NOT NUMERIC
013600             DISPLAY 'ASGFAIR FAR DISTANCE NOT NUMERIC: '
013700                     AG-TOK2
013800             MOVE 12 TO RETURN-CODE
013900             GO TO 9999-EXIT
014000         END-IF
014100         MOVE FUNCTION NUMVAL(AG-TOK2) TO AG-FAR-DIST
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500
014600*****************************************************************
014700*  2000-FIND-EVENTS - EVERY EVENT DATE ON FILE WITH ITS LAST    *
014800*  RUN, NEWEST FIRST.                                           *
014900*****************************************************************
015000 2000-FIND-EVENTS.
015100     OPEN INPUT ASSIGNHST.
015200     IF AG-H-STATUS NOT = '00'
015300         DISPLAY 'ASSIGNHST NOT AVAILABLE, STATUS ' AG-H-STATUS
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 9999-EXIT
015600     END-IF.
015650     MOVE 'Y' TO AG-LN-HST-SW.
015700     MOVE 'N' TO AG-EOF-SW.
015800     PERFORM UNTIL AG-EOF
015900         READ ASSIGNHST INTO AH-REC
016000             AT END
016100                 MOVE 'Y' TO AG-EOF-SW
016200             NOT AT END
016300                 PERFORM 2100-NOTE-EVENT THRU 2100-EXIT
016400         END-READ
016500     END-PERFORM.
016600     CLOSE ASSIGNHST.
016700     IF AG-EVT-CNT > 1
016800         SORT AG-EVT DESCENDING KEY AG-E-DATE
016900     END-IF.
017000     MOVE AG-EVT-CNT TO AG-USE-CNT.
017100     IF AG-USE-CNT > AG-WANT
017200         MOVE AG-WANT TO AG-USE-CNT
017300     END-IF.
017400 2000-EXIT.
017500     EXIT.
017600
017700 2100-NOTE-EVENT.
017800     IF AH-EVENT IS NOT NUMERIC OR AH-RUN-TIME IS NOT NUMERIC
017900        OR AH-PERSON IS NOT NUMERIC OR AH-DIST IS NOT NUMERIC
018000         ADD 1 TO AG-BAD-CNT
018100         GO TO 2100-EXIT
018200     END-IF.
018300     PERFORM VARYING AG-EX FROM 1 BY 1
018400         UNTIL AG-EX > AG-EVT-CNT
018500         IF AG-E-DATE(AG-EX) = AH-EVENT
018600             IF AH-RUN-TIME > AG-E-RUN(AG-EX)
018700                 MOVE AH-RUN-TIME TO AG-E-RUN(AG-EX)
018800             END-IF
018900             GO TO 2100-EXIT
019000         END-IF
019100     END-PERFORM.
019200     IF AG-EVT-CNT >= 3000
019300         DISPLAY 'ASSIGNHST HOLDS OVER 3000 EVENTS - '
019400                 'RUN ABANDONED'
019500         MOVE 16 TO RETURN-CODE
019600         GO TO 9999-EXIT
019700     END-IF.
019800     ADD 1 TO AG-EVT-CNT.
019900     MOVE AH-EVENT    TO AG-E-DATE(AG-EVT-CNT).
020000     MOVE AH-RUN-TIME TO AG-E-RUN(AG-EVT-CNT).
020100     MOVE ZERO TO AG-E-SUM(AG-EVT-CNT) AG-E-ROWS(AG-EVT-CNT).
020200 2100-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600*  3000-LOAD-ROWS - THE LAST RUN OF EACH REPORTED EVENT.        *
020700*****************************************************************
020800 3000-LOAD-ROWS.
020900     OPEN INPUT ASSIGNHST.
021000     MOVE 'N' TO AG-EOF-SW.
021100     PERFORM UNTIL AG-EOF
021200         READ ASSIGNHST INTO AH-REC
021300             AT END
021400                 MOVE 'Y' TO AG-EOF-SW
021500             NOT AT END
021600                 PERFORM 3100-ONE-ROW THRU 3100-EXIT
021700         END-READ
021800     END-PERFORM.
021900     CLOSE ASSIGNHST.
022000 3000-EXIT.
022100     EXIT.
022200
022300 3100-ONE-ROW.
022400     IF AH-EVENT IS NOT NUMERIC OR AH-RUN-TIME IS NOT NUMERIC
022500        OR AH-PERSON IS NOT NUMERIC OR AH-DIST IS NOT NUMERIC
022600         GO TO 3100-EXIT
022700     END-IF.
022800     PERFORM VARYING AG-EX FROM 1 BY 1
022900         UNTIL AG-EX > AG-USE-CNT
023000         IF AG-E-DATE(AG-EX) = AH-EVENT
023100             GO TO 3100-KEEP
023200         END-IF
023300     END-PERFORM.
023400     GO TO 3100-EXIT.
023500 3100-KEEP.
023600     IF AH-RUN-TIME NOT = AG-E-RUN(AG-EX)
023700         GO TO 3100-EXIT
023800     END-IF.
023900     IF AG-ROW-CNT >= 5000
024000         DISPLAY 'OVER 5000 ASSIGNMENTS IN THE LAST EVENTS - '
024100                 'RUN ABANDONED'
024200         MOVE 16 TO RETURN-CODE
024300         GO TO 9999-EXIT
024400     END-IF.
024500     ADD 1 TO AG-ROW-CNT.
024600     MOVE AG-EX     TO AG-R-EVT(AG-ROW-CNT).
024700     MOVE AH-PERSON TO AG-R-PERSON(AG-ROW-CNT).
024800     MOVE AH-DIST   TO AG-R-DIST(AG-ROW-CNT).
024900     ADD AH-DIST TO AG-E-SUM(AG-EX).
025000     ADD 1 TO AG-E-ROWS(AG-EX).
025100 3100-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500*  4000-BY-PERSON - EVENTS, CUMULATIVE DISTANCE AND FAR DRAWS   *
025600*  PER PERSON.                                                  *
025700*****************************************************************
025800 4000-BY-PERSON.
025900     PERFORM 4100-ONE-ASSIGNMENT THRU 4100-EXIT
026000         VARYING AG-IX FROM 1 BY 1
026100         UNTIL AG-IX > AG-ROW-CNT.
026200 4000-EXIT.
026300     EXIT.
026400
026500 4100-ONE-ASSIGNMENT.
026600     MOVE ZERO TO AG-PX.
026700     PERFORM VARYING AG-JX FROM 1 BY 1
026800         UNTIL AG-JX > AG-PER-CNT OR AG-PX NOT = ZERO
026900         IF AG-P-PERSON(AG-JX) = AG-R-PERSON(AG-IX)
027000             MOVE AG-JX TO AG-PX
027100         END-IF
027200     END-PERFORM.
027300     IF AG-PX = ZERO
027400         IF AG-PER-CNT >= 2000
027500             DISPLAY 'OVER 2000 PEOPLE IN THE LAST EVENTS - '
027600                     'RUN ABANDONED'
027700             MOVE 16 TO RETURN-CODE
027800             GO TO 9999-EXIT
027900         END-IF
028000         ADD 1 TO AG-PER-CNT
028100         MOVE AG-PER-CNT TO AG-PX
028200         MOVE AG-R-PERSON(AG-IX) TO AG-P-PERSON(AG-PX)
028300         MOVE ZERO TO AG-P-SUM(AG-PX) AG-P-FAR(AG-PX)
028400                      AG-P-EVENTS(AG-PX)
028500     END-IF.
028600     ADD 1 TO AG-P-EVENTS(AG-PX).
028700     ADD AG-R-DIST(AG-IX) TO AG-P-SUM(AG-PX) AG-TOTAL-DIST.
028800     MOVE AG-R-EVT(AG-IX) TO AG-EX.
028900     IF AG-FAR-DIST > ZERO
029000         MOVE AG-FAR-DIST TO AG-LIMIT
029100     ELSE
029200         COMPUTE AG-LIMIT =
029300             (AG-E-SUM(AG-EX) * 2) / AG-E-ROWS(AG-EX)
029400     END-IF.
029500     IF AG-R-DIST(AG-IX) > AG-LIMIT
029600         ADD 1 TO AG-P-FAR(AG-PX)
029700     END-IF.
029800 4100-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200*  5000-REPORT - ASGFRPT: EVERY PERSON IN NUMBER ORDER, THEN    *
030300*  THE SAME PEOPLE RANKED BY THEIR SHARE OF THE DISTANCE.       *
030400*****************************************************************
030500 5000-REPORT.
030600     MOVE 'I' TO PF-OP.
030700     MOVE 'ASGFRPT' TO PF-DSN.
030800     MOVE AG-USE-CNT TO AG-ED-CNT.
030900     MOVE SPACES TO PF-TITLE.
031000     STRING 'ASSIGNMENT FAIRNESS - LAST '
031100            AG-ED-CNT ' EVENT(S) ' AG-TODAY
031200         DELIMITED BY SIZE INTO PF-TITLE.
031300     MOVE 'PERSON  EVENTS    CUMULATIVE DIST  AVERAGE DIST  '
031400       & 'FAR DRAWS  SHARE %'
031500         TO PF-HEADING.
031600     MOVE ZERO TO PF-PAGE-SIZE.
031700     CALL 'PRINTFMT' USING PF-PARM.
031800     IF PF-STATUS NOT = 'G'
031900         DISPLAY 'ASGFRPT DATASET NOT USABLE'
032000         MOVE 16 TO RETURN-CODE
032100         GO TO 9999-EXIT
032200     END-IF.
032250     MOVE 'Y' TO AG-LN-RPT-SW.
032300     IF AG-PER-CNT = ZERO
032400         MOVE 'NO ASSIGNMENTS ON ASSIGNHST' TO AG-RPT-LINE
032500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
032600         GO TO 5000-CLOSE
032700     END-IF.
032800     COMPUTE AG-EVEN-PCT ROUNDED = 100 / AG-PER-CNT.
032900     IF AG-PER-CNT > 1
033000         SORT AG-PER ASCENDING KEY AG-P-PERSON
033100     END-IF.
033200     PERFORM 5100-PERSON-LINE THRU 5100-EXIT
033300         VARYING AG-PX FROM 1 BY 1
033400         UNTIL AG-PX > AG-PER-CNT.
033500     MOVE SPACES TO AG-RPT-LINE.
033600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033700     MOVE 'RANKED BY SHARE OF ALL DISTANCE TRAVELLED - ROTATE '
033800       & 'IS OVER 1.5 X AN EVEN SPLIT' TO AG-RPT-LINE.
033900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
034000     IF AG-PER-CNT > 1
034100         SORT AG-PER DESCENDING KEY AG-P-SUM AG-P-FAR
034200     END-IF.
034300     PERFORM 5200-RANK-LINE THRU 5200-EXIT
034400         VARYING AG-PX FROM 1 BY 1
034500         UNTIL AG-PX > AG-PER-CNT.
034600 5000-CLOSE.
034700     MOVE SPACES TO AG-RPT-LINE.
034800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
034900     MOVE AG-USE-CNT TO AG-ED-CNT.
035000     MOVE AG-EVT-CNT TO AG-ED-CNT2.
035100     MOVE SPACES TO AG-RPT-LINE.
035200     STRING 'EVENTS REPORTED ' AG-ED-CNT ' OF ' AG-ED-CNT2
035300            ' ON FILE'
035400         DELIMITED BY SIZE INTO AG-RPT-LINE.
035500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
035600     MOVE SPACES TO AG-RPT-LINE.
035700     IF AG-FAR-DIST > ZERO
035800         MOVE AG-FAR-DIST TO AG-ED-DIST
035900         STRING 'FAR IS OVER ' AG-ED-DIST
036000             DELIMITED BY SIZE INTO AG-RPT-LINE
036100     ELSE
036200         MOVE 'FAR IS OVER TWICE THE EVENT AVERAGE DISTANCE'
036300             TO AG-RPT-LINE
036400     END-IF.
036500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
036600     MOVE AG-ROTATE-CNT TO AG-ED-CNT.
036700     MOVE SPACES TO AG-RPT-LINE.
036800     STRING 'PEOPLE TO ROTATE ' AG-ED-CNT
036900         DELIMITED BY SIZE INTO AG-RPT-LINE.
037000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
037100     IF AG-BAD-CNT > ZERO
037200         MOVE AG-BAD-CNT TO AG-ED-CNT
037300         MOVE SPACES TO AG-RPT-LINE
037400         STRING 'ASSIGNHST ROWS SKIPPED ' AG-ED-CNT
037500             DELIMITED BY SIZE INTO AG-RPT-LINE
037600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
037700     END-IF.
037800     MOVE 'C' TO PF-OP.
037900     CALL 'PRINTFMT' USING PF-PARM.
038000     MOVE AG-PER-CNT TO AG-ED-CNT.
038100     DISPLAY 'ASGFAIR PEOPLE ' AG-ED-CNT.
038200     MOVE AG-ROTATE-CNT TO AG-ED-CNT.
038300     DISPLAY 'ASGFAIR TO ROTATE ' AG-ED-CNT.
038400 5000-EXIT.
038500     EXIT.
038600
038700 5100-PERSON-LINE.
038800     PERFORM 5300-FIGURES THRU 5300-EXIT.
038900     MOVE SPACES TO AG-RPT-LINE.
039000     STRING '  ' AG-ED-PERSON '   ' AG-ED-CNT '   ' AG-ED-DIST
039100            '     ' AG-ED-AVG '      ' AG-ED-CNT2 '   '
039200            AG-ED-PCT
039300         DELIMITED BY SIZE INTO AG-RPT-LINE.
039400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039500 5100-EXIT.
039600     EXIT.
039700
039800 5200-RANK-LINE.
039900     PERFORM 5300-FIGURES THRU 5300-EXIT.
040000     MOVE SPACES TO AG-RPT-LINE.
040100     STRING '  ' AG-ED-PERSON '   ' AG-ED-CNT '   ' AG-ED-DIST
040200            '     ' AG-ED-AVG '      ' AG-ED-CNT2 '   '
040300            AG-ED-PCT
040400         DELIMITED BY SIZE INTO AG-RPT-LINE.
040500     IF AG-PCT * 2 > AG-EVEN-PCT * 3
040600         ADD 1 TO AG-ROTATE-CNT
040700         MOVE 'ROTATE' TO AG-RPT-LINE(66:6)
040800     END-IF.
040900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041000 5200-EXIT.
041100     EXIT.
041200
041300 5300-FIGURES.
041400     MOVE AG-P-PERSON(AG-PX) TO AG-ED-PERSON.
041500     MOVE AG-P-EVENTS(AG-PX) TO AG-ED-CNT.
041600     MOVE AG-P-SUM(AG-PX)    TO AG-ED-DIST.
041700     COMPUTE AG-AVG ROUNDED =
041800         AG-P-SUM(AG-PX) / AG-P-EVENTS(AG-PX).
041900     MOVE AG-AVG TO AG-ED-AVG.
042000     MOVE AG-P-FAR(AG-PX)    TO AG-ED-CNT2.
042100     IF AG-TOTAL-DIST = ZERO
042200         MOVE ZERO TO AG-PCT
042300     ELSE
042400         COMPUTE AG-PCT ROUNDED =
042500             AG-P-SUM(AG-PX) * 100 / AG-TOTAL-DIST
042600     END-IF.
042700     MOVE AG-PCT TO AG-ED-PCT.
042800 5300-EXIT.
042900     EXIT.
043000
043100 7900-PRINT-LINE.
043200     MOVE AG-RPT-LINE TO PF-LINE.
043300     MOVE 'D' TO PF-OP.
043400     CALL 'PRINTFMT' USING PF-PARM.
043500 7900-EXIT.
043600     EXIT.
043700
043704 8000-RECORD-LINEAGE.
043708*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
043712*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
043716*    RETURN-CODE, SO IT IS PUT BACK.
043720     MOVE RETURN-CODE   TO AG-SAVE-RC.
043724     MOVE 'ASGFAIR'     TO LN-PROGRAM.
043728     MOVE SPACES        TO LN-START-TIME.
043732     MOVE ZERO          TO LN-CNT.
043736     IF AG-LN-HST-SW = 'Y'
043740         ADD 1 TO LN-CNT
043744         MOVE 'ASSIGNHST'   TO LN-DSN(LN-CNT)
043748         MOVE 'R'           TO LN-MODE(LN-CNT)
043752     END-IF.
043756     IF AG-LN-RPT-SW = 'Y'
043760         ADD 1 TO LN-CNT
043764         MOVE 'ASGFRPT'     TO LN-DSN(LN-CNT)
043768         MOVE 'W'           TO LN-MODE(LN-CNT)
043772     END-IF.
043776     CALL 'LINEAGE' USING LN-PARM.
043780     MOVE AG-SAVE-RC    TO RETURN-CODE.
043784 8000-EXIT.
043788     EXIT.
043792
043800 9999-EXIT.
043850     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
043900     STOP RUN.
