000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STOCKSWP.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  STOCKSWP - NIGHTLY RESTOCK FEASIBILITY SWEEP OVER THE        *
000900*  PRODMAST PRODUCT MASTER.  EVERY PRODUCT IS PUT THROUGH THE   *
001000*  SAME CHECK AGC_026_B MAKES OF ONE SCENARIO CARD: OPENING     *
001100*  STOCK A, DAILY SALES B, RESTOCK THRESHOLD C AND DELIVERY     *
001200*  SIZE D.  THE STOCK NEVER RUNS OUT WHEN B IS NO MORE THAN A   *
001300*  AND D, AND EITHER B IS NO MORE THAN C OR, WITH G THE GCD OF  *
001400*  B AND D, B - G + (A MOD G) IS NO MORE THAN C.                *
001500*  STOCKRPT LISTS EVERY PRODUCT THAT WILL RUN OUT, GROUPED BY   *
001600*  SUPPLIER, WITH THE REASON.  REORDER CARRIES ONE ROW PER      *
001700*  FAILING PRODUCT WITH THE SMALLEST DELIVERY SIZE THAT MAKES   *
001800*  IT FEASIBLE - THAT IS ALWAYS B ITSELF WHEN ANY SIZE WILL DO, *
001900*  SINCE A DELIVERY OF EXACTLY B LEAVES THE STOCK OVER B WHERE  *
002000*  IT STARTED AND NO OTHER SIZE LEAVES LESS.  A PRODUCT NO      *
002100*  DELIVERY SIZE CAN SAVE IS WRITTEN WITH SIZE ZERO, STATUS     *
002200*  NOFIX AND WHAT HAS TO CHANGE INSTEAD.  ANY PRODUCT RUNNING   *
002300*  OUT, OR ANY MASTER ROW REJECTED, IS A WARNING: RC 4 AND AN   *
002400*  ALERT.                                                       *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002733*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002766*                   LINEAGE REGISTER AT END OF JOB.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRODMAST ASSIGN TO PRODMAST
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS SW-P-STATUS.
003500     SELECT REORDER ASSIGN TO REORDER
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS SW-R-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PRODMAST.
004100 01  PRODMAST-LINE            PIC X(102).
004200 FD  REORDER.
004300 01  REORDER-LINE             PIC X(100).
004400 WORKING-STORAGE SECTION.
004500 77  SW-P-STATUS              PIC X(02).
004600 77  SW-R-STATUS              PIC X(02).
004620 77  SW-LN-PRD-SW             PIC X(01) VALUE 'N'.
004640 77  SW-LN-REO-SW             PIC X(01) VALUE 'N'.
004660 77  SW-LN-RPT-SW             PIC X(01) VALUE 'N'.
004680 77  SW-SAVE-RC               PIC S9(04) COMP.
004700 77  SW-EOF-SW                PIC X(01) VALUE 'N'.
004800     88  SW-EOF                          VALUE 'Y'.
004900 77  SW-FEAS-SW               PIC X(01).
005000     88  SW-FEASIBLE                     VALUE 'Y'.
005100 77  SW-PROD-CNT              PIC 9(07) COMP VALUE ZERO.
005200 77  SW-OK-CNT                PIC 9(07) COMP VALUE ZERO.
005300 77  SW-FAIL-CNT              PIC 9(07) COMP VALUE ZERO.
005400 77  SW-FIX-CNT               PIC 9(07) COMP VALUE ZERO.
005500 77  SW-NOFIX-CNT             PIC 9(07) COMP VALUE ZERO.
005600 77  SW-BAD-CNT               PIC 9(07) COMP VALUE ZERO.
005700 77  SW-LOST-CNT              PIC 9(07) COMP VALUE ZERO.
005800 77  SW-ROW-CNT               PIC 9(05) COMP VALUE ZERO.
005900 77  SW-SUPP-CNT              PIC 9(05) COMP.
006000 77  SW-IX                    PIC 9(05) COMP.
006100 01  SW-TODAY                 PIC 9(08).
006200 01  SW-PREV-SUPP             PIC X(08).
006300*    THE CHECK ITSELF, IN AGC_026_B'S OWN PICTURES
006400 01  SW-A                     PIC 9(19).
006500 01  SW-B                     PIC 9(19).
006600 01  SW-C                     PIC 9(19).
006700 01  SW-D                     PIC 9(19).
006800 01  SW-G                     PIC 9(19).
006900 01  SW-AD                    PIC 9(19).
007000 01  SW-AR                    PIC 9(19).
007100 01  SW-X                     PIC 9(19).
007200*    THE PRODUCT IN HAND THAT RUNS OUT, THEN ONE ROW PER SUCH
007300*    PRODUCT, SORTED BY SUPPLIER FOR THE REPORT
007400 01  SW-WORK.
007500     05  SW-W-SUPPLIER        PIC X(08).
007600     05  SW-W-SKU             PIC X(10).
007700     05  SW-W-DESC            PIC X(30).
007800     05  SW-W-A               PIC 9(12).
007900     05  SW-W-B               PIC 9(12).
008000     05  SW-W-C               PIC 9(12).
008100     05  SW-W-D               PIC 9(12).
008200     05  SW-W-NEW-D           PIC 9(12).
008300     05  SW-W-REASON          PIC X(32).
008400     05  SW-W-ADVICE          PIC X(34).
008500 01  SW-FAIL-TBL.
008600     05  SW-FAIL OCCURS 1 TO 2000
008700             DEPENDING ON SW-ROW-CNT.
008800         10  SW-F-SUPPLIER    PIC X(08).
008900         10  SW-F-SKU         PIC X(10).
009000         10  SW-F-DESC        PIC X(30).
009100         10  SW-F-A           PIC 9(12).
009200         10  SW-F-B           PIC 9(12).
009300         10  SW-F-C           PIC 9(12).
009400         10  SW-F-D           PIC 9(12).
009500         10  SW-F-NEW-D       PIC 9(12).
009600         10  SW-F-REASON      PIC X(32).
009700         10  SW-F-ADVICE      PIC X(34).
009800 01  SW-REORDER-REC.
009900     05  SW-RO-SKU            PIC X(10).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  SW-RO-SUPPLIER       PIC X(08).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  SW-RO-CUR-D          PIC 9(12).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500*    SMALLEST FEASIBLE DELIVERY SIZE; ZERO WITH STATUS NOFIX
010600     05  SW-RO-NEW-D          PIC 9(12).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  SW-RO-STATUS         PIC X(05).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  SW-RO-ADVICE         PIC X(34).
011100 01  SW-RPT-LINE              PIC X(100).
011200 01  SW-ED-QTY                PIC Z(11)9.
011300 01  SW-ED-QTY2               PIC Z(11)9.
011400 01  SW-ED-QTY3               PIC Z(11)9.
011500 01  SW-ED-CNT                PIC Z(06)9.
011600 01  SW-ED-CNT2               PIC Z(06)9.
011700 COPY PRODMSRC.
011800 COPY BATCHDPM.
011900 COPY PRINTFPM.
012000 COPY ALERTPM.
012050 COPY LINEAGPM.
012100 PROCEDURE DIVISION.
012200*****************************************************************
012300*  0000-MAINLINE - CHECK EVERY PRODUCT, THEN REPORT THE ONES    *
012400*  THAT RUN OUT BY SUPPLIER.                                    *
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-ONE-PRODUCT THRU 2000-EXIT
012900         UNTIL SW-EOF.
013000     CLOSE PRODMAST REORDER.
013100     IF SW-ROW-CNT > 1
013200         SORT SW-FAIL ASCENDING KEY SW-F-SUPPLIER SW-F-SKU
013300     END-IF.
013400     PERFORM 4000-REPORT THRU 4000-EXIT.
013500     GO TO 9999-EXIT.
013600
013700 1000-INITIALIZE.
013800     ACCEPT SW-TODAY FROM DATE YYYYMMDD.
013900     MOVE SW-TODAY TO BD-DATE.
014000     CALL 'BATCHDT' USING BD-PARM
014100         ON EXCEPTION
014200             MOVE SW-TODAY TO BD-DATE
014300     END-CALL.
014400     MOVE BD-DATE TO SW-TODAY.
014500     OPEN INPUT PRODMAST.
014600     IF SW-P-STATUS NOT = '00'
014700         DISPLAY 'PRODMAST NOT AVAILABLE, STATUS ' SW-P-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         GO TO 9999-EXIT
015000     END-IF.
015050     MOVE 'Y' TO SW-LN-PRD-SW.
015100     OPEN OUTPUT REORDER.
015200     IF SW-R-STATUS NOT = '00'
015300         DISPLAY 'REORDER DATASET NOT USABLE, STATUS '
015400                 SW-R-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 9999-EXIT
015700     END-IF.
015750     MOVE 'Y' TO SW-LN-REO-SW.
015800 1000-EXIT.
015900     EXIT.
016000
016100*****************************************************************
016200*  2000-ONE-PRODUCT - EDIT THE ROW, RUN THE CHECK ON ITS OWN    *
016300*  DELIVERY SIZE, AND FOR A PRODUCT THAT RUNS OUT FIND THE      *
016400*  SIZE THAT WOULD SAVE IT.                                     *
016500*****************************************************************
016600 2000-ONE-PRODUCT.
016700     READ PRODMAST INTO PD-REC
016800         AT END
016900             MOVE 'Y' TO SW-EOF-SW
017000             GO TO 2000-EXIT
017100     END-READ.
017200     IF PRODMAST-LINE = SPACES OR PRODMAST-LINE(1:1) = '*'
017300         GO TO 2000-EXIT
017400     END-IF.
017500     IF PD-SKU = SPACES
017600        OR PD-A IS NOT NUMERIC OR PD-B IS NOT NUMERIC
017700        OR PD-C IS NOT NUMERIC OR PD-D IS NOT NUMERIC
017800        OR PD-B = ZERO
017900         ADD 1 TO SW-BAD-CNT
018000         DISPLAY 'PRODMAST ROW REJECTED: ' PRODMAST-LINE(1:72)
018100         GO TO 2000-EXIT
018200     END-IF.
018300     ADD 1 TO SW-PROD-CNT.
018400     MOVE PD-A TO SW-A.
018500     MOVE PD-B TO SW-B.
018600     MOVE PD-C TO SW-C.
018700     MOVE PD-D TO SW-D.
018800     PERFORM 3000-FEASIBLE THRU 3000-EXIT.
018900     IF SW-FEASIBLE
019000         ADD 1 TO SW-OK-CNT
019100         GO TO 2000-EXIT
019200     END-IF.
019300     ADD 1 TO SW-FAIL-CNT.
019400     PERFORM 2100-KEEP-FAILURE THRU 2100-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700
019800 2100-KEEP-FAILURE.
019900     MOVE PD-SUPPLIER TO SW-W-SUPPLIER.
020000     MOVE PD-SKU      TO SW-W-SKU.
020100     MOVE PD-DESC     TO SW-W-DESC.
020200     MOVE PD-A        TO SW-W-A.
020300     MOVE PD-B        TO SW-W-B.
020400     MOVE PD-C        TO SW-W-C.
020500     MOVE PD-D        TO SW-W-D.
020600     EVALUATE TRUE
020700         WHEN PD-B > PD-A
020800             MOVE 'OPENING STOCK BELOW DAILY SALES'
020900                 TO SW-W-REASON
021000         WHEN PD-B > PD-D
021100             MOVE 'DELIVERY BELOW DAILY SALES'
021200                 TO SW-W-REASON
021300         WHEN OTHER
021400             MOVE 'STOCK CYCLE DIPS BELOW SALES'
021500                 TO SW-W-REASON
021600     END-EVALUATE.
021700*    TRY A DELIVERY OF EXACTLY B - SEE THE PROGRAM BANNER
021800     MOVE PD-B TO SW-D.
021900     PERFORM 3000-FEASIBLE THRU 3000-EXIT.
022000     MOVE SPACES TO SW-W-ADVICE.
022100     MOVE SPACES TO SW-REORDER-REC.
022200     IF SW-FEASIBLE
022300         ADD 1 TO SW-FIX-CNT
022400         MOVE PD-B TO SW-W-NEW-D
022500         MOVE 'FIX' TO SW-RO-STATUS
022600         MOVE PD-B TO SW-ED-QTY
022700         STRING 'DELIVER ' FUNCTION TRIM(SW-ED-QTY)
022800             DELIMITED BY SIZE INTO SW-W-ADVICE
022900     ELSE
023000         ADD 1 TO SW-NOFIX-CNT
023100         MOVE ZERO TO SW-W-NEW-D
023200         MOVE 'NOFIX' TO SW-RO-STATUS
023300         IF PD-B > PD-A
023400             MOVE 'RAISE OPENING STOCK TO DAILY SALES'
023500                 TO SW-W-ADVICE
023600         ELSE
023700*            A DELIVERY OF B LEAVES A MOD B OVER B FOR EVER, SO
023800*            THE THRESHOLD HAS TO REACH IT
023900             MOVE SW-AR TO SW-ED-QTY
024000             STRING 'RAISE THRESHOLD TO '
024100                    FUNCTION TRIM(SW-ED-QTY)
024200                 DELIMITED BY SIZE INTO SW-W-ADVICE
024300         END-IF
024400     END-IF.
024500     MOVE PD-SKU      TO SW-RO-SKU.
024600     MOVE PD-SUPPLIER TO SW-RO-SUPPLIER.
024700     MOVE PD-D        TO SW-RO-CUR-D.
024800     MOVE SW-W-NEW-D  TO SW-RO-NEW-D.
024900     MOVE SW-W-ADVICE TO SW-RO-ADVICE.
025000     WRITE REORDER-LINE FROM SW-REORDER-REC.
025100*    THE REPORT TABLE HOLDS 2000; REORDER GETS EVERY PRODUCT
025200     IF SW-ROW-CNT < 2000
025300         ADD 1 TO SW-ROW-CNT
025400         MOVE SW-WORK TO SW-FAIL(SW-ROW-CNT)
025500     ELSE
025600         ADD 1 TO SW-LOST-CNT
025700     END-IF.
025800 2100-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200*  3000-FEASIBLE - THE AGC_026_B CHECK ON SW-A, SW-B, SW-C AND  *
026300*  SW-D.  SETS SW-FEAS-SW; SW-AR IS LEFT AS A MOD G.            *
026400*****************************************************************
026500 3000-FEASIBLE.
026600     MOVE 'N' TO SW-FEAS-SW.
026700     MOVE ZERO TO SW-AR.
026800     IF SW-B > SW-A OR SW-B > SW-D
026900         GO TO 3000-EXIT
027000     END-IF.
027100     IF SW-B NOT > SW-C
027200         MOVE 'Y' TO SW-FEAS-SW
027300         GO TO 3000-EXIT
027400     END-IF.
027500     CALL 'GCD' USING BY CONTENT SW-B
027600                      BY CONTENT SW-D
027700                      BY REFERENCE SW-G.
027800     DIVIDE SW-G INTO SW-A GIVING SW-AD REMAINDER SW-AR.
027900     SUBTRACT SW-G FROM SW-B GIVING SW-X.
028000     ADD SW-AR TO SW-X.
028100     IF SW-X NOT > SW-C
028200         MOVE 'Y' TO SW-FEAS-SW
028300     END-IF.
028400 3000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800*  4000-REPORT - STOCKRPT: THE PRODUCTS THAT RUN OUT UNDER A    *
028900*  HEADING PER SUPPLIER, THEN THE SWEEP TOTALS.                 *
029000*****************************************************************
029100 4000-REPORT.
029200     MOVE 'I' TO PF-OP.
029300     MOVE 'STOCKRPT' TO PF-DSN.
029400     MOVE SPACES TO PF-TITLE.
029500     STRING 'RESTOCK FEASIBILITY SWEEP - PRODUCTS THAT RUN OUT '
029600            SW-TODAY
029700         DELIMITED BY SIZE INTO PF-TITLE.
029800     MOVE 'SKU        DESCRIPTION                    '
029900       & 'DELIVERY  REASON / SMALLEST FEASIBLE DELIVERY'
030000         TO PF-HEADING.
030100     MOVE ZERO TO PF-PAGE-SIZE.
030200     CALL 'PRINTFMT' USING PF-PARM.
030300     IF PF-STATUS NOT = 'G'
030400         DISPLAY 'STOCKRPT DATASET NOT USABLE'
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030750     MOVE 'Y' TO SW-LN-RPT-SW.
030800     MOVE HIGH-VALUES TO SW-PREV-SUPP.
030900     MOVE ZERO TO SW-SUPP-CNT.
031000     PERFORM 4100-ONE-FAILURE THRU 4100-EXIT
031100         VARYING SW-IX FROM 1 BY 1
031200         UNTIL SW-IX > SW-ROW-CNT.
031300     IF SW-ROW-CNT > ZERO
031400         PERFORM 4200-SUPPLIER-TOTAL THRU 4200-EXIT
031500     END-IF.
031600     MOVE SPACES TO SW-RPT-LINE.
031700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031800     MOVE SW-PROD-CNT TO SW-ED-CNT.
031900     MOVE SPACES TO SW-RPT-LINE.
032000     STRING 'PRODUCTS SWEPT               ' SW-ED-CNT
032100         DELIMITED BY SIZE INTO SW-RPT-LINE.
032200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032300     MOVE SW-OK-CNT TO SW-ED-CNT.
032400     MOVE SPACES TO SW-RPT-LINE.
032500     STRING 'NEVER RUN OUT                ' SW-ED-CNT
032600         DELIMITED BY SIZE INTO SW-RPT-LINE.
032700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032800     MOVE SW-FAIL-CNT TO SW-ED-CNT.
032900     MOVE SPACES TO SW-RPT-LINE.
033000     STRING 'WILL RUN OUT                 ' SW-ED-CNT
033100         DELIMITED BY SIZE INTO SW-RPT-LINE.
033200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033300     MOVE SW-FIX-CNT TO SW-ED-CNT.
033400     MOVE SPACES TO SW-RPT-LINE.
033500     STRING '  SAVED BY A DELIVERY SIZE   ' SW-ED-CNT
033600         DELIMITED BY SIZE INTO SW-RPT-LINE.
033700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033800     MOVE SW-NOFIX-CNT TO SW-ED-CNT.
033900     MOVE SPACES TO SW-RPT-LINE.
034000     STRING '  NO DELIVERY SIZE WILL DO   ' SW-ED-CNT
034100         DELIMITED BY SIZE INTO SW-RPT-LINE.
034200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
034300     IF SW-BAD-CNT > ZERO
034400         MOVE SW-BAD-CNT TO SW-ED-CNT
034500         MOVE SPACES TO SW-RPT-LINE
034600         STRING 'PRODMAST ROWS REJECTED       ' SW-ED-CNT
034700             DELIMITED BY SIZE INTO SW-RPT-LINE
034800         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
034900     END-IF.
035000     IF SW-LOST-CNT > ZERO
035100         MOVE SW-LOST-CNT TO SW-ED-CNT
035200         MOVE SPACES TO SW-RPT-LINE
035300         STRING 'NOT LISTED (OVER 2000)       ' SW-ED-CNT
035400             DELIMITED BY SIZE INTO SW-RPT-LINE
035500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
035600     END-IF.
035700     MOVE 'C' TO PF-OP.
035800     CALL 'PRINTFMT' USING PF-PARM.
035900     MOVE SW-PROD-CNT TO SW-ED-CNT.
036000     DISPLAY 'STOCKSWP PRODUCTS ' SW-ED-CNT.
036100     MOVE SW-FAIL-CNT TO SW-ED-CNT.
036200     DISPLAY 'STOCKSWP WILL RUN OUT ' SW-ED-CNT.
036300     IF SW-FAIL-CNT > ZERO OR SW-BAD-CNT > ZERO
036400         PERFORM 8100-POST-ALERT THRU 8100-EXIT
036500         MOVE 4 TO RETURN-CODE
036600     END-IF.
036700 4000-EXIT.
036800     EXIT.
036900
037000 4100-ONE-FAILURE.
037100     IF SW-F-SUPPLIER(SW-IX) NOT = SW-PREV-SUPP
037200         IF SW-IX > 1
037300             PERFORM 4200-SUPPLIER-TOTAL THRU 4200-EXIT
037400         END-IF
037500         MOVE SW-F-SUPPLIER(SW-IX) TO SW-PREV-SUPP
037600         MOVE ZERO TO SW-SUPP-CNT
037700         MOVE SPACES TO SW-RPT-LINE
037800         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
037900         IF SW-PREV-SUPP = SPACES
038000             MOVE 'SUPPLIER (NONE ON FILE)' TO SW-RPT-LINE
038100         ELSE
038200             STRING 'SUPPLIER ' SW-PREV-SUPP
038300                 DELIMITED BY SIZE INTO SW-RPT-LINE
038400         END-IF
038500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
038600     END-IF.
038700     ADD 1 TO SW-SUPP-CNT.
038800     MOVE SW-F-D(SW-IX) TO SW-ED-QTY.
038900     MOVE SPACES TO SW-RPT-LINE.
039000     STRING SW-F-SKU(SW-IX) ' ' SW-F-DESC(SW-IX) ' '
039100            SW-ED-QTY '  ' SW-F-REASON(SW-IX)
039200         DELIMITED BY SIZE INTO SW-RPT-LINE.
039300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039400     MOVE SW-F-A(SW-IX) TO SW-ED-QTY.
039500     MOVE SW-F-B(SW-IX) TO SW-ED-QTY2.
039600     MOVE SW-F-C(SW-IX) TO SW-ED-QTY3.
039700     MOVE SPACES TO SW-RPT-LINE.
039800     STRING '           STOCK ' SW-ED-QTY ' SALES ' SW-ED-QTY2
039900            ' THRESHOLD ' SW-ED-QTY3
040000         DELIMITED BY SIZE INTO SW-RPT-LINE.
040100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
040200     MOVE SPACES TO SW-RPT-LINE.
040300     STRING '           ' SW-F-ADVICE(SW-IX)
040400         DELIMITED BY SIZE INTO SW-RPT-LINE.
040500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
040600 4100-EXIT.
040700     EXIT.
040800
040900 4200-SUPPLIER-TOTAL.
041000     MOVE SW-SUPP-CNT TO SW-ED-CNT.
041100     MOVE SPACES TO SW-RPT-LINE.
041200     STRING '    PRODUCTS RUNNING OUT FOR THIS SUPPLIER '
041300            SW-ED-CNT
041400         DELIMITED BY SIZE INTO SW-RPT-LINE.
041500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041600 4200-EXIT.
041700     EXIT.
041800
041900 7900-PRINT-LINE.
042000     MOVE SW-RPT-LINE TO PF-LINE.
042100     MOVE 'D' TO PF-OP.
042200     CALL 'PRINTFMT' USING PF-PARM.
042300 7900-EXIT.
042400     EXIT.
042500
042503 8000-RECORD-LINEAGE.
042506*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
042509*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
042512*    RETURN-CODE, SO IT IS PUT BACK.
042515     MOVE RETURN-CODE   TO SW-SAVE-RC.
042518     MOVE 'STOCKSWP'    TO LN-PROGRAM.
042521     MOVE SPACES        TO LN-START-TIME.
042524     MOVE ZERO          TO LN-CNT.
042527     IF SW-LN-PRD-SW = 'Y'
042530         ADD 1 TO LN-CNT
042533         MOVE 'PRODMAST'    TO LN-DSN(LN-CNT)
042536         MOVE 'R'           TO LN-MODE(LN-CNT)
042539     END-IF.
042542     IF SW-LN-REO-SW = 'Y'
042545         ADD 1 TO LN-CNT
042548         MOVE 'REORDER'     TO LN-DSN(LN-CNT)
042551         MOVE 'W'           TO LN-MODE(LN-CNT)
042554     END-IF.
042557     IF SW-LN-RPT-SW = 'Y'
042560         ADD 1 TO LN-CNT
042563         MOVE 'STOCKRPT'    TO LN-DSN(LN-CNT)
042566         MOVE 'W'           TO LN-MODE(LN-CNT)
042569     END-IF.
042572     CALL 'LINEAGE' USING LN-PARM.
042575     MOVE SW-SAVE-RC    TO RETURN-CODE.
042578 8000-EXIT.
042581     EXIT.
042584
042600 8100-POST-ALERT.
042700     MOVE SW-FAIL-CNT TO SW-ED-CNT.
042800     MOVE SPACES TO AL-PARM.
042900     MOVE 'STOCKSWP' TO AL-SOURCE.
043000     MOVE 'W' TO AL-SEVERITY.
043100     MOVE 'STOCKRPT' TO AL-DSN.
043200     MOVE SW-BAD-CNT TO SW-ED-CNT2.
043300     STRING 'PRODUCTS THAT WILL RUN OUT' SW-ED-CNT
043400            ' - ROWS REJECTED' SW-ED-CNT2
043500         DELIMITED BY SIZE INTO AL-TEXT.
043600     CALL 'ALERTSVC' USING AL-PARM.
043700 8100-EXIT.
043800     EXIT.
043900
044000 9999-EXIT.
044050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
044100     STOP RUN.
