000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MATREQ.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MATREQ - PURCHASE REQUISITIONS FOR THE MATERIAL ON THE DAY'S *
000900*  BOMRPT BILL, BOUGHT ON THE ABC_052_A DEALRPT QUOTE RANKING.  *
001000*  THE CELLS OF EVERY COSTED ORDER ARE TOTALLED BY COVERING     *
001100*  TYPE.  EACH COVERING IS BOUGHT ON THE BEST-RANKED DEALRPT    *
001200*  QUOTE FOR IT THAT IS STILL CURRENT (ITS UNTIL DATE NOT       *
001300*  BEFORE THE BATCH DATE, OR OPEN), IN WHOLE PACKS OF THAT      *
001400*  SUPPLIER'S PACK SIZE.  ONE REQUISN.<SUPPLIER> DATASET IS     *
001500*  WRITTEN PER SUPPLIER, A LINE PER COVERING.  MARGEXC LISTS    *
001600*  EVERY COVERING WHOSE QUOTE PRICE DIFFERS FROM THE MATCOST    *
001700*  PRICE THE CUSTOMER WAS BILLED AT (COST OVER AREA ON THE BOM  *
001800*  LINE), WITH THE MARGIN PER CELL AND OVER THE CELLS BILLED,   *
001900*  THEN ANY COVERING NO CURRENT QUOTE COVERS - THOSE ARE NOT    *
002000*  REQUISITIONED AND THE RUN ENDS RC 4 WITH AN ALERT.           *
002100*****************************************************************
002200*  MODIFICATION HISTORY                                         *
002300*  2026-10-15  OSG  NEW PROGRAM.                                *
002333*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002366*                   LINEAGE REGISTER AT END OF JOB.             *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BOMRPT ASSIGN TO BOMRPT
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS RQ-B-STATUS.
003100     SELECT DEALRPT ASSIGN TO DEALRPT
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS RQ-D-STATUS.
003400     SELECT REQUISN ASSIGN USING RQ-REQ-DSN
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS RQ-R-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  BOMRPT.
004000 01  BOMRPT-LINE              PIC X(100).
004100 FD  DEALRPT.
004200 01  DEALRPT-LINE             PIC X(140).
004300 FD  REQUISN.
004400 01  REQUISN-LINE             PIC X(107).
004500 WORKING-STORAGE SECTION.
004600 77  RQ-B-STATUS              PIC X(02).
004700 77  RQ-D-STATUS              PIC X(02).
004800 77  RQ-R-STATUS              PIC X(02).
004900 77  RQ-EOF-SW                PIC X(01).
005000     88  RQ-EOF                          VALUE 'Y'.
005100 77  RQ-COV-CNT               PIC 9(03) COMP VALUE ZERO.
005200 77  RQ-IX                    PIC 9(03) COMP.
005300 77  RQ-HIT                   PIC 9(03) COMP.
005400 77  RQ-ORDER-CNT             PIC 9(07) COMP VALUE ZERO.
005500 77  RQ-REQ-CNT               PIC 9(05) COMP VALUE ZERO.
005600 77  RQ-SUPP-CNT              PIC 9(05) COMP VALUE ZERO.
005700 77  RQ-EXC-CNT               PIC 9(05) COMP VALUE ZERO.
005800 77  RQ-NOQ-CNT               PIC 9(05) COMP VALUE ZERO.
005900 77  RQ-BAD-CNT               PIC 9(05) COMP VALUE ZERO.
006000 77  RQ-OPEN-SW               PIC X(01) VALUE 'N'.
006100     88  RQ-REQ-OPEN                     VALUE 'Y'.
006125 77  RQ-LN-BOM-SW             PIC X(01) VALUE 'N'.
006150 77  RQ-LN-DEAL-SW            PIC X(01) VALUE 'N'.
006175 77  RQ-SAVE-RC               PIC S9(04) COMP.
006200 01  RQ-TODAY                 PIC 9(08).
006300 01  RQ-REQ-DSN               PIC X(30) VALUE SPACES.
006400 01  RQ-PREV-SUPP             PIC X(08).
006420*    RUN START TIME, THE SAME ON EVERY LINEAGE CALL
006440 01  RQ-TS-TIME.
006460     05  RQ-TS-HHMMSS         PIC 9(06).
006480     05  FILLER               PIC 9(02).
006500 01  RQ-AREA                  PIC 9(15).
006600 01  RQ-COST                  PIC 9(15).
006700 01  RQ-REM                   PIC 9(15).
006800 01  RQ-MARGIN                PIC S9(07).
006900 01  RQ-MARGIN-EXT            PIC S9(17).
007000*    AN ORDER LINE OF THE BOM BILL AS BOMCOST WRITES IT
007100 01  RQ-BOM-REC.
007200     05  RQ-B-TAG             PIC X(06).
007300         88  RQ-B-ORDER                  VALUE 'ORDER '.
007400     05  FILLER               PIC X(28).
007500     05  RQ-B-COVER           PIC X(04).
007600     05  FILLER               PIC X(12).
007700     05  RQ-B-AREA-X          PIC X(12).
007800     05  FILLER               PIC X(06).
007900     05  RQ-B-COST-X          PIC X(15).
008000     05  FILLER               PIC X(17).
008100*    A RANKED QUOTE AS ABC_052_A WRITES IT; THE MATERIAL DETAIL
008200*    FOLLOWS THE MARGIN WHEN THE QUOTE NAMED A COVERING
008300 01  RQ-DEAL-REC.
008400     05  RQ-D-TAG             PIC X(05).
008500         88  RQ-D-RANK-LINE              VALUE 'RANK '.
008600     05  RQ-D-RANK            PIC X(03).
008700     05  FILLER               PIC X(01).
008800     05  RQ-D-LABEL           PIC X(10).
008900     05  FILLER               PIC X(47).
009000     05  RQ-D-COVER-TAG       PIC X(07).
009100         88  RQ-D-MATERIAL               VALUE ' COVER '.
009200     05  RQ-D-COVER           PIC X(04).
009300     05  FILLER               PIC X(10).
009400     05  RQ-D-SUPPLIER        PIC X(08).
009500     05  FILLER               PIC X(06).
009600     05  RQ-D-PACK            PIC 9(07).
009700     05  FILLER               PIC X(07).
009800     05  RQ-D-PRICE           PIC 9(07).
009900     05  FILLER               PIC X(07).
010000     05  RQ-D-UNTIL           PIC X(08).
010100     05  RQ-D-UNTIL-N REDEFINES RQ-D-UNTIL
010200                              PIC 9(08).
010300     05  FILLER               PIC X(03).
010400*    ONE ROW PER COVERING ON THE BILL, WITH THE QUOTE BOUGHT ON
010500 01  RQ-COV-TBL.
010600     05  RQ-COV OCCURS 1 TO 50
010700             DEPENDING ON RQ-COV-CNT.
010800         10  RQ-C-SUPPLIER    PIC X(08).
010900         10  RQ-C-TYPE        PIC X(04).
011000         10  RQ-C-CELLS       PIC 9(15).
011100         10  RQ-C-ORDERS      PIC 9(07).
011200         10  RQ-C-BILL-PRICE  PIC 9(07).
011300         10  RQ-C-QUOTED      PIC X(01).
011400         10  RQ-C-LABEL       PIC X(10).
011500         10  RQ-C-RANK        PIC X(03).
011600         10  RQ-C-PACK        PIC 9(07).
011700         10  RQ-C-PRICE       PIC 9(07).
011800         10  RQ-C-UNTIL       PIC X(08).
011900         10  RQ-C-PACKS       PIC 9(09).
012000         10  RQ-C-ORDERED     PIC 9(15).
012100 01  RQ-REQ-REC.
012200     05  RQ-O-SUPPLIER        PIC X(08).
012300     05  FILLER               PIC X(01) VALUE SPACE.
012400     05  RQ-O-COVER           PIC X(04).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  RQ-O-QUOTE           PIC X(10).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800*    CELLS THE BILL NEEDS, THE PACK, PACKS AND CELLS BOUGHT
012900     05  RQ-O-NEEDED          PIC 9(15).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  RQ-O-PACK            PIC 9(07).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  RQ-O-PACKS           PIC 9(09).
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  RQ-O-ORDERED         PIC 9(15).
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  RQ-O-PRICE           PIC 9(07).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  RQ-O-COST            PIC 9(15).
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  RQ-O-DATE            PIC 9(08).
014200 01  RQ-RPT-LINE              PIC X(100).
014300 01  RQ-ED-PRICE              PIC Z(06)9.
014400 01  RQ-ED-PRICE2             PIC Z(06)9.
014500 01  RQ-ED-MARGIN             PIC -(07)9.
014600 01  RQ-ED-EXT                PIC -(15)9.
014700 01  RQ-ED-CELLS              PIC Z(14)9.
014800 01  RQ-ED-CNT                PIC Z(06)9.
014900 01  RQ-ED-CNT2               PIC Z(06)9.
015000 COPY BATCHDPM.
015100 COPY PRINTFPM.
015200 COPY ALERTPM.
015250 COPY LINEAGPM.
015300 PROCEDURE DIVISION.
015400*****************************************************************
015500*  0000-MAINLINE - TOTAL THE BILL BY COVERING, SOURCE EACH      *
015600*  COVERING, WRITE THE REQUISITIONS AND THE EXCEPTION LIST.     *
015700*****************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-TOTAL-BILL THRU 2000-EXIT.
016100     PERFORM 3000-SOURCE-QUOTES THRU 3000-EXIT.
016200     IF RQ-COV-CNT > 1
016300         SORT RQ-COV ASCENDING KEY RQ-C-SUPPLIER RQ-C-TYPE
016400     END-IF.
016500     PERFORM 4000-REQUISITIONS THRU 4000-EXIT.
016600     PERFORM 5000-EXCEPTIONS THRU 5000-EXIT.
016700     GO TO 9999-EXIT.
016800
016900 1000-INITIALIZE.
017000     ACCEPT RQ-TODAY FROM DATE YYYYMMDD.
017100     MOVE RQ-TODAY TO BD-DATE.
017200     CALL 'BATCHDT' USING BD-PARM
017300         ON EXCEPTION
017400             MOVE RQ-TODAY TO BD-DATE
017500     END-CALL.
017600     MOVE BD-DATE TO RQ-TODAY.
017620     ACCEPT RQ-TS-TIME FROM TIME.
017640     MOVE 'MATREQ'      TO LN-PROGRAM.
017660     MOVE RQ-TS-HHMMSS  TO LN-START-TIME.
017680     MOVE ZERO          TO LN-CNT.
017700 1000-EXIT.
017800     EXIT.
017900
018000*****************************************************************
018100*  2000-TOTAL-BILL - CELLS PER COVERING OVER EVERY COSTED ORDER *
018200*  ON BOMRPT, AND THE PRICE PER CELL THE CUSTOMER WAS BILLED.   *
018300*****************************************************************
018400 2000-TOTAL-BILL.
018500     MOVE 'N' TO RQ-EOF-SW.
018600     OPEN INPUT BOMRPT.
018700     IF RQ-B-STATUS NOT = '00'
018800         DISPLAY 'BOMRPT NOT AVAILABLE, STATUS ' RQ-B-STATUS
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019150     MOVE 'Y' TO RQ-LN-BOM-SW.
019200     PERFORM UNTIL RQ-EOF
019300         READ BOMRPT INTO RQ-BOM-REC
019400             AT END
019500                 MOVE 'Y' TO RQ-EOF-SW
019600             NOT AT END
019700                 IF RQ-B-ORDER
019800                     PERFORM 2100-ONE-ORDER THRU 2100-EXIT
019900                 END-IF
020000         END-READ
020100     END-PERFORM.
020200     CLOSE BOMRPT.
020300     IF RQ-COV-CNT = ZERO
020400         DISPLAY 'NO COSTED ORDERS ON BOMRPT - NOTHING TO '
020500                 'REQUISITION'
020600         GO TO 9999-EXIT
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
021000
021100 2100-ONE-ORDER.
021200     IF FUNCTION TEST-NUMVAL(RQ-B-AREA-X) NOT = ZERO
021300        OR FUNCTION TEST-NUMVAL(RQ-B-COST-X) NOT = ZERO
021400         ADD 1 TO RQ-BAD-CNT
021500         DISPLAY 'BOMRPT LINE NOT READABLE: ' RQ-BOM-REC(1:60)
021600         GO TO 2100-EXIT
021700     END-IF.
021800     ADD 1 TO RQ-ORDER-CNT.
021900     MOVE FUNCTION NUMVAL(RQ-B-AREA-X) TO RQ-AREA.
022000     MOVE FUNCTION NUMVAL(RQ-B-COST-X) TO RQ-COST.
022100     MOVE ZERO TO RQ-HIT.
022200     PERFORM VARYING RQ-IX FROM 1 BY 1
022300         UNTIL RQ-IX > RQ-COV-CNT OR RQ-HIT > ZERO
022400         IF RQ-C-TYPE(RQ-IX) = RQ-B-COVER
022500             MOVE RQ-IX TO RQ-HIT
022600         END-IF
022700     END-PERFORM.
022800     IF RQ-HIT = ZERO
022900         IF RQ-COV-CNT >= 50
023000             DISPLAY 'BOMRPT EXCEEDS THE 50-COVERING TABLE - '
023100                     'RUN ABANDONED'
023200             MOVE 16 TO RETURN-CODE
023300             GO TO 9999-EXIT
023400         END-IF
023500         ADD 1 TO RQ-COV-CNT
023600         MOVE RQ-COV-CNT TO RQ-HIT
023700         MOVE SPACES TO RQ-COV(RQ-HIT)
023800         MOVE RQ-B-COVER TO RQ-C-TYPE(RQ-HIT)
023900         MOVE ZERO TO RQ-C-CELLS(RQ-HIT) RQ-C-ORDERS(RQ-HIT)
024000                      RQ-C-BILL-PRICE(RQ-HIT)
024100                      RQ-C-PACK(RQ-HIT) RQ-C-PRICE(RQ-HIT)
024200                      RQ-C-PACKS(RQ-HIT) RQ-C-ORDERED(RQ-HIT)
024300         MOVE 'N' TO RQ-C-QUOTED(RQ-HIT)
024400     END-IF.
024500     ADD RQ-AREA TO RQ-C-CELLS(RQ-HIT).
024600     ADD 1 TO RQ-C-ORDERS(RQ-HIT).
024700*    BOMCOST BILLS AREA TIMES THE WHOLE MATCOST PRICE PER CELL
024800     IF RQ-AREA > ZERO
024900         DIVIDE RQ-AREA INTO RQ-COST
025000             GIVING RQ-C-BILL-PRICE(RQ-HIT)
025100     END-IF.
025200 2100-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*  3000-SOURCE-QUOTES - DEALRPT IS BEST-FIRST, SO THE FIRST     *
025700*  CURRENT QUOTE FOR A COVERING IS THE ONE BOUGHT ON.           *
025800*****************************************************************
025900 3000-SOURCE-QUOTES.
026000     MOVE 'N' TO RQ-EOF-SW.
026100     OPEN INPUT DEALRPT.
026200     IF RQ-D-STATUS NOT = '00'
026300         DISPLAY 'DEALRPT NOT AVAILABLE, STATUS ' RQ-D-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026650     MOVE 'Y' TO RQ-LN-DEAL-SW.
026700     PERFORM UNTIL RQ-EOF
026800         READ DEALRPT INTO RQ-DEAL-REC
026900             AT END
027000                 MOVE 'Y' TO RQ-EOF-SW
027100             NOT AT END
027200                 IF RQ-D-RANK-LINE AND RQ-D-MATERIAL
027300                     PERFORM 3100-ONE-QUOTE THRU 3100-EXIT
027400                 END-IF
027500         END-READ
027600     END-PERFORM.
027700     CLOSE DEALRPT.
027800 3000-EXIT.
027900     EXIT.
028000
028100 3100-ONE-QUOTE.
028200     IF RQ-D-PACK IS NOT NUMERIC OR RQ-D-PACK = ZERO
028300        OR RQ-D-PRICE IS NOT NUMERIC
028400         GO TO 3100-EXIT
028500     END-IF.
028600     IF RQ-D-UNTIL NOT = 'OPEN'
028700         IF RQ-D-UNTIL-N IS NOT NUMERIC
028800            OR RQ-D-UNTIL-N < RQ-TODAY
028900             GO TO 3100-EXIT
029000         END-IF
029100     END-IF.
029200     MOVE ZERO TO RQ-HIT.
029300     PERFORM VARYING RQ-IX FROM 1 BY 1
029400         UNTIL RQ-IX > RQ-COV-CNT OR RQ-HIT > ZERO
029500         IF RQ-C-TYPE(RQ-IX) = RQ-D-COVER
029600             MOVE RQ-IX TO RQ-HIT
029700         END-IF
029800     END-PERFORM.
029900     IF RQ-HIT = ZERO
030000         GO TO 3100-EXIT
030100     END-IF.
030200     IF RQ-C-QUOTED(RQ-HIT) = 'Y'
030300         GO TO 3100-EXIT
030400     END-IF.
030500     MOVE 'Y'           TO RQ-C-QUOTED(RQ-HIT).
030600     MOVE RQ-D-SUPPLIER TO RQ-C-SUPPLIER(RQ-HIT).
030700     MOVE RQ-D-LABEL    TO RQ-C-LABEL(RQ-HIT).
030800     MOVE RQ-D-RANK     TO RQ-C-RANK(RQ-HIT).
030900     MOVE RQ-D-PACK     TO RQ-C-PACK(RQ-HIT).
031000     MOVE RQ-D-PRICE    TO RQ-C-PRICE(RQ-HIT).
031100     MOVE RQ-D-UNTIL    TO RQ-C-UNTIL(RQ-HIT).
031200*    WHOLE PACKS ONLY - ANY PART PACK IS ROUNDED UP
031300     DIVIDE RQ-D-PACK INTO RQ-C-CELLS(RQ-HIT)
031400         GIVING RQ-C-PACKS(RQ-HIT) REMAINDER RQ-REM.
031500     IF RQ-REM > ZERO
031600         ADD 1 TO RQ-C-PACKS(RQ-HIT)
031700     END-IF.
031800     COMPUTE RQ-C-ORDERED(RQ-HIT) =
031900         RQ-C-PACKS(RQ-HIT) * RQ-D-PACK.
032000 3100-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*  4000-REQUISITIONS - ONE REQUISN.<SUPPLIER> DATASET PER       *
032500*  SUPPLIER, A LINE PER COVERING BOUGHT FROM IT.  THE TABLE IS  *
032600*  IN SUPPLIER ORDER; UNQUOTED COVERINGS (NO SUPPLIER) SORT     *
032700*  FIRST AND ARE PASSED OVER.                                   *
032800*****************************************************************
032900 4000-REQUISITIONS.
033000     MOVE HIGH-VALUES TO RQ-PREV-SUPP.
033100     PERFORM 4100-ONE-COVERING THRU 4100-EXIT
033200         VARYING RQ-IX FROM 1 BY 1
033300         UNTIL RQ-IX > RQ-COV-CNT.
033400     IF RQ-REQ-OPEN
033500         CLOSE REQUISN
033600     END-IF.
033700     MOVE RQ-REQ-CNT TO RQ-ED-CNT.
033800     MOVE RQ-SUPP-CNT TO RQ-ED-CNT2.
033900     DISPLAY 'MATREQ COVERINGS REQUISITIONED ' RQ-ED-CNT
034000             ' FROM ' RQ-ED-CNT2 ' SUPPLIER(S)'.
034100 4000-EXIT.
034200     EXIT.
034300
034400 4100-ONE-COVERING.
034500     IF RQ-C-QUOTED(RQ-IX) NOT = 'Y'
034600         GO TO 4100-EXIT
034700     END-IF.
034800     IF RQ-C-SUPPLIER(RQ-IX) NOT = RQ-PREV-SUPP
034900         IF RQ-REQ-OPEN
035000             CLOSE REQUISN
035100             MOVE 'N' TO RQ-OPEN-SW
035200         END-IF
035300         MOVE RQ-C-SUPPLIER(RQ-IX) TO RQ-PREV-SUPP
035400         MOVE SPACES TO RQ-REQ-DSN
035500         STRING 'REQUISN.' RQ-PREV-SUPP
035600             DELIMITED BY SPACE INTO RQ-REQ-DSN
035700         OPEN OUTPUT REQUISN
035800         IF RQ-R-STATUS NOT = '00'
035900             DISPLAY RQ-REQ-DSN ' DATASET NOT USABLE, STATUS '
036000                     RQ-R-STATUS
036100             MOVE 16 TO RETURN-CODE
036200             GO TO 9999-EXIT
036300         END-IF
036400         MOVE 'Y' TO RQ-OPEN-SW
036450         PERFORM 8050-NOTE-REQUISN THRU 8050-EXIT
036500         ADD 1 TO RQ-SUPP-CNT
036600     END-IF.
036700     ADD 1 TO RQ-REQ-CNT.
036800     MOVE RQ-C-SUPPLIER(RQ-IX) TO RQ-O-SUPPLIER.
036900     MOVE RQ-C-TYPE(RQ-IX)     TO RQ-O-COVER.
037000     MOVE RQ-C-LABEL(RQ-IX)    TO RQ-O-QUOTE.
037100     MOVE RQ-C-CELLS(RQ-IX)    TO RQ-O-NEEDED.
037200     MOVE RQ-C-PACK(RQ-IX)     TO RQ-O-PACK.
037300     MOVE RQ-C-PACKS(RQ-IX)    TO RQ-O-PACKS.
037400     MOVE RQ-C-ORDERED(RQ-IX)  TO RQ-O-ORDERED.
037500     MOVE RQ-C-PRICE(RQ-IX)    TO RQ-O-PRICE.
037600     COMPUTE RQ-O-COST =
037700         RQ-C-ORDERED(RQ-IX) * RQ-C-PRICE(RQ-IX).
037800     MOVE RQ-TODAY             TO RQ-O-DATE.
037900     WRITE REQUISN-LINE FROM RQ-REQ-REC.
038000 4100-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*  5000-EXCEPTIONS - MARGEXC: QUOTE PRICE AGAINST BILLED PRICE, *
038500*  THEN THE COVERINGS NOTHING COULD BE BOUGHT ON.               *
038600*****************************************************************
038700 5000-EXCEPTIONS.
038800     MOVE 'I' TO PF-OP.
038900     MOVE 'MARGEXC' TO PF-DSN.
039000     MOVE SPACES TO PF-TITLE.
039100     STRING 'MATERIAL MARGIN EXCEPTIONS - QUOTE AGAINST BILL '
039200            RQ-TODAY
039300         DELIMITED BY SIZE INTO PF-TITLE.
039400     MOVE 'COVR SUPPLIER QUOTE       BILLED  QUOTED PER CELL   '
039500       & '    CELLS BILLED   MARGIN ON BILL'
039600         TO PF-HEADING.
039700     MOVE ZERO TO PF-PAGE-SIZE.
039800     CALL 'PRINTFMT' USING PF-PARM.
039900     IF PF-STATUS NOT = 'G'
040000         DISPLAY 'MARGEXC DATASET NOT USABLE'
040100         MOVE 16 TO RETURN-CODE
040200         GO TO 9999-EXIT
040300     END-IF.
040400     PERFORM 5100-ONE-MARGIN THRU 5100-EXIT
040500         VARYING RQ-IX FROM 1 BY 1
040600         UNTIL RQ-IX > RQ-COV-CNT.
040700     IF RQ-EXC-CNT = ZERO
040800         MOVE 'EVERY QUOTE MATCHES THE BILLED PRICE'
040900             TO RQ-RPT-LINE
041000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
041100     END-IF.
041200     MOVE ZERO TO RQ-NOQ-CNT.
041300     PERFORM 5200-ONE-UNQUOTED THRU 5200-EXIT
041400         VARYING RQ-IX FROM 1 BY 1
041500         UNTIL RQ-IX > RQ-COV-CNT.
041600     MOVE SPACES TO RQ-RPT-LINE.
041700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041800     MOVE RQ-ORDER-CNT TO RQ-ED-CNT.
041900     MOVE SPACES TO RQ-RPT-LINE.
042000     STRING 'ORDERS ON THE BILL            ' RQ-ED-CNT
042100         DELIMITED BY SIZE INTO RQ-RPT-LINE.
042200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
042300     MOVE RQ-REQ-CNT TO RQ-ED-CNT.
042400     MOVE SPACES TO RQ-RPT-LINE.
042500     STRING 'COVERINGS REQUISITIONED       ' RQ-ED-CNT
042600         DELIMITED BY SIZE INTO RQ-RPT-LINE.
042700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
042800     MOVE RQ-EXC-CNT TO RQ-ED-CNT.
042900     MOVE SPACES TO RQ-RPT-LINE.
043000     STRING 'MARGIN EXCEPTIONS             ' RQ-ED-CNT
043100         DELIMITED BY SIZE INTO RQ-RPT-LINE.
043200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
043300     MOVE RQ-NOQ-CNT TO RQ-ED-CNT.
043400     MOVE SPACES TO RQ-RPT-LINE.
043500     STRING 'COVERINGS WITH NO QUOTE       ' RQ-ED-CNT
043600         DELIMITED BY SIZE INTO RQ-RPT-LINE.
043700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
043800     MOVE 'C' TO PF-OP.
043900     CALL 'PRINTFMT' USING PF-PARM.
044000     MOVE RQ-EXC-CNT TO RQ-ED-CNT.
044100     MOVE RQ-NOQ-CNT TO RQ-ED-CNT2.
044200     DISPLAY 'MATREQ MARGIN EXCEPTIONS ' RQ-ED-CNT
044300             ' NOT QUOTED ' RQ-ED-CNT2.
044400     IF RQ-NOQ-CNT > ZERO OR RQ-BAD-CNT > ZERO
044500         PERFORM 8100-POST-ALERT THRU 8100-EXIT
044600         MOVE 4 TO RETURN-CODE
044700     END-IF.
044800 5000-EXIT.
044900     EXIT.
045000
045100 5100-ONE-MARGIN.
045200     IF RQ-C-QUOTED(RQ-IX) NOT = 'Y'
045300        OR RQ-C-PRICE(RQ-IX) = RQ-C-BILL-PRICE(RQ-IX)
045400         GO TO 5100-EXIT
045500     END-IF.
045600     ADD 1 TO RQ-EXC-CNT.
045700*    POSITIVE WHEN THE BILL PRICE COVERS THE QUOTE
045800     COMPUTE RQ-MARGIN =
045900         RQ-C-BILL-PRICE(RQ-IX) - RQ-C-PRICE(RQ-IX).
046000     COMPUTE RQ-MARGIN-EXT = RQ-MARGIN * RQ-C-CELLS(RQ-IX).
046100     MOVE RQ-C-BILL-PRICE(RQ-IX) TO RQ-ED-PRICE.
046200     MOVE RQ-C-PRICE(RQ-IX) TO RQ-ED-PRICE2.
046300     MOVE RQ-MARGIN TO RQ-ED-MARGIN.
046400     MOVE RQ-C-CELLS(RQ-IX) TO RQ-ED-CELLS.
046500     MOVE RQ-MARGIN-EXT TO RQ-ED-EXT.
046600     MOVE SPACES TO RQ-RPT-LINE.
046700     STRING RQ-C-TYPE(RQ-IX) ' ' RQ-C-SUPPLIER(RQ-IX) ' '
046800            RQ-C-LABEL(RQ-IX) ' ' RQ-ED-PRICE ' '
046900            RQ-ED-PRICE2 ' ' RQ-ED-MARGIN '    '
047000            RQ-ED-CELLS ' ' RQ-ED-EXT
047100         DELIMITED BY SIZE INTO RQ-RPT-LINE.
047200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
047300 5100-EXIT.
047400     EXIT.
047500
047600 5200-ONE-UNQUOTED.
047700     IF RQ-C-QUOTED(RQ-IX) = 'Y'
047800         GO TO 5200-EXIT
047900     END-IF.
048000     ADD 1 TO RQ-NOQ-CNT.
048100     IF RQ-NOQ-CNT = 1
048200         MOVE SPACES TO RQ-RPT-LINE
048300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
048400         MOVE 'COVERINGS WITH NO CURRENT QUOTE - NOT '
048500           & 'REQUISITIONED' TO RQ-RPT-LINE
048600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
048700     END-IF.
048800     MOVE RQ-C-CELLS(RQ-IX) TO RQ-ED-CELLS.
048900     MOVE SPACES TO RQ-RPT-LINE.
049000     STRING RQ-C-TYPE(RQ-IX) ' CELLS NEEDED ' RQ-ED-CELLS
049100         DELIMITED BY SIZE INTO RQ-RPT-LINE.
049200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
049300     DISPLAY 'NO CURRENT QUOTE FOR COVERING ' RQ-C-TYPE(RQ-IX).
049400 5200-EXIT.
049500     EXIT.
049600
049700 7900-PRINT-LINE.
049800     MOVE RQ-RPT-LINE TO PF-LINE.
049900     MOVE 'D' TO PF-OP.
050000     CALL 'PRINTFMT' USING PF-PARM.
050100 7900-EXIT.
050200     EXIT.
050202
050204 8000-RECORD-LINEAGE.
050206*    EVERY PATH OUT ENDS HERE.  THE REQUISITION DATASETS ARE
050208*    ALREADY ON THE LIST (8050); THE INPUTS THE RUN GOT AS FAR AS
050210*    OPENING ARE ADDED AND THE LIST SENT.
050212     IF RQ-LN-BOM-SW = 'Y'
050214         ADD 1 TO LN-CNT
050216         MOVE 'BOMRPT'      TO LN-DSN(LN-CNT)
050218         MOVE 'R'           TO LN-MODE(LN-CNT)
050220     END-IF.
050222     IF RQ-LN-DEAL-SW = 'Y'
050224         ADD 1 TO LN-CNT
050226         MOVE 'DEALRPT'     TO LN-DSN(LN-CNT)
050228         MOVE 'R'           TO LN-MODE(LN-CNT)
050230     END-IF.
050232     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
050234 8000-EXIT.
050236     EXIT.
050238
050240*    ONE REQUISN.<SUPPLIER> PER SUPPLIER, SO THE LIST CAN OUTGROW
050242*    ONE CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME START
050244*    TIME, KEEPING TWO PLACES FOR THE INPUTS AT THE END.
050246 8050-NOTE-REQUISN.
050248     IF LN-CNT >= 10
050250         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
050252     END-IF.
050254     ADD 1 TO LN-CNT.
050256     MOVE RQ-REQ-DSN    TO LN-DSN(LN-CNT).
050258     MOVE 'W'           TO LN-MODE(LN-CNT).
050260 8050-EXIT.
050262     EXIT.
050264
050266*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
050268 8090-SEND-LINEAGE.
050270     MOVE RETURN-CODE   TO RQ-SAVE-RC.
050272     CALL 'LINEAGE' USING LN-PARM.
050274     MOVE RQ-SAVE-RC    TO RETURN-CODE.
050276     MOVE ZERO          TO LN-CNT.
050278 8090-EXIT.
050280     EXIT.
050300
050400 8100-POST-ALERT.
050500     MOVE RQ-NOQ-CNT TO RQ-ED-CNT.
050600     MOVE RQ-BAD-CNT TO RQ-ED-CNT2.
050700     MOVE SPACES TO AL-PARM.
050800     MOVE 'MATREQ' TO AL-SOURCE.
050900     MOVE 'W' TO AL-SEVERITY.
051000     MOVE 'MARGEXC' TO AL-DSN.
051100     STRING 'COVERINGS NOT QUOTED' RQ-ED-CNT
051200            ' - BOM LINES REJECTED' RQ-ED-CNT2
051300         DELIMITED BY SIZE INTO AL-TEXT.
051400     CALL 'ALERTSVC' USING AL-PARM.
051500 8100-EXIT.
051600     EXIT.
051700
051800 9999-EXIT.
051850     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
051900     STOP RUN.
