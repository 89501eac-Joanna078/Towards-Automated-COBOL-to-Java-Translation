000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SURINV.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  SURINV - SURCHARGE INVOICING OVER THE BILLING PERIODS        *
000900*  ABC_073_B VALIDATES AND HANDS OVER ON BILLPER.  EACH         *
001000*  PERIOD IS PRICED DAY BY DAY THROUGH RATESVC, SO A PERIOD     *
001100*  SPANNING A RATE CHANGE IS SPLIT AT THE CHANGE INTO ONE       *
001200*  LINE PER RATE.  INVOICE CARRIES ONE INVOICE PER CUSTOMER,    *
001300*  IN CUSTOMER ORDER, NUMBERED <BATCH DATE>-NNNN SO A RERUN     *
001400*  OF THE SAME NIGHT REISSUES THE SAME NUMBERS, BETWEEN THE     *
001500*  STANDARD HDR/TRL RECORDS (TRAILER COUNT = INVOICES).         *
001600*  A DAY WITH NO SURCHARGE IN EFFECT IS NEVER BILLED AT ZERO:   *
001700*  THE RUN OF SUCH DAYS IS SHOWN ON THE INVOICE AS HELD AND     *
001800*  WRITTEN TO SURHOLD FOR REVIEW.  A PERIOD ABC_073_B FOUND     *
001900*  OVERLAPPING OR BADLY DATED IS HELD WHOLE.  A CUSTOMER WITH   *
002000*  NOTHING BILLABLE GETS NO INVOICE, ONLY SURHOLD ROWS.         *
002100*  ANY HOLD IS A WARNING: RC 4 AND AN ALERT.  A BILLPER         *
002200*  WHOSE HEADER OR TRAILER DOES NOT PROVE IS REFUSED - NO       *
002300*  INVOICES, RC 8 AND AN ERROR ALERT.  NO RATEMAST AT ALL       *
002400*  ENDS THE RUN RC 16 BEFORE ANYTHING IS WRITTEN.               *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002733*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002766*                   LINEAGE REGISTER AT END OF JOB.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BILLPER ASSIGN TO BILLPER
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS SV-B-STATUS.
003500     SELECT INVOICE ASSIGN TO INVOICE
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS SV-I-STATUS.
003800     SELECT SURHOLD ASSIGN TO SURHOLD
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS SV-H-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BILLPER.
004400 01  BILLPER-LINE             PIC X(55).
004500 FD  INVOICE.
004600 01  INVOICE-LINE             PIC X(100).
004700 FD  SURHOLD.
004800 01  SURHOLD-LINE             PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 77  SV-B-STATUS              PIC X(02).
005100 77  SV-I-STATUS              PIC X(02).
005200 77  SV-H-STATUS              PIC X(02).
005300 77  SV-EOF-SW                PIC X(01) VALUE 'N'.
005400     88  SV-EOF                          VALUE 'Y'.
005500 77  SV-HDR-SW                PIC X(01) VALUE 'N'.
005600 77  SV-TRL-SW                PIC X(01) VALUE 'N'.
005700 77  SV-TRL-CNT               PIC 9(09) VALUE ZERO.
005800 77  SV-PER-CNT               PIC 9(05) COMP VALUE ZERO.
005900 77  SV-IX                    PIC 9(05) COMP.
006000 77  SV-INV-NO                PIC 9(04) VALUE ZERO.
006100 77  SV-OUT-CNT               PIC 9(04) COMP VALUE ZERO.
006200 77  SV-OX                    PIC 9(04) COMP.
006300 77  SV-HOLD-CNT              PIC 9(07) COMP VALUE ZERO.
006400 77  SV-HELD-DAYS             PIC 9(07) COMP VALUE ZERO.
006420 77  SV-LN-PER-SW             PIC X(01) VALUE 'N'.
006440 77  SV-LN-INV-SW             PIC X(01) VALUE 'N'.
006460 77  SV-LN-HOLD-SW            PIC X(01) VALUE 'N'.
006480 77  SV-SAVE-RC               PIC S9(04) COMP.
006500 77  SV-BILLED-DAYS           PIC 9(07) COMP VALUE ZERO.
006600 77  SV-DAY                   PIC 9(07) COMP.
006700 77  SV-LAST-DAY              PIC 9(07) COMP.
006800 77  SV-SEG-DAYS              PIC 9(07) COMP.
006900 01  SV-TODAY                 PIC 9(08).
007000 01  SV-REASON                PIC X(30).
007100 01  SV-CUR-CUST              PIC X(10).
007200*    THE RUN OF DAYS IN HAND: FIRST AND LAST DATE, THE
007300*    RATESVC ANSWER ('G' OR 'B') AND SURCHARGE THEY SHARE
007400 01  SV-SEG-FROM              PIC 9(08).
007500 01  SV-SEG-TO                PIC 9(08).
007600 01  SV-SEG-STATUS            PIC X(01).
007700 01  SV-SEG-RATE              PIC 9(05).
007800 01  SV-SEG-AMT               PIC 9(11).
007900*    ONE CUSTOMER'S INVOICE IS BUILT HERE FIRST, SINCE IT IS
008000*    ONLY WRITTEN IF SOMETHING ON IT IS BILLED
008100 01  SV-CUST-DAYS             PIC 9(07).
008200 01  SV-CUST-HELD             PIC 9(07).
008300 01  SV-CUST-AMT              PIC 9(11).
008400 01  SV-OUT-TBL.
008500     05  SV-OUT-LINE          PIC X(100) OCCURS 500.
008600 01  SV-PER-TBL.
008700     05  SV-PER OCCURS 1 TO 2000
008800             DEPENDING ON SV-PER-CNT.
008900         10  SV-P-CUST        PIC X(10).
009000         10  SV-P-FROM        PIC 9(08).
009100         10  SV-P-RANGE       PIC 9(04).
009200         10  SV-P-TO          PIC 9(08).
009300         10  SV-P-STATUS      PIC X(07).
009400 01  SV-HOLD-REC.
009500     05  SV-HD-CUST           PIC X(10).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  SV-HD-RANGE          PIC 9(04).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  SV-HD-FROM           PIC 9(08).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  SV-HD-TO             PIC 9(08).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  SV-HD-DAYS           PIC 9(05).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500*        NORATE, OVERLAP OR BADDATE
010600     05  SV-HD-REASON         PIC X(07).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  SV-HD-BATCH          PIC 9(08).
010900 01  SV-LINE                  PIC X(100).
011000 01  SV-ED-RANGE              PIC Z(03)9.
011100 01  SV-ED-DAYS               PIC Z(04)9.
011200 01  SV-ED-RATE               PIC Z(04)9.
011300 01  SV-ED-AMT                PIC Z(10)9.
011400 01  SV-ED-CNT                PIC Z(06)9.
011500 COPY BILLPRRC.
011600 COPY RATESVPM.
011700 COPY BATCHDPM.
011800 COPY RPTHDTRL.
011900 COPY ALERTPM.
011950 COPY LINEAGPM.
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200*  0000-MAINLINE - LOAD AND PROVE BILLPER, THEN ONE INVOICE     *
012300*  PER CUSTOMER.                                                *
012400*****************************************************************
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT
012800         UNTIL SV-EOF.
012900     CLOSE BILLPER.
013000     PERFORM 3000-PROVE THRU 3000-EXIT.
013100     IF SV-PER-CNT > 1
013200         SORT SV-PER ASCENDING KEY SV-P-CUST SV-P-FROM
013300                                   SV-P-RANGE
013400     END-IF.
013500     PERFORM 4000-INVOICES THRU 4000-EXIT.
013600     GO TO 9999-EXIT.
013700
013800 1000-INITIALIZE.
013900     ACCEPT SV-TODAY FROM DATE YYYYMMDD.
014000     MOVE SV-TODAY TO BD-DATE.
014100     CALL 'BATCHDT' USING BD-PARM
014200         ON EXCEPTION
014300             MOVE SV-TODAY TO BD-DATE
014400     END-CALL.
014500     MOVE BD-DATE TO SV-TODAY.
014600*    PRICING WITHOUT A RATE MASTER WOULD HOLD EVERY DAY
014700     MOVE SV-TODAY TO RS-DATE.
014800     CALL 'RATESVC' USING RS-PARM.
014900     IF RS-STATUS = 'M'
015000         DISPLAY 'RATEMAST NOT AVAILABLE - RUN ABANDONED'
015100         MOVE 16 TO RETURN-CODE
015200         GO TO 9999-EXIT
015300     END-IF.
015400     OPEN INPUT BILLPER.
015500     IF SV-B-STATUS NOT = '00'
015600         DISPLAY 'BILLPER NOT AVAILABLE, STATUS ' SV-B-STATUS
015700         MOVE 16 TO RETURN-CODE
015800         GO TO 9999-EXIT
015900     END-IF.
015950     MOVE 'Y' TO SV-LN-PER-SW.
016000     OPEN OUTPUT INVOICE.
016100     IF SV-I-STATUS NOT = '00'
016200         DISPLAY 'INVOICE DATASET NOT USABLE, STATUS '
016300                 SV-I-STATUS
016400         MOVE 16 TO RETURN-CODE
016500         GO TO 9999-EXIT
016600     END-IF.
016650     MOVE 'Y' TO SV-LN-INV-SW.
016700     OPEN OUTPUT SURHOLD.
016800     IF SV-H-STATUS NOT = '00'
016900         DISPLAY 'SURHOLD DATASET NOT USABLE, STATUS '
017000                 SV-H-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         GO TO 9999-EXIT
017300     END-IF.
017350     MOVE 'Y' TO SV-LN-HOLD-SW.
017400 1000-EXIT.
017500     EXIT.
017600
017700 2000-LOAD-PERIOD.
017800     READ BILLPER
017900         AT END
018000             MOVE 'Y' TO SV-EOF-SW
018100             GO TO 2000-EXIT
018200     END-READ.
018300     EVALUATE TRUE
018400         WHEN BILLPER-LINE(1:4) = 'HDR '
018500             MOVE BILLPER-LINE TO HT-HEADER
018600             MOVE 'Y' TO SV-HDR-SW
018700         WHEN BILLPER-LINE(1:4) = 'TRL '
018800             MOVE BILLPER-LINE TO HT-TRAILER
018900             IF HT-T-COUNT IS NUMERIC
019000                 MOVE HT-T-COUNT TO SV-TRL-CNT
019100                 MOVE 'Y' TO SV-TRL-SW
019200             END-IF
019300         WHEN OTHER
019400             IF SV-PER-CNT >= 2000
019500                 DISPLAY 'BILLPER EXCEEDS THE 2000-PERIOD '
019600                         'TABLE - RUN ABANDONED'
019700                 MOVE 16 TO RETURN-CODE
019800                 GO TO 9999-EXIT
019900             END-IF
020000             MOVE BILLPER-LINE TO BL-REC
020100             ADD 1 TO SV-PER-CNT
020200             MOVE BL-CUST   TO SV-P-CUST(SV-PER-CNT)
020300             MOVE BL-RANGE  TO SV-P-RANGE(SV-PER-CNT)
020400             MOVE BL-STATUS TO SV-P-STATUS(SV-PER-CNT)
020500             IF BL-FROM IS NUMERIC AND BL-TO IS NUMERIC
020600                 MOVE BL-FROM TO SV-P-FROM(SV-PER-CNT)
020700                 MOVE BL-TO   TO SV-P-TO(SV-PER-CNT)
020800             ELSE
020900                 MOVE ZERO TO SV-P-FROM(SV-PER-CNT)
021000                              SV-P-TO(SV-PER-CNT)
021100                 MOVE 'BADDATE' TO SV-P-STATUS(SV-PER-CNT)
021200             END-IF
021300     END-EVALUATE.
021400 2000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  3000-PROVE - THE HANDOVER MUST BE ABC_073_B'S, COMPLETE, AND *
021900*  HOLD AS MANY PERIODS AS ITS TRAILER SAYS.                    *
022000*****************************************************************
022100 3000-PROVE.
022200     IF SV-HDR-SW = 'N' OR SV-TRL-SW = 'N'
022300         DISPLAY 'BILLPER INCOMPLETE - HEADER ' SV-HDR-SW
022400                 ' TRAILER ' SV-TRL-SW
022500         MOVE 'BILLPER INCOMPLETE' TO SV-REASON
022600         GO TO 8000-REFUSE
022700     END-IF.
022800     IF HT-H-PROGRAM NOT = 'ABC_073_B'
022900         DISPLAY 'BILLPER WRITTEN BY ' HT-H-PROGRAM
023000         MOVE 'BILLPER NOT FROM ABC_073_B' TO SV-REASON
023100         GO TO 8000-REFUSE
023200     END-IF.
023300     IF SV-PER-CNT NOT = SV-TRL-CNT
023400         MOVE SV-PER-CNT TO SV-ED-CNT
023500         DISPLAY 'BILLPER PERIODS READ ' SV-ED-CNT
023600                 ' - TRAILER COUNT ' SV-TRL-CNT
023700         MOVE 'TRAILER COUNT DISAGREES' TO SV-REASON
023800         GO TO 8000-REFUSE
023900     END-IF.
024000 3000-EXIT.
024100     EXIT.
024200
024300*****************************************************************
024400*  4000-INVOICES - WALK THE PERIODS IN CUSTOMER ORDER, ONE      *
024500*  INVOICE AT EACH CHANGE OF CUSTOMER.                          *
024600*****************************************************************
024700 4000-INVOICES.
024800     ACCEPT HT-TS-TIME FROM TIME.
024900     MOVE SV-TODAY     TO HT-H-DATE.
025000     MOVE HT-TS-HHMMSS TO HT-H-TIME.
025100     MOVE 'SURINV'     TO HT-H-PROGRAM.
025200     MOVE 'BILLPER'    TO HT-H-INPUT.
025300     WRITE INVOICE-LINE FROM HT-HEADER.
025400     MOVE SPACES TO SV-CUR-CUST.
025500     PERFORM 4100-ONE-PERIOD THRU 4100-EXIT
025600         VARYING SV-IX FROM 1 BY 1
025700         UNTIL SV-IX > SV-PER-CNT.
025800     IF SV-PER-CNT > ZERO
025900         PERFORM 4900-END-CUSTOMER THRU 4900-EXIT
026000     END-IF.
026100     MOVE SV-INV-NO TO HT-T-COUNT.
026200     WRITE INVOICE-LINE FROM HT-TRAILER.
026300     CLOSE INVOICE SURHOLD.
026400     MOVE SV-INV-NO TO SV-ED-CNT.
026500     DISPLAY 'SURINV INVOICES WRITTEN ' SV-ED-CNT.
026600     MOVE SV-BILLED-DAYS TO SV-ED-CNT.
026700     DISPLAY 'SURINV DAYS BILLED      ' SV-ED-CNT.
026800     MOVE SV-HELD-DAYS TO SV-ED-CNT.
026900     DISPLAY 'SURINV DAYS HELD        ' SV-ED-CNT.
027000     IF SV-HOLD-CNT > ZERO
027100         PERFORM 8100-POST-ALERT THRU 8100-EXIT
027200         MOVE 4 TO RETURN-CODE
027300     END-IF.
027400 4000-EXIT.
027500     EXIT.
027600
027700 4100-ONE-PERIOD.
027800     IF SV-P-CUST(SV-IX) NOT = SV-CUR-CUST
027900         IF SV-IX > 1
028000             PERFORM 4900-END-CUSTOMER THRU 4900-EXIT
028100         END-IF
028200         MOVE SV-P-CUST(SV-IX) TO SV-CUR-CUST
028300         MOVE ZERO TO SV-OUT-CNT SV-CUST-DAYS SV-CUST-HELD
028400                      SV-CUST-AMT
028500         MOVE SPACES TO SV-LINE
028600         STRING 'CUSTOMER ' SV-CUR-CUST
028700             DELIMITED BY SIZE INTO SV-LINE
028800         PERFORM 7000-HOLD-LINE THRU 7000-EXIT
028900     END-IF.
029000     MOVE SV-P-RANGE(SV-IX) TO SV-ED-RANGE.
029100     IF SV-P-STATUS(SV-IX) NOT = 'OK'
029200         MOVE SV-P-FROM(SV-IX) TO SV-SEG-FROM
029300         MOVE SV-P-TO(SV-IX)   TO SV-SEG-TO
029400         MOVE ZERO TO SV-SEG-DAYS
029500         IF SV-P-STATUS(SV-IX) NOT = 'BADDATE'
029600             COMPUTE SV-SEG-DAYS =
029700                 FUNCTION INTEGER-OF-DATE(SV-SEG-TO)
029800               - FUNCTION INTEGER-OF-DATE(SV-SEG-FROM) + 1
029900         END-IF
030000         MOVE SV-P-STATUS(SV-IX) TO SV-HD-REASON
030100         PERFORM 6000-WRITE-HOLD THRU 6000-EXIT
030200         MOVE SPACES TO SV-LINE
030300         STRING '  PERIOD ' SV-ED-RANGE ' '
030400                SV-P-FROM(SV-IX) '-' SV-P-TO(SV-IX)
030500                '  HELD FOR REVIEW - ' SV-P-STATUS(SV-IX)
030600             DELIMITED BY SIZE INTO SV-LINE
030700         PERFORM 7000-HOLD-LINE THRU 7000-EXIT
030800         GO TO 4100-EXIT
030900     END-IF.
031000     COMPUTE SV-DAY =
031100         FUNCTION INTEGER-OF-DATE(SV-P-FROM(SV-IX)).
031200     COMPUTE SV-LAST-DAY =
031300         FUNCTION INTEGER-OF-DATE(SV-P-TO(SV-IX)).
031400     MOVE SPACE TO SV-SEG-STATUS.
031500     PERFORM 4200-ONE-DAY THRU 4200-EXIT
031600         UNTIL SV-DAY > SV-LAST-DAY.
031700     PERFORM 5000-END-SEGMENT THRU 5000-EXIT.
031800 4100-EXIT.
031900     EXIT.
032000
032100*    PRICE ONE DAY; A CHANGE OF ANSWER CLOSES THE RUN IN HAND
032200 4200-ONE-DAY.
032300     COMPUTE RS-DATE = FUNCTION DATE-OF-INTEGER(SV-DAY).
032400     CALL 'RATESVC' USING RS-PARM.
032500     IF SV-SEG-STATUS NOT = SPACE
032600         IF RS-STATUS NOT = SV-SEG-STATUS
032700            OR RS-SURCHARGE NOT = SV-SEG-RATE
032800             PERFORM 5000-END-SEGMENT THRU 5000-EXIT
032900         END-IF
033000     END-IF.
033100     IF SV-SEG-STATUS = SPACE
033200         MOVE RS-DATE      TO SV-SEG-FROM
033300         MOVE RS-STATUS    TO SV-SEG-STATUS
033400         MOVE RS-SURCHARGE TO SV-SEG-RATE
033500         MOVE ZERO         TO SV-SEG-DAYS
033600     END-IF.
033700     MOVE RS-DATE TO SV-SEG-TO.
033800     ADD 1 TO SV-SEG-DAYS.
033900     ADD 1 TO SV-DAY.
034000 4200-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400*  4900-END-CUSTOMER - WRITE THE INVOICE IF ANYTHING ON IT WAS  *
034500*  BILLED.  THE HELD LINES ARE ALREADY ON SURHOLD EITHER WAY.   *
034600*****************************************************************
034700 4900-END-CUSTOMER.
034800     IF SV-CUST-DAYS = ZERO
034900         DISPLAY 'CUSTOMER ' SV-CUR-CUST
035000                 ' - NOTHING BILLABLE, NO INVOICE'
035100         GO TO 4900-EXIT
035200     END-IF.
035300     ADD 1 TO SV-INV-NO.
035400     MOVE SPACES TO INVOICE-LINE.
035500     STRING 'INVOICE ' SV-TODAY '-' SV-INV-NO
035600            '   BATCH DATE ' SV-TODAY
035700         DELIMITED BY SIZE INTO INVOICE-LINE.
035800     WRITE INVOICE-LINE.
035900     PERFORM VARYING SV-OX FROM 1 BY 1
036000         UNTIL SV-OX > SV-OUT-CNT
036100         WRITE INVOICE-LINE FROM SV-OUT-LINE(SV-OX)
036200     END-PERFORM.
036300     MOVE SV-CUST-DAYS TO SV-ED-DAYS.
036400     MOVE SV-CUST-AMT TO SV-ED-AMT.
036500     MOVE SPACES TO INVOICE-LINE.
036600     STRING '  INVOICE TOTAL ' SV-ED-DAYS ' DAY(S) BILLED'
036700            '   AMOUNT ' SV-ED-AMT
036800         DELIMITED BY SIZE INTO INVOICE-LINE.
036900     WRITE INVOICE-LINE.
037000*    THE CUSTOMER MUST SEE THAT DAYS WERE HELD BACK, NOT JUST
037100*    GET A SMALLER BILL
037200     IF SV-CUST-HELD > ZERO
037300         MOVE SV-CUST-HELD TO SV-ED-DAYS
037400         MOVE SPACES TO INVOICE-LINE
037500         STRING '  *** ' SV-ED-DAYS ' DAY(S) HELD FOR REVIEW'
037600                ' - NOT BILLED ***'
037700             DELIMITED BY SIZE INTO INVOICE-LINE
037800         WRITE INVOICE-LINE
037900     END-IF.
038000     MOVE SPACES TO INVOICE-LINE.
038100     WRITE INVOICE-LINE.
038200 4900-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  5000-END-SEGMENT - ONE INVOICE LINE FOR THE RUN OF DAYS AT   *
038700*  ONE SURCHARGE, OR A HOLD FOR A RUN WITH NONE IN EFFECT.      *
038800*****************************************************************
038900 5000-END-SEGMENT.
039000     IF SV-SEG-STATUS = SPACE
039100         GO TO 5000-EXIT
039200     END-IF.
039300     MOVE SV-SEG-DAYS TO SV-ED-DAYS.
039400     MOVE SPACES TO SV-LINE.
039500     IF SV-SEG-STATUS = 'G'
039600         COMPUTE SV-SEG-AMT = SV-SEG-DAYS * SV-SEG-RATE
039700         ADD SV-SEG-DAYS TO SV-CUST-DAYS SV-BILLED-DAYS
039800         ADD SV-SEG-AMT  TO SV-CUST-AMT
039900         MOVE SV-SEG-RATE TO SV-ED-RATE
040000         MOVE SV-SEG-AMT  TO SV-ED-AMT
040100         STRING '  PERIOD ' SV-ED-RANGE ' ' SV-SEG-FROM '-'
040200                SV-SEG-TO ' ' SV-ED-DAYS ' DAY(S) AT '
040300                SV-ED-RATE '  AMOUNT ' SV-ED-AMT
040400             DELIMITED BY SIZE INTO SV-LINE
040500     ELSE
040600         MOVE 'NORATE' TO SV-HD-REASON
040700         PERFORM 6000-WRITE-HOLD THRU 6000-EXIT
040800         STRING '  PERIOD ' SV-ED-RANGE ' ' SV-SEG-FROM '-'
040900                SV-SEG-TO ' ' SV-ED-DAYS ' DAY(S) NO SURCHARGE'
041000                ' IN EFFECT - HELD'
041100             DELIMITED BY SIZE INTO SV-LINE
041200     END-IF.
041300     PERFORM 7000-HOLD-LINE THRU 7000-EXIT.
041400     MOVE SPACE TO SV-SEG-STATUS.
041500 5000-EXIT.
041600     EXIT.
041700
041800 6000-WRITE-HOLD.
041900     ADD 1 TO SV-HOLD-CNT.
042000     ADD SV-SEG-DAYS TO SV-HELD-DAYS SV-CUST-HELD.
042100     MOVE SV-CUR-CUST       TO SV-HD-CUST.
042200     MOVE SV-P-RANGE(SV-IX) TO SV-HD-RANGE.
042300     MOVE SV-SEG-FROM       TO SV-HD-FROM.
042400     MOVE SV-SEG-TO         TO SV-HD-TO.
042500     MOVE SV-SEG-DAYS       TO SV-HD-DAYS.
042600     MOVE SV-TODAY          TO SV-HD-BATCH.
042700     WRITE SURHOLD-LINE FROM SV-HOLD-REC.
042800 6000-EXIT.
042900     EXIT.
043000
043100 7000-HOLD-LINE.
043200     IF SV-OUT-CNT >= 500
043300         DISPLAY 'CUSTOMER ' SV-CUR-CUST ' NEEDS OVER 500 '
043400                 'INVOICE LINES - RUN ABANDONED'
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 9999-EXIT
043700     END-IF.
043800     ADD 1 TO SV-OUT-CNT.
043900     MOVE SV-LINE TO SV-OUT-LINE(SV-OUT-CNT).
044000 7000-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*  8000-REFUSE - BILLPER DOES NOT PROVE: NO INVOICES AT ALL.    *
044500*****************************************************************
044600 8000-REFUSE.
044700     CLOSE INVOICE SURHOLD.
044800     DISPLAY 'NO INVOICES WRITTEN, INVOICE LEFT EMPTY - '
044900             SV-REASON.
045000     MOVE SPACES TO AL-PARM.
045100     MOVE 'SURINV' TO AL-SOURCE.
045200     MOVE 'E' TO AL-SEVERITY.
045300     MOVE 'SURINV.SYSOUT' TO AL-DSN.
045400     STRING 'NO INVOICES WRITTEN - ' SV-REASON
045500         DELIMITED BY SIZE INTO AL-TEXT.
045600     CALL 'ALERTSVC' USING AL-PARM.
045700     MOVE 8 TO RETURN-CODE.
045800     GO TO 9999-EXIT.
045900
046000 8100-POST-ALERT.
046100     MOVE SPACES TO AL-PARM.
046200     MOVE 'SURINV' TO AL-SOURCE.
046300     MOVE 'W' TO AL-SEVERITY.
046400     MOVE 'SURHOLD' TO AL-DSN.
046500     MOVE SV-HELD-DAYS TO SV-ED-CNT.
046600     STRING 'SURCHARGE DAYS HELD FOR REVIEW' SV-ED-CNT
046700         DELIMITED BY SIZE INTO AL-TEXT.
046800     CALL 'ALERTSVC' USING AL-PARM.
046900 8100-EXIT.
047000     EXIT.
047003
047006 8500-RECORD-LINEAGE.
047009*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
047012*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
047015*    RETURN-CODE, SO IT IS PUT BACK.
047018     MOVE RETURN-CODE   TO SV-SAVE-RC.
047021     MOVE 'SURINV'      TO LN-PROGRAM.
047024     MOVE SPACES        TO LN-START-TIME.
047027     MOVE ZERO          TO LN-CNT.
047030     IF SV-LN-PER-SW = 'Y'
047033         ADD 1 TO LN-CNT
047036         MOVE 'BILLPER'     TO LN-DSN(LN-CNT)
047039         MOVE 'R'           TO LN-MODE(LN-CNT)
047042     END-IF.
047045     IF SV-LN-INV-SW = 'Y'
047048         ADD 1 TO LN-CNT
047051         MOVE 'INVOICE'     TO LN-DSN(LN-CNT)
047054         MOVE 'W'           TO LN-MODE(LN-CNT)
047057     END-IF.
047060     IF SV-LN-HOLD-SW = 'Y'
047063         ADD 1 TO LN-CNT
047066         MOVE 'SURHOLD'     TO LN-DSN(LN-CNT)
047069         MOVE 'W'           TO LN-MODE(LN-CNT)
047072     END-IF.
047075     CALL 'LINEAGE' USING LN-PARM.
047078     MOVE SV-SAVE-RC    TO RETURN-CODE.
047081 8500-EXIT.
047084     EXIT.
047100
047200 9999-EXIT.
047250     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
047300     STOP RUN.
