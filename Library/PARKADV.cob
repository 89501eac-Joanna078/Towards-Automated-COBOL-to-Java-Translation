000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PARKADV.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PARKADV - MONTHLY PARKING PASS ADVISOR.  EVERY PERMIT        *
000900*  HOLDER'S MONTH ON THE PARKUSE DECK IS PRICED BOTH WAYS AT    *
001000*  THE TARIFF IN FORCE ON THE FIRST OF THE MONTH - HOURS AT     *
001100*  THE HOURLY RATE, OR THE FLAT MONTHLY PASS - AND THE          *
001200*  CHEAPER IS CHOSEN AS THE ABC_080_A TARIFF CHECK CHOOSES      *
001300*  IT (HOURLY WHEN IT IS NO DEARER THAN THE PASS).  PARKRPT     *
001400*  SHOWS PER HOLDER WHAT THEY PAID ON THEIR PLAN, WHAT THE      *
001500*  CHEAPER OPTION WOULD HAVE COST AND THE SAVING.  A HOLDER     *
001600*  WHO WOULD HAVE SAVED BY SWITCHING IN EACH OF THE THREE       *
001700*  MONTHS TO THE ONE ADVISED GETS A RECOMMENDATION LETTER       *
001800*  LINE ON PARKLTR.  THE REPORT ENDS WITH THE MONEY LEFT ON     *
001900*  THE TABLE: BY HOLDERS (PAID OVER THE CHEAPER OPTION) AND     *
002000*  BY THE VENUE (PASS HOLDERS WHOSE HOURS WOULD HAVE EARNED     *
002100*  MORE THAN THE PASS).                                         *
002200*  SYSIN: '[<YYYYMM>]' - THE MONTH TO ADVISE ON, DEFAULT THE    *
002300*  MONTH BEFORE THE BATCH DATE.  A BAD CARD IS RC 12.  NO       *
002400*  TARIFF IN FORCE FOR THE MONTH IS RC 16.  PARKUSE CARDS       *
002500*  THAT FAIL THE EDITS ARE LISTED AND IGNORED (RC 4).           *
002600*****************************************************************
002700*  MODIFICATION HISTORY                                         *
002800*  2026-10-15  OSG  NEW PROGRAM.                                *
002820*  2026-10-15  OSG  IGNORED TARIFF ROWS AND PARKUSE CARDS       *
002840*                   POSTED TO THE ALERT QUEUE.                  *
002860*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002880*                   LINEAGE REGISTER AT END OF JOB.             *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TARIFF ASSIGN TO TARIFF
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS PA-T-STATUS.
003600     SELECT PARKUSE ASSIGN TO PARKUSE
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS PA-U-STATUS.
003900     SELECT PARKLTR ASSIGN TO PARKLTR
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS PA-L-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TARIFF.
004500 01  TARIFF-LINE              PIC X(80).
004600 FD  PARKUSE.
004700 01  PARKUSE-LINE             PIC X(80).
004800 FD  PARKLTR.
004900 01  PARKLTR-LINE             PIC X(80).
005000 WORKING-STORAGE SECTION.
005100 77  PA-T-STATUS              PIC X(02).
005200 77  PA-U-STATUS              PIC X(02).
005300 77  PA-L-STATUS              PIC X(02).
005400 77  PA-EOF-SW                PIC X(01) VALUE 'N'.
005500     88  PA-EOF                          VALUE 'Y'.
005516 77  PA-LN-TF-SW              PIC X(01) VALUE 'N'.
005532 77  PA-LN-USE-SW             PIC X(01) VALUE 'N'.
005548 77  PA-LN-LTR-SW             PIC X(01) VALUE 'N'.
005564 77  PA-LN-RPT-SW             PIC X(01) VALUE 'N'.
005580 77  PA-SAVE-RC               PIC S9(04) COMP.
005600 77  PA-TF-CNT                PIC 9(03) COMP VALUE ZERO.
005700 77  PA-TX                    PIC 9(03) COMP.
005800 77  PA-USE-CNT               PIC 9(05) COMP VALUE ZERO.
005900 77  PA-IX                    PIC 9(05) COMP.
006000 77  PA-JX                    PIC 9(05) COMP.
006100 77  PA-MX                    PIC 9(01) COMP.
006200 77  PA-BAD-CNT               PIC 9(05) COMP VALUE ZERO.
006250 77  PA-TF-BAD-CNT            PIC 9(05) COMP VALUE ZERO.
006300 77  PA-HOLDER-CNT            PIC 9(05) COMP VALUE ZERO.
006400 77  PA-SWITCH-CNT            PIC 9(05) COMP VALUE ZERO.
006500 77  PA-LTR-CNT               PIC 9(05) COMP VALUE ZERO.
006600 77  PA-WORST-RC              PIC 9(04) VALUE ZERO.
006700 01  PA-TODAY                 PIC 9(08).
006800 01  PA-CARD                  PIC X(80).
006900 01  PA-TOK1                  PIC X(10).
007000 01  PA-TOK2                  PIC X(10).
007100 01  PA-REASON                PIC X(30).
007200*    THE MONTH ADVISED ON AND THE TWO BEFORE IT, OLDEST FIRST
007300 01  PA-MONTHS.
007400     05  PA-MONTH             PIC 9(06) OCCURS 3.
007500 01  PA-YM                    PIC 9(06).
007600 01  PA-YM-R REDEFINES PA-YM.
007700     05  PA-YM-YYYY           PIC 9(04).
007800     05  PA-YM-MM             PIC 9(02).
007900 01  PA-FIRST-DAY             PIC 9(08).
008000*    THE TARIFF EACH OF THE THREE MONTHS IS PRICED AT; A
008100*    MONTH BEFORE THE FIRST TARIFF HAS NONE (RATE SW 'N')
008200 01  PA-MONTH-TARIFF.
008300     05  PA-M-TARIFF OCCURS 3.
008400         10  PA-M-SW          PIC X(01).
008500         10  PA-M-RATE        PIC 9(03)V99.
008600         10  PA-M-PASS        PIC 9(05)V99.
008700 01  PA-TF-TBL.
008800     05  PA-TF OCCURS 200.
008900         10  PA-TF-DATE       PIC 9(08).
009000         10  PA-TF-RATE       PIC 9(03)V99.
009100         10  PA-TF-PASS       PIC 9(05)V99.
009200 01  PA-USE-TBL.
009300     05  PA-USE OCCURS 1 TO 5000
009400             DEPENDING ON PA-USE-CNT.
009500         10  PA-U-HOLDER      PIC X(08).
009600         10  PA-U-MONTH       PIC 9(06).
009700         10  PA-U-HOURS       PIC 9(03).
009800         10  PA-U-PLAN        PIC X(01).
009900*    ONE HOLDER'S THREE MONTHS WHILE THE HOLDER IS IN HAND: THE
010000*    SAVING SWITCHING WOULD HAVE MADE AND THE PLAN IT SWITCHES
010100*    TO (SPACE = NO USAGE CARD OR NO SAVING THAT MONTH)
010200 01  PA-CUR-HOLDER            PIC X(08).
010300 01  PA-HOLDER-MONTHS.
010400     05  PA-H-MONTH OCCURS 3.
010500         10  PA-H-SAVING      PIC 9(06)V99.
010600         10  PA-H-TO          PIC X(01).
010700*    ONE MONTH PRICED
010800 01  PA-HOURLY-COST           PIC 9(06)V99.
010900 01  PA-PAID                  PIC 9(06)V99.
011000 01  PA-CHEAP                 PIC 9(06)V99.
011100 01  PA-CHEAP-PLAN            PIC X(01).
011200 01  PA-SAVING                PIC 9(06)V99.
011300 01  PA-VENUE-LOSS            PIC 9(06)V99.
011400 01  PA-THREE-SAVING          PIC 9(07)V99.
011500 01  PA-TOT-PAID              PIC 9(09)V99 VALUE ZERO.
011600 01  PA-TOT-HOLDER            PIC 9(09)V99 VALUE ZERO.
011700 01  PA-TOT-VENUE             PIC 9(09)V99 VALUE ZERO.
011800 01  PA-RPT-LINE              PIC X(100).
011900 01  PA-LTR-REC.
012000     05  PA-L-HOLDER          PIC X(08).
012100     05  FILLER               PIC X(01) VALUE SPACE.
012200     05  PA-L-MONTH           PIC 9(06).
012300     05  FILLER               PIC X(01) VALUE SPACE.
012400     05  PA-L-TEXT            PIC X(22).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  PA-L-SAVING          PIC Z(06)9.99.
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  PA-L-BATCH           PIC 9(08).
012900 01  PA-ED-HOURS              PIC ZZ9.
013000 01  PA-ED-AMT1               PIC ZZZ,ZZ9.99.
013100 01  PA-ED-AMT2               PIC ZZZ,ZZ9.99.
013200 01  PA-ED-AMT3               PIC ZZZ,ZZ9.99.
013300 01  PA-ED-AMT4               PIC ZZZ,ZZ9.99.
013400 01  PA-ED-TOT                PIC ZZZ,ZZZ,ZZ9.99.
013500 01  PA-ED-CNT                PIC Z(04)9.
013550 01  PA-ED-CNT2               PIC Z(04)9.
013600 01  PA-PLAN-NAME             PIC X(06).
013700 01  PA-CHEAP-NAME            PIC X(06).
013800 COPY PARKUSRC.
013900 COPY TARIFFRC.
014000 COPY BATCHDPM.
014100 COPY PRINTFPM.
014133 COPY ALERTPM.
014166 COPY LINEAGPM.
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*  0000-MAINLINE - TARIFFS, THE THREE MONTHS OF USAGE, THEN ONE *
014500*  REPORT BLOCK PER HOLDER.                                     *
014600*****************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-LOAD-TARIFF THRU 2000-EXIT.
015000     PERFORM 2500-LOAD-USAGE THRU 2500-EXIT
015100         UNTIL PA-EOF.
015200     CLOSE PARKUSE.
015300     IF PA-USE-CNT > 1
015400         SORT PA-USE ASCENDING KEY PA-U-HOLDER PA-U-MONTH
015500     END-IF.
015600     PERFORM 4000-ADVISE THRU 4000-EXIT.
015700     IF PA-WORST-RC NOT = ZERO
015733*        THE IGNORED ROWS AND CARDS ARE ONE ALERT FOR THE RUN
015766         PERFORM 8100-POST-ALERT THRU 8100-EXIT
015800         MOVE PA-WORST-RC TO RETURN-CODE
015900     END-IF.
016000     GO TO 9999-EXIT.
016100
016200 1000-INITIALIZE.
016300     ACCEPT PA-TODAY FROM DATE YYYYMMDD.
016400     MOVE PA-TODAY TO BD-DATE.
016500     CALL 'BATCHDT' USING BD-PARM
016600         ON EXCEPTION
016700             MOVE PA-TODAY TO BD-DATE
016800     END-CALL.
016900     MOVE BD-DATE TO PA-TODAY.
017000     MOVE SPACES TO PA-CARD PA-TOK1 PA-TOK2.
017100     ACCEPT PA-CARD
017200         ON EXCEPTION
017300             MOVE SPACES TO PA-CARD
017400     END-ACCEPT.
017500     UNSTRING PA-CARD DELIMITED BY ALL SPACE
017600         INTO PA-TOK1 PA-TOK2.
017700     IF PA-TOK1 = SPACES
017800*        THE MONTH JUST CLOSED
017900         MOVE PA-TODAY(1:6) TO PA-YM
018000         PERFORM 1100-MONTH-BEFORE THRU 1100-EXIT
018100     ELSE
018200         IF PA-TOK2 NOT = SPACES
018300            OR FUNCTION TRIM(PA-TOK1) IS NOT NUMERIC
018400            OR PA-TOK1(6:1) = SPACE
018500            OR PA-TOK1(7:) NOT = SPACES
018600             DISPLAY 'PARKADV CARD REJECTED - EXPECTED YYYYMM: '
018700                     PA-CARD(1:40)
018800             MOVE 12 TO RETURN-CODE
018900             GO TO 9999-EXIT
019000         END-IF
019100         MOVE PA-TOK1(1:6) TO PA-YM
019200         IF PA-YM-MM < 1 OR PA-YM-MM > 12 OR PA-YM-YYYY < 1900
019300             DISPLAY 'PARKADV CARD REJECTED - NO SUCH MONTH: '
019400                     PA-TOK1
019500             MOVE 12 TO RETURN-CODE
019600             GO TO 9999-EXIT
019700         END-IF
019800     END-IF.
019900     MOVE PA-YM TO PA-MONTH(3).
020000     PERFORM 1100-MONTH-BEFORE THRU 1100-EXIT.
020100     MOVE PA-YM TO PA-MONTH(2).
020200     PERFORM 1100-MONTH-BEFORE THRU 1100-EXIT.
020300     MOVE PA-YM TO PA-MONTH(1).
020400     OPEN INPUT TARIFF.
020500     IF PA-T-STATUS NOT = '00'
020600         DISPLAY 'TARIFF MASTER NOT AVAILABLE, STATUS '
020700                 PA-T-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9999-EXIT
021000     END-IF.
021050     MOVE 'Y' TO PA-LN-TF-SW.
021100     OPEN INPUT PARKUSE.
021200     IF PA-U-STATUS NOT = '00'
021300         DISPLAY 'PARKUSE NOT AVAILABLE, STATUS ' PA-U-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 9999-EXIT
021600     END-IF.
021650     MOVE 'Y' TO PA-LN-USE-SW.
021700     OPEN OUTPUT PARKLTR.
021800     IF PA-L-STATUS NOT = '00'
021900         DISPLAY 'PARKLTR DATASET NOT USABLE, STATUS '
022000                 PA-L-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         GO TO 9999-EXIT
022300     END-IF.
022350     MOVE 'Y' TO PA-LN-LTR-SW.
022400 1000-EXIT.
022500     EXIT.
022600
022700 1100-MONTH-BEFORE.
022800     IF PA-YM-MM = 1
022900         SUBTRACT 1 FROM PA-YM-YYYY
023000         MOVE 12 TO PA-YM-MM
023100     ELSE
023200         SUBTRACT 1 FROM PA-YM-MM
023300     END-IF.
023400 1100-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800*  2000-LOAD-TARIFF - THE WHOLE MASTER, THEN THE TARIFF IN      *
023900*  FORCE ON THE FIRST OF EACH OF THE THREE MONTHS.              *
024000*****************************************************************
024100 2000-LOAD-TARIFF.
024200     PERFORM UNTIL PA-EOF
024300         READ TARIFF
024400             AT END
024500                 MOVE 'Y' TO PA-EOF-SW
024600             NOT AT END
024700                 PERFORM 2100-ONE-TARIFF THRU 2100-EXIT
024800         END-READ
024900     END-PERFORM.
025000     CLOSE TARIFF.
025100     MOVE 'N' TO PA-EOF-SW.
025200     PERFORM VARYING PA-MX FROM 1 BY 1 UNTIL PA-MX > 3
025300         MOVE 'N' TO PA-M-SW(PA-MX)
025400         COMPUTE PA-FIRST-DAY = PA-MONTH(PA-MX) * 100 + 1
025500         MOVE ZERO TO PA-JX
025600         PERFORM VARYING PA-TX FROM 1 BY 1
025700             UNTIL PA-TX > PA-TF-CNT
025800             IF PA-TF-DATE(PA-TX) NOT > PA-FIRST-DAY
025900                 IF PA-JX = ZERO
026000                    OR PA-TF-DATE(PA-TX) > PA-TF-DATE(PA-JX)
026100                     MOVE PA-TX TO PA-JX
026200                 END-IF
026300             END-IF
026400         END-PERFORM
026500         IF PA-JX > ZERO
026600             MOVE 'Y' TO PA-M-SW(PA-MX)
026700             MOVE PA-TF-RATE(PA-JX) TO PA-M-RATE(PA-MX)
026800             MOVE PA-TF-PASS(PA-JX) TO PA-M-PASS(PA-MX)
026900         END-IF
027000     END-PERFORM.
027100     IF PA-M-SW(3) = 'N'
027200         DISPLAY 'NO TARIFF IN FORCE ON ' PA-MONTH(3)
027300                 '01 - RUN ABANDONED'
027400         CLOSE PARKUSE PARKLTR
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 9999-EXIT
027700     END-IF.
027800 2000-EXIT.
027900     EXIT.
028000
028100 2100-ONE-TARIFF.
028200     IF TARIFF-LINE = SPACES OR TARIFF-LINE(1:1) = '*'
028300         GO TO 2100-EXIT
028400     END-IF.
028500     MOVE TARIFF-LINE TO TF-REC.
028600     IF TF-EFF-DATE IS NOT NUMERIC
028700        OR TF-RATE IS NOT NUMERIC OR TF-PASS IS NOT NUMERIC
028800         DISPLAY 'TARIFF ROW IGNORED: ' TARIFF-LINE
028850         ADD 1 TO PA-TF-BAD-CNT
028900         MOVE 4 TO PA-WORST-RC
029000         GO TO 2100-EXIT
029100     END-IF.
029200     IF FUNCTION TEST-DATE-YYYYMMDD(TF-EFF-DATE) NOT = ZERO
029300         DISPLAY 'TARIFF ROW IGNORED: ' TARIFF-LINE
029350         ADD 1 TO PA-TF-BAD-CNT
029400         MOVE 4 TO PA-WORST-RC
029500         GO TO 2100-EXIT
029600     END-IF.
029700     IF PA-TF-CNT >= 200
029800         DISPLAY 'TARIFF EXCEEDS THE 200-ROW TABLE - '
029900                 'RUN ABANDONED'
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     ADD 1 TO PA-TF-CNT.
030400     MOVE TF-EFF-DATE TO PA-TF-DATE(PA-TF-CNT).
030500     MOVE TF-RATE     TO PA-TF-RATE(PA-TF-CNT).
030600     MOVE TF-PASS     TO PA-TF-PASS(PA-TF-CNT).
030700 2100-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*  2500-LOAD-USAGE - THE PARKUSE CARDS FOR THE THREE MONTHS;    *
031200*  OLDER AND LATER MONTHS ON THE DECK ARE PASSED OVER.          *
031300*****************************************************************
031400 2500-LOAD-USAGE.
031500     READ PARKUSE
031600         AT END
031700             MOVE 'Y' TO PA-EOF-SW
031800             GO TO 2500-EXIT
031900     END-READ.
032000     IF PARKUSE-LINE = SPACES OR PARKUSE-LINE(1:1) = '*'
032100         GO TO 2500-EXIT
032200     END-IF.
032300     MOVE PARKUSE-LINE TO PU-REC.
032400     MOVE SPACES TO PA-REASON.
032500     EVALUATE TRUE
032600         WHEN PU-HOLDER = SPACES
032700             MOVE 'NO HOLDER ID' TO PA-REASON
032800         WHEN PU-MONTH IS NOT NUMERIC
032900             MOVE 'MONTH NOT YYYYMM' TO PA-REASON
033000         WHEN PU-HOURS IS NOT NUMERIC
033100             MOVE 'HOURS NOT NUMERIC' TO PA-REASON
033200         WHEN NOT PU-HOURLY AND NOT PU-PASS
033300             MOVE 'PLAN NOT H OR P' TO PA-REASON
033400     END-EVALUATE.
033500     IF PA-REASON NOT = SPACES
033600         PERFORM 2600-BAD-CARD THRU 2600-EXIT
033700         GO TO 2500-EXIT
033800     END-IF.
033900     IF PU-MONTH < PA-MONTH(1) OR PU-MONTH > PA-MONTH(3)
034000         GO TO 2500-EXIT
034100     END-IF.
034200*    A SECOND CARD FOR THE SAME HOLDER AND MONTH IS NOT ADDED
034300*    TO THE FIRST - ONE OF THEM IS WRONG
034400     PERFORM VARYING PA-IX FROM 1 BY 1
034500         UNTIL PA-IX > PA-USE-CNT OR PA-REASON NOT = SPACES
034600         IF PA-U-HOLDER(PA-IX) = PU-HOLDER
034700            AND PA-U-MONTH(PA-IX) = PU-MONTH
034800             MOVE 'DUPLICATE HOLDER AND MONTH' TO PA-REASON
034900         END-IF
035000     END-PERFORM.
035100     IF PA-REASON NOT = SPACES
035200         PERFORM 2600-BAD-CARD THRU 2600-EXIT
035300         GO TO 2500-EXIT
035400     END-IF.
035500     IF PA-USE-CNT >= 5000
035600         DISPLAY 'PARKUSE EXCEEDS THE 5000-CARD TABLE - '
035700                 'RUN ABANDONED'
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 9999-EXIT
036000     END-IF.
036100     ADD 1 TO PA-USE-CNT.
036200     MOVE PU-HOLDER TO PA-U-HOLDER(PA-USE-CNT).
036300     MOVE PU-MONTH  TO PA-U-MONTH(PA-USE-CNT).
036400     MOVE PU-HOURS  TO PA-U-HOURS(PA-USE-CNT).
036500     IF PU-PASS
036600         MOVE 'P' TO PA-U-PLAN(PA-USE-CNT)
036700     ELSE
036800         MOVE 'H' TO PA-U-PLAN(PA-USE-CNT)
036900     END-IF.
037000 2500-EXIT.
037100     EXIT.
037200
037300 2600-BAD-CARD.
037400     ADD 1 TO PA-BAD-CNT.
037500     DISPLAY 'PARKUSE CARD IGNORED: ' PARKUSE-LINE(1:21)
037600             ' - ' PA-REASON.
037700     MOVE 4 TO PA-WORST-RC.
037800 2600-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*  4000-ADVISE - PARKRPT, ONE LINE PER HOLDER WITH USAGE IN THE *
038300*  MONTH ADVISED ON, A LETTER FOR THREE MONTHS OF SAVINGS, AND  *
038400*  THE MONEY LEFT ON THE TABLE.                                 *
038500*****************************************************************
038600 4000-ADVISE.
038700     MOVE 'I' TO PF-OP.
038800     MOVE 'PARKRPT' TO PF-DSN.
038900     MOVE SPACES TO PF-TITLE.
039000     STRING 'PARKING PASS ADVISOR - MONTH ' PA-MONTH(3)
039100         DELIMITED BY SIZE INTO PF-TITLE.
039200     MOVE 'HOLDER    PLAN    HOURS        PAID  CHEAPER     '
039300       & '  COSTS      SAVING  VENUE LOST'
039400         TO PF-HEADING.
039500     MOVE ZERO TO PF-PAGE-SIZE.
039600     CALL 'PRINTFMT' USING PF-PARM.
039700     IF PF-STATUS NOT = 'G'
039800         DISPLAY 'PARKRPT DATASET NOT USABLE'
039900         MOVE 16 TO RETURN-CODE
040000         GO TO 9999-EXIT
040100     END-IF.
040150     MOVE 'Y' TO PA-LN-RPT-SW.
040200     MOVE PA-M-RATE(3) TO PA-ED-AMT1.
040300     MOVE PA-M-PASS(3) TO PA-ED-AMT2.
040400     MOVE SPACES TO PA-RPT-LINE.
040500     STRING 'TARIFF IN FORCE: HOURLY ' PA-ED-AMT1
040600            '   MONTHLY PASS ' PA-ED-AMT2
040700         DELIMITED BY SIZE INTO PA-RPT-LINE.
040800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
040900     MOVE SPACES TO PA-RPT-LINE.
041000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041100     MOVE SPACES TO PA-CUR-HOLDER.
041200     PERFORM 4100-ONE-CARD THRU 4100-EXIT
041300         VARYING PA-IX FROM 1 BY 1
041400         UNTIL PA-IX > PA-USE-CNT.
041500     IF PA-USE-CNT > ZERO
041600         PERFORM 4800-END-HOLDER THRU 4800-EXIT
041700     END-IF.
041800     PERFORM 5000-TOTALS THRU 5000-EXIT.
041900     MOVE 'C' TO PF-OP.
042000     CALL 'PRINTFMT' USING PF-PARM.
042100     CLOSE PARKLTR.
042200 4000-EXIT.
042300     EXIT.
042400
042500 4100-ONE-CARD.
042600     IF PA-U-HOLDER(PA-IX) NOT = PA-CUR-HOLDER
042700         IF PA-IX > 1
042800             PERFORM 4800-END-HOLDER THRU 4800-EXIT
042900         END-IF
043000         MOVE PA-U-HOLDER(PA-IX) TO PA-CUR-HOLDER
043100         MOVE ZERO TO PA-H-SAVING(1) PA-H-SAVING(2)
043200                      PA-H-SAVING(3)
043300         MOVE SPACE TO PA-H-TO(1) PA-H-TO(2) PA-H-TO(3)
043400     END-IF.
043500     PERFORM VARYING PA-MX FROM 1 BY 1
043600         UNTIL PA-MONTH(PA-MX) = PA-U-MONTH(PA-IX)
043700         CONTINUE
043800     END-PERFORM.
043900*    AN EARLIER MONTH WITH NO TARIFF CANNOT BE PRICED
044000     IF PA-M-SW(PA-MX) = 'N'
044100         GO TO 4100-EXIT
044200     END-IF.
044300     PERFORM 4200-PRICE-MONTH THRU 4200-EXIT.
044400     IF PA-SAVING > ZERO
044500         MOVE PA-SAVING     TO PA-H-SAVING(PA-MX)
044600         MOVE PA-CHEAP-PLAN TO PA-H-TO(PA-MX)
044700     END-IF.
044800     IF PA-MX = 3
044900         PERFORM 4300-REPORT-MONTH THRU 4300-EXIT
045000     END-IF.
045100 4100-EXIT.
045200     EXIT.
045300
045400*    THE ABC_080_A CHOICE: HOURLY IF HOURS AT THE RATE COME TO
045500*    NO MORE THAN THE PASS, OTHERWISE THE PASS
045600 4200-PRICE-MONTH.
045700     COMPUTE PA-HOURLY-COST =
045800         PA-U-HOURS(PA-IX) * PA-M-RATE(PA-MX).
045900     IF PA-HOURLY-COST NOT > PA-M-PASS(PA-MX)
046000         MOVE PA-HOURLY-COST TO PA-CHEAP
046100         MOVE 'H' TO PA-CHEAP-PLAN
046200     ELSE
046300         MOVE PA-M-PASS(PA-MX) TO PA-CHEAP
046400         MOVE 'P' TO PA-CHEAP-PLAN
046500     END-IF.
046600     MOVE ZERO TO PA-VENUE-LOSS.
046700     IF PA-U-PLAN(PA-IX) = 'P'
046800         MOVE PA-M-PASS(PA-MX) TO PA-PAID
046900         IF PA-HOURLY-COST > PA-PAID
047000             COMPUTE PA-VENUE-LOSS = PA-HOURLY-COST - PA-PAID
047100         END-IF
047200     ELSE
047300         MOVE PA-HOURLY-COST TO PA-PAID
047400     END-IF.
047500     COMPUTE PA-SAVING = PA-PAID - PA-CHEAP.
047600 4200-EXIT.
047700     EXIT.
047800
047900 4300-REPORT-MONTH.
048000     ADD 1 TO PA-HOLDER-CNT.
048100     ADD PA-PAID       TO PA-TOT-PAID.
048200     ADD PA-SAVING     TO PA-TOT-HOLDER.
048300     ADD PA-VENUE-LOSS TO PA-TOT-VENUE.
048400     IF PA-SAVING > ZERO
048500         ADD 1 TO PA-SWITCH-CNT
048600     END-IF.
048700     IF PA-U-PLAN(PA-IX) = 'P'
048800         MOVE 'PASS' TO PA-PLAN-NAME
048900     ELSE
049000         MOVE 'HOURLY' TO PA-PLAN-NAME
049100     END-IF.
049200     IF PA-CHEAP-PLAN = 'P'
049300         MOVE 'PASS' TO PA-CHEAP-NAME
049400     ELSE
049500         MOVE 'HOURLY' TO PA-CHEAP-NAME
049600     END-IF.
049700     MOVE PA-U-HOURS(PA-IX) TO PA-ED-HOURS.
049800     MOVE PA-PAID           TO PA-ED-AMT1.
049900     MOVE PA-CHEAP          TO PA-ED-AMT2.
050000     MOVE PA-SAVING         TO PA-ED-AMT3.
050100     MOVE PA-VENUE-LOSS     TO PA-ED-AMT4.
050200     MOVE SPACES TO PA-RPT-LINE.
050300     STRING PA-CUR-HOLDER '  ' PA-PLAN-NAME '    ' PA-ED-HOURS
050400            '  ' PA-ED-AMT1 '  ' PA-CHEAP-NAME '  ' PA-ED-AMT2
050500            '  ' PA-ED-AMT3 '  ' PA-ED-AMT4
050600         DELIMITED BY SIZE INTO PA-RPT-LINE.
050700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
050800 4300-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*  4800-END-HOLDER - A LETTER WHEN THE HOLDER WOULD HAVE SAVED  *
051300*  IN EACH OF THE THREE MONTHS, ALWAYS BY THE SAME SWITCH.      *
051400*****************************************************************
051500 4800-END-HOLDER.
051600     IF PA-H-TO(3) = SPACE
051700        OR PA-H-TO(2) NOT = PA-H-TO(3)
051800        OR PA-H-TO(1) NOT = PA-H-TO(3)
051900         GO TO 4800-EXIT
052000     END-IF.
052100     COMPUTE PA-THREE-SAVING = PA-H-SAVING(1) + PA-H-SAVING(2)
052200                             + PA-H-SAVING(3).
052300     ADD 1 TO PA-LTR-CNT.
052400     MOVE PA-CUR-HOLDER TO PA-L-HOLDER.
052500     MOVE PA-MONTH(3)   TO PA-L-MONTH.
052600     IF PA-H-TO(3) = 'P'
052700         MOVE 'RECOMMEND MONTHLY PASS' TO PA-L-TEXT
052800     ELSE
052900         MOVE 'RECOMMEND HOURLY RATE' TO PA-L-TEXT
053000     END-IF.
053100     MOVE PA-THREE-SAVING TO PA-L-SAVING.
053200     MOVE PA-TODAY        TO PA-L-BATCH.
053300     WRITE PARKLTR-LINE FROM PA-LTR-REC.
053400     MOVE PA-THREE-SAVING TO PA-ED-AMT3.
053500     MOVE SPACES TO PA-RPT-LINE.
053600     STRING '          *** ' PA-L-TEXT ' - WOULD HAVE SAVED '
053700            PA-ED-AMT3 ' OVER THREE MONTHS - LETTER ***'
053800         DELIMITED BY SIZE INTO PA-RPT-LINE.
053900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
054000 4800-EXIT.
054100     EXIT.
054200
054300 5000-TOTALS.
054400     MOVE SPACES TO PA-RPT-LINE.
054500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
054600     MOVE PA-HOLDER-CNT TO PA-ED-CNT.
054700     MOVE SPACES TO PA-RPT-LINE.
054800     STRING 'HOLDERS ADVISED        ' PA-ED-CNT
054900         DELIMITED BY SIZE INTO PA-RPT-LINE.
055000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
055100     MOVE PA-SWITCH-CNT TO PA-ED-CNT.
055200     MOVE SPACES TO PA-RPT-LINE.
055300     STRING 'ON THE DEARER OPTION   ' PA-ED-CNT
055400         DELIMITED BY SIZE INTO PA-RPT-LINE.
055500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
055600     MOVE PA-LTR-CNT TO PA-ED-CNT.
055700     MOVE SPACES TO PA-RPT-LINE.
055800     STRING 'RECOMMENDATION LETTERS ' PA-ED-CNT
055900         DELIMITED BY SIZE INTO PA-RPT-LINE.
056000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
056100     MOVE PA-TOT-PAID TO PA-ED-TOT.
056200     MOVE SPACES TO PA-RPT-LINE.
056300     STRING 'TOTAL PAID                  ' PA-ED-TOT
056400         DELIMITED BY SIZE INTO PA-RPT-LINE.
056500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
056600     MOVE PA-TOT-HOLDER TO PA-ED-TOT.
056700     MOVE SPACES TO PA-RPT-LINE.
056800     STRING 'LEFT ON THE TABLE - HOLDERS ' PA-ED-TOT
056900         DELIMITED BY SIZE INTO PA-RPT-LINE.
057000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
057100     MOVE PA-TOT-VENUE TO PA-ED-TOT.
057200     MOVE SPACES TO PA-RPT-LINE.
057300     STRING 'LEFT ON THE TABLE - VENUE   ' PA-ED-TOT
057400         DELIMITED BY SIZE INTO PA-RPT-LINE.
057500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
057600     IF PA-BAD-CNT > ZERO
057700         MOVE PA-BAD-CNT TO PA-ED-CNT
057800         MOVE SPACES TO PA-RPT-LINE
057900         STRING 'PARKUSE CARDS IGNORED  ' PA-ED-CNT
058000             DELIMITED BY SIZE INTO PA-RPT-LINE
058100         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
058200     END-IF.
058300     MOVE PA-HOLDER-CNT TO PA-ED-CNT.
058400     DISPLAY 'PARKADV HOLDERS ADVISED ' PA-ED-CNT.
058500     MOVE PA-LTR-CNT TO PA-ED-CNT.
058600     DISPLAY 'PARKADV LETTERS WRITTEN ' PA-ED-CNT.
058700 5000-EXIT.
058800     EXIT.
058900
059000 7900-PRINT-LINE.
059100     MOVE PA-RPT-LINE TO PF-LINE.
059200     MOVE 'D' TO PF-OP.
059300     CALL 'PRINTFMT' USING PF-PARM.
059400 7900-EXIT.
059500     EXIT.
059600
059602 8000-RECORD-LINEAGE.
059604*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
059606*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
059608*    RETURN-CODE, SO IT IS PUT BACK.
059610     MOVE RETURN-CODE   TO PA-SAVE-RC.
059612     MOVE 'PARKADV'     TO LN-PROGRAM.
059614     MOVE SPACES        TO LN-START-TIME.
059616     MOVE ZERO          TO LN-CNT.
059618     IF PA-LN-TF-SW = 'Y'
059620         ADD 1 TO LN-CNT
059622         MOVE 'TARIFF'      TO LN-DSN(LN-CNT)
059624         MOVE 'R'           TO LN-MODE(LN-CNT)
059626     END-IF.
059628     IF PA-LN-USE-SW = 'Y'
059630         ADD 1 TO LN-CNT
059632         MOVE 'PARKUSE'     TO LN-DSN(LN-CNT)
059634         MOVE 'R'           TO LN-MODE(LN-CNT)
059636     END-IF.
059638     IF PA-LN-LTR-SW = 'Y'
059640         ADD 1 TO LN-CNT
059642         MOVE 'PARKLTR'     TO LN-DSN(LN-CNT)
059644         MOVE 'W'           TO LN-MODE(LN-CNT)
059646     END-IF.
059648     IF PA-LN-RPT-SW = 'Y'
059650         ADD 1 TO LN-CNT
059652         MOVE 'PARKRPT'     TO LN-DSN(LN-CNT)
059654         MOVE 'W'           TO LN-MODE(LN-CNT)
059656     END-IF.
059658     CALL 'LINEAGE' USING LN-PARM.
059660     MOVE PA-SAVE-RC    TO RETURN-CODE.
059662 8000-EXIT.
059664     EXIT.
059666
059668 8100-POST-ALERT.
059670     MOVE PA-BAD-CNT TO PA-ED-CNT.
059672     MOVE PA-TF-BAD-CNT TO PA-ED-CNT2.
059674     MOVE SPACES TO AL-PARM.
059676     MOVE 'PARKADV' TO AL-SOURCE.
059678     MOVE 'W' TO AL-SEVERITY.
059680     MOVE 'PARKRPT' TO AL-DSN.
059682     STRING PA-ED-CNT ' PARKUSE CARD(S) AND ' PA-ED-CNT2
059684            ' TARIFF ROW(S) SKIPPED ' PA-MONTH(3)
059686         DELIMITED BY SIZE INTO AL-TEXT.
059688     CALL 'ALERTSVC' USING AL-PARM.
059690 8100-EXIT.
059692     EXIT.
059694
059700 9999-EXIT.
059750     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
059800     STOP RUN.
