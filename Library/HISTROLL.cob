000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HISTROLL.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  HISTROLL - ROLLOVER FOR THE APPEND-ONLY HISTORY DATASETS     *
000900*  (GAPHIST, DRIFTHIS, JOBLOG, CALCLED ...), WHICH RETPURG      *
001000*  DOES NOT COVER.  THE HISTPOLCY POLICY DATASET CARRIES ONE    *
001100*  ROW PER HISTORY:                                             *
001200*    <DSN> <DATE-COL> <KEEP-DAYS> ARCHIVE                       *
001300*    <DSN> <DATE-COL> <KEEP-DAYS> SUMMARY <KEY-COL> <KEY-LEN>   *
001400*  (A ROW OPENING WITH '*' OR A SPACE IS A COMMENT.)  ROWS      *
001500*  WHOSE YYYYMMDD AT DATE-COL IS OLDER THAN THE KEEP-DAYS       *
001600*  LEAVE THE LIVE DATASET FOR A DATED ARCHIVE GENERATION        *
001700*  <DSN>.A<BATCH DATE><TIME>, CATALOGUED ON RPTCAT UNDER        *
001800*  HISTROLL.  UNDER SUMMARY THE LAST AGED ROW OF EACH KEY AND   *
001900*  MONTH ALSO STAYS ON THE LIVE DATASET, AS IT STANDS AND IN    *
002000*  ITS PLACE - THE LAST-ROW-WINS RULE THE KEYED READERS ALREADY *
002100*  APPLY.  ROWS WITH NO READABLE DATE ARE NEVER MOVED.          *
002200*  THE READERS' OWN WINDOWS ARE BUILT IN BELOW (MINIMUM DAYS    *
002300*  AND MINIMUM RUNS OF DETAIL, AND WHETHER SUMMARY ROWS ARE     *
002400*  SAFE FOR THEM).  A POLICY SHORTER THAN A READER NEEDS IS     *
002500*  HELD TO THE READER'S WINDOW, A SUMMARY THE READERS WOULD     *
002600*  MISCOUNT IS ARCHIVED INSTEAD, AND A KEYED HISTORY THE        *
002700*  READERS NEED WHOLE IS ONLY EVER SUMMARISED - EACH NOTED ON   *
002800*  THE REPORT, RC 4.  THE NEW LIVE DATASET IS BUILT ON          *
002900*  <DSN>.NEW AND SWAPPED IN THROUGH FILECOPY ONLY AFTER THE     *
003000*  BEFORE-IMAGE <DSN>.BK IS TAKEN.  EVERY ROLLOVER IS RECORDED  *
003100*  ON ROLLLOG (WHERE A READER LOOKS FOR ROWS OLDER THAN ITS     *
003200*  LIVE DATASET) AND ON THE ROLLRPT REPORT.  RUN IT AHEAD OF    *
003300*  THE NIGHT'S WRITERS: A ROW APPENDED WHILE A HISTORY IS       *
003400*  BEING ROLLED WOULD NOT SURVIVE THE SWAP.                     *
003500*  RC 12 A POLICY ROW REJECTED, RC 8 A HISTORY NOT ROLLED       *
003600*  CLEANLY, RC 4 A POLICY HELD OR CHANGED FOR ITS READERS.      *
003700*****************************************************************
003800*  MODIFICATION HISTORY                                         *
003900*  2026-10-15  OSG  NEW PROGRAM.                                *
003910*  2026-10-15  OSG  RUNFCST ADDED TO THE JOBLOG READERS.        *
003920*  2026-10-15  OSG  REVARCH KEPT A YEAR FOR THE REVLEDGR        *
003930*                   YEAR-TO-DATE VARIANCE AGAINST BUDGET.       *
003940*  2026-10-15  OSG  ASSIGNHST ADDED; ASGFAIR READS THE          *
003950*                   LAST 26 EVENTS.                             *
003966*  2026-10-15  OSG  PGMINV, PERCLOSE, STEPBAL AND SLACHECK      *
003982*                   ADDED TO THE JOBLOG READERS.                *
003988*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003994*                   LINEAGE REGISTER AT END OF JOB.             *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HISTPOLCY ASSIGN TO HISTPOLCY
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS HR-Y-STATUS.
004700     SELECT LIVEFILE ASSIGN USING HR-LIVE-DSN
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS HR-L-STATUS.
005000     SELECT NEWFILE ASSIGN USING HR-NEW-DSN
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS HR-N-STATUS.
005300     SELECT ARCHFILE ASSIGN USING HR-ARCH-DSN
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS HR-A-STATUS.
005600     SELECT RPTCAT ASSIGN TO RPTCAT
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS HR-C-STATUS.
005900     SELECT OPTIONAL ROLLLOG ASSIGN TO ROLLLOG
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS HR-R-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HISTPOLCY.
006500 01  HISTPOLCY-LINE           PIC X(60).
006600*    AS WIDE AS FILECOPY CARRIES A LINE, 256 BYTES
006700 FD  LIVEFILE.
006800 01  LIVEFILE-LINE            PIC X(256).
006900 FD  NEWFILE.
007000 01  NEWFILE-LINE             PIC X(256).
007100 FD  ARCHFILE.
007200 01  ARCHFILE-LINE            PIC X(256).
007300 FD  RPTCAT.
007400 01  RPTCAT-LINE              PIC X(60).
007500 FD  ROLLLOG.
007600 01  ROLLLOG-LINE             PIC X(125).
007700 WORKING-STORAGE SECTION.
007800 77  HR-Y-STATUS              PIC X(02).
007900 77  HR-L-STATUS              PIC X(02).
008000 77  HR-N-STATUS              PIC X(02).
008100 77  HR-A-STATUS              PIC X(02).
008200 77  HR-C-STATUS              PIC X(02).
008300 77  HR-R-STATUS              PIC X(02).
008400 77  HR-POL-EOF-SW            PIC X(01) VALUE 'N'.
008500     88  HR-POL-EOF                      VALUE 'Y'.
008600 77  HR-EOF-SW                PIC X(01).
008700     88  HR-EOF                          VALUE 'Y'.
008800 77  HR-SKIP-SW               PIC X(01).
008900     88  HR-SKIP                         VALUE 'Y'.
009000 77  HR-ARCH-OPEN-SW          PIC X(01).
009100     88  HR-ARCH-OPEN                    VALUE 'Y'.
009200 77  HR-WORST-RC              PIC 9(02) VALUE ZERO.
009300 77  HR-RC                    PIC 9(02).
009400 77  HR-POL-CNT               PIC 9(05) COMP VALUE ZERO.
009500 77  HR-ROLLED-CNT            PIC 9(05) COMP VALUE ZERO.
009600 77  HR-FX                    PIC 9(02) COMP.
009700 77  HR-IX                    PIC 9(05) COMP.
009800 77  HR-GX                    PIC 9(05) COMP.
009900 77  HR-SEQ                   PIC 9(09) COMP.
010000 77  HR-READ-CNT              PIC 9(09) COMP.
010100 77  HR-MOVED-CNT             PIC 9(09) COMP.
010200 77  HR-SUMM-CNT              PIC 9(09) COMP.
010300 77  HR-KEPT-CNT              PIC 9(09) COMP.
010400 77  HR-UNDATED-CNT           PIC 9(09) COMP.
010500 77  HR-TOT-MOVED             PIC 9(09) COMP VALUE ZERO.
010600 77  HR-TODAY-INT             PIC 9(08) COMP.
010700 77  HR-WORK-INT              PIC 9(08) COMP.
010800 77  HR-CUTOFF                PIC 9(08).
010900 77  HR-OLDEST                PIC 9(08).
011000 77  HR-NEWEST                PIC 9(08).
011100 77  HR-ROW-DATE              PIC 9(08).
011200 77  HR-GKEY                  PIC X(40).
011300 77  HR-GPERIOD               PIC 9(06).
011310 77  HR-LN-POL-SW             PIC X(01) VALUE 'N'.
011320 77  HR-LN-LIVE-SW            PIC X(01) VALUE 'N'.
011330 77  HR-LN-NEW-SW             PIC X(01) VALUE 'N'.
011340 77  HR-LN-ARCH-SW            PIC X(01) VALUE 'N'.
011350 77  HR-LN-BK-SW              PIC X(01) VALUE 'N'.
011360 77  HR-LN-SWAP-SW            PIC X(01) VALUE 'N'.
011370 77  HR-LN-CAT-SW             PIC X(01) VALUE 'N'.
011380 77  HR-LN-LOG-SW             PIC X(01) VALUE 'N'.
011390 77  HR-SAVE-RC               PIC S9(04) COMP.
011400*    ONE POLICY ROW AS PARSED
011500 01  HR-TOK1                  PIC X(12).
011600 01  HR-TOK2                  PIC X(12).
011700 01  HR-TOK3                  PIC X(12).
011800 01  HR-TOK4                  PIC X(12).
011900 01  HR-TOK5                  PIC X(12).
012000 01  HR-TOK6                  PIC X(12).
012100 01  HR-DSN                   PIC X(12).
012200 01  HR-DATE-COL              PIC 9(03).
012300 01  HR-KEEP                  PIC 9(04).
012400 01  HR-MODE                  PIC X(07).
012500     88  HR-ARCHIVE                      VALUE 'ARCHIVE'.
012600     88  HR-SUMMARY                      VALUE 'SUMMARY'.
012700 01  HR-KEY-COL               PIC 9(03).
012800 01  HR-KEY-LEN               PIC 9(03).
012900 01  HR-NOTE                  PIC X(86).
013000 01  HR-LIVE-DSN              PIC X(30).
013100 01  HR-NEW-DSN               PIC X(30).
013200 01  HR-BK-DSN                PIC X(30).
013300 01  HR-ARCH-DSN              PIC X(30).
013400 01  HR-TIMESTAMP.
013500     05  HR-TS-DATE           PIC 9(08).
013600     05  HR-TS-TIME.
013700         07  HR-TS-HHMMSS     PIC 9(06).
013800         07  FILLER           PIC 9(02).
013900*    WHAT EACH HISTORY'S READERS NEED LEFT AS DETAIL: NAME,
014000*    MINIMUM DAYS, MINIMUM RUNS (DISTINCT DATES), SUMMARY
014100*    RULE AND THE READERS.  SUMMARY RULE: 'A' EITHER MODE,
014200*    'D' DETAIL ONLY (THE READERS COUNT OR SUM EVERY ROW),
014300*    'S' SUMMARY ONLY (THE READERS NEED EVERY KEY FOR GOOD).
014400 01  HR-FLOOR-VALS.
014500     05  FILLER               PIC X(90) VALUE
014600         'GAPHIST      0000 030 D GAPSPC'.
014700     05  FILLER               PIC X(90) VALUE
014800         'DRIFTHIS     0000 030 D METERREP'.
014900     05  FILLER               PIC X(90) VALUE
015000         'DRIFTHST     0000 006 D DRIFTMON'.
015100     05  FILLER               PIC X(90) VALUE
015200         'EXCHIST      0035 000 A EXCHUB'.
015300     05  FILLER               PIC X(90) VALUE
015400         'PROJHIST     0035 000 D PROJVAR'.
015500     05  FILLER               PIC X(90) VALUE
015600         'STUHIST      0000 000 S TRNSCRPT ACSTAND'.
015700     05  FILLER               PIC X(90) VALUE
015800         'QRYARCH      0062 000 D MQACCT'.
015900     05  FILLER               PIC X(90) VALUE
016000         'VISARCH      0063 000 D ATTFCST FAREWHAT'.
016100     05  FILLER               PIC X(90) VALUE
016200         'REVARCH      0366 000 D REVLEDGR'.
016300     05  FILLER               PIC X(90) VALUE
016400         'CALCLED      0062 000 D CALCVER'.
016500     05  FILLER               PIC X(90) VALUE
016600         'JOBLOG       0093 000 D JOBTREND CHGBACK OPSINQ '
016650       & 'RUNFCST PGMINV PERCLOSE STEPBAL SLACHECK'.
016660     05  FILLER               PIC X(90) VALUE
016670         'ASSIGNHST    0000 026 D ASGFAIR'.
016700 01  HR-FLOOR-TBL REDEFINES HR-FLOOR-VALS.
016800     05  HR-FLOOR OCCURS 12.
016900         10  HR-F-DSN         PIC X(12).
017000         10  FILLER           PIC X(01).
017100         10  HR-F-DAYS        PIC 9(04).
017200         10  FILLER           PIC X(01).
017300         10  HR-F-RUNS        PIC 9(03).
017400         10  FILLER           PIC X(01).
017500         10  HR-F-RULE        PIC X(01).
017600         10  FILLER           PIC X(01).
017700         10  HR-F-READERS     PIC X(66).
017800*    DISTINCT DATES ON A HISTORY, FOR THE MINIMUM-RUNS FLOOR
017900 01  HR-RUN-TBL.
018000     05  HR-RUN-CNT           PIC 9(05) COMP VALUE ZERO.
018100     05  HR-RUN OCCURS 0 TO 3000
018200             DEPENDING ON HR-RUN-CNT.
018300         10  HR-RUN-DATE      PIC 9(08).
018400*    SUMMARY GROUPS (KEY AND MONTH) AMONG THE AGED ROWS, WITH
018500*    THE POSITION OF THE LAST ROW OF EACH
018600 01  HR-GRP-CNT               PIC 9(05) COMP VALUE ZERO.
018700 01  HR-GRP-TBL.
018800     05  HR-GRP OCCURS 20000.
018900         10  HR-G-KEY         PIC X(40).
019000         10  HR-G-PERIOD      PIC 9(06).
019100         10  HR-G-LAST        PIC 9(09) COMP.
019200 01  HR-CAT-REC.
019300     05  HR-CAT-DSN           PIC X(30).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  HR-CAT-DATE          PIC 9(08).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  HR-CAT-PROGRAM       PIC X(12).
019800     05  FILLER               PIC X(08) VALUE SPACES.
019900 COPY ROLLLGRC.
020000 01  HR-DETAIL.
020100     05  HR-D-DSN             PIC X(12).
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  HR-D-MODE            PIC X(07).
020400     05  FILLER               PIC X(01) VALUE SPACE.
020500     05  HR-D-KEEP            PIC Z(03)9.
020600     05  FILLER               PIC X(01) VALUE SPACE.
020700     05  HR-D-CUTOFF          PIC X(08).
020800     05  FILLER               PIC X(01) VALUE SPACE.
020900     05  HR-D-READ            PIC Z(08)9.
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  HR-D-MOVED           PIC Z(08)9.
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  HR-D-SUMM            PIC Z(08)9.
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500     05  HR-D-KEPT            PIC Z(08)9.
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  HR-D-UNDATED         PIC Z(08)9.
021800 01  HR-RPT-LINE              PIC X(100).
021900 01  HR-ED-CNT                PIC Z(08)9.
022000 01  HR-ED-NUM                PIC Z(03)9.
022100 COPY BATCHDPM.
022200 COPY FCOPYPM.
022300 COPY PRINTFPM.
022400 COPY ALERTPM.
022450 COPY LINEAGPM.
022500 PROCEDURE DIVISION.
022600*****************************************************************
022700*  0000-MAINLINE - ONE ROLLOVER PER POLICY ROW.                 *
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     PERFORM 2000-ONE-POLICY THRU 2000-EXIT
023200         UNTIL HR-POL-EOF.
023300     CLOSE HISTPOLCY.
023400     PERFORM 6000-TOTALS THRU 6000-EXIT.
023500     IF HR-WORST-RC > ZERO
023600         PERFORM 8100-POST-ALERT THRU 8100-EXIT
023700     END-IF.
023800     MOVE HR-WORST-RC TO RETURN-CODE.
023900     GO TO 9999-EXIT.
024000
024100 1000-INITIALIZE.
024200     ACCEPT HR-TS-DATE FROM DATE YYYYMMDD.
024300     ACCEPT HR-TS-TIME FROM TIME.
024400     MOVE HR-TS-DATE TO BD-DATE.
024500     CALL 'BATCHDT' USING BD-PARM
024600         ON EXCEPTION
024700             MOVE HR-TS-DATE TO BD-DATE
024800     END-CALL.
024900     MOVE BD-DATE TO HR-TS-DATE.
025000     COMPUTE HR-TODAY-INT =
025100         FUNCTION INTEGER-OF-DATE(HR-TS-DATE).
025200     OPEN INPUT HISTPOLCY.
025300     IF HR-Y-STATUS NOT = '00'
025400         DISPLAY 'HISTPOLCY NOT AVAILABLE, STATUS ' HR-Y-STATUS
025500                 ' - NOTHING ROLLED'
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 9999-EXIT
025800     END-IF.
025850     MOVE 'Y' TO HR-LN-POL-SW.
025900     MOVE 'I' TO PF-OP.
026000     MOVE 'ROLLRPT' TO PF-DSN.
026100     MOVE SPACES TO PF-TITLE.
026200     STRING 'HISTORY ROLLOVER ' HR-TS-DATE
026300         DELIMITED BY SIZE INTO PF-TITLE.
026400     MOVE 'DATASET      MODE    KEEP CUTOFF        READ     '
026500       & 'MOVED   SUMMARY      KEPT   UNDATED'
026600         TO PF-HEADING.
026700     MOVE ZERO TO PF-PAGE-SIZE.
026800     CALL 'PRINTFMT' USING PF-PARM.
026900     IF PF-STATUS NOT = 'G'
027000         DISPLAY 'ROLLRPT DATASET NOT USABLE - NOTHING ROLLED'
027100         CLOSE HISTPOLCY
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 9999-EXIT
027400     END-IF.
027500 1000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*  2000-ONE-POLICY - PARSE, HOLD TO THE READERS' WINDOWS,       *
028000*  ROLL, REPORT.                                                *
028100*****************************************************************
028200 2000-ONE-POLICY.
028300     READ HISTPOLCY
028400         AT END
028500             MOVE 'Y' TO HR-POL-EOF-SW
028600             GO TO 2000-EXIT
028700     END-READ.
028800     IF HISTPOLCY-LINE = SPACES
028900        OR HISTPOLCY-LINE(1:1) = SPACE
029000        OR HISTPOLCY-LINE(1:1) = '*'
029100         GO TO 2000-EXIT
029200     END-IF.
029300     ADD 1 TO HR-POL-CNT.
029400     MOVE 'N' TO HR-SKIP-SW.
029500     MOVE SPACES TO HR-NOTE.
029600     MOVE ZERO TO HR-READ-CNT HR-MOVED-CNT HR-SUMM-CNT
029700                  HR-KEPT-CNT HR-UNDATED-CNT HR-CUTOFF.
029800     PERFORM 2100-PARSE-POLICY THRU 2100-EXIT.
029900     IF NOT HR-SKIP
030000         PERFORM 2200-APPLY-FLOOR THRU 2200-EXIT
030100     END-IF.
030200     IF NOT HR-SKIP
030300         PERFORM 3000-ROLL-DATASET THRU 3000-EXIT
030350         PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT
030400     END-IF.
030500     PERFORM 7000-REPORT-LINE THRU 7000-EXIT.
030600 2000-EXIT.
030700     EXIT.
030800
030900 2100-PARSE-POLICY.
031000     MOVE SPACES TO HR-TOK1 HR-TOK2 HR-TOK3 HR-TOK4
031100                    HR-TOK5 HR-TOK6.
031200     UNSTRING HISTPOLCY-LINE DELIMITED BY ALL SPACE
031300         INTO HR-TOK1 HR-TOK2 HR-TOK3 HR-TOK4 HR-TOK5 HR-TOK6.
031400     MOVE HR-TOK1 TO HR-DSN.
031500     MOVE HR-TOK4 TO HR-MODE.
031600     MOVE ZERO TO HR-DATE-COL HR-KEEP HR-KEY-COL HR-KEY-LEN.
031700     IF HR-TOK2 = SPACES OR HR-TOK3 = SPACES
031800        OR FUNCTION TEST-NUMVAL(HR-TOK2) NOT = ZERO
031900        OR FUNCTION TEST-NUMVAL(HR-TOK3) NOT = ZERO
032000         MOVE 'POLICY REJECTED - DATE-COL AND KEEP-DAYS MUST BE '
032100           & 'NUMBERS' TO HR-NOTE
032200         GO TO 2100-REJECT
032300     END-IF.
032400     IF FUNCTION NUMVAL(HR-TOK2) < 1
032500        OR FUNCTION NUMVAL(HR-TOK2) > 249
032600         MOVE 'POLICY REJECTED - DATE-COL OUTSIDE THE RECORD'
032700             TO HR-NOTE
032800         GO TO 2100-REJECT
032900     END-IF.
033000     IF FUNCTION NUMVAL(HR-TOK3) > 9999
033100         MOVE 'POLICY REJECTED - KEEP-DAYS OVER 9999' TO HR-NOTE
033200         GO TO 2100-REJECT
033300     END-IF.
033400     MOVE FUNCTION NUMVAL(HR-TOK2) TO HR-DATE-COL.
033500     MOVE FUNCTION NUMVAL(HR-TOK3) TO HR-KEEP.
033600     IF NOT HR-ARCHIVE AND NOT HR-SUMMARY
033700         MOVE 'POLICY REJECTED - MODE MUST BE ARCHIVE OR SUMMARY'
033800             TO HR-NOTE
033900         GO TO 2100-REJECT
034000     END-IF.
034100     IF HR-ARCHIVE
034200         GO TO 2100-EXIT
034300     END-IF.
034400     IF HR-TOK5 = SPACES OR HR-TOK6 = SPACES
034500        OR FUNCTION TEST-NUMVAL(HR-TOK5) NOT = ZERO
034600        OR FUNCTION TEST-NUMVAL(HR-TOK6) NOT = ZERO
034700         MOVE 'POLICY REJECTED - SUMMARY NEEDS KEY-COL KEY-LEN'
034800             TO HR-NOTE
034900         GO TO 2100-REJECT
035000     END-IF.
035100     IF FUNCTION NUMVAL(HR-TOK5) < 1
035200        OR FUNCTION NUMVAL(HR-TOK6) < 1
035300        OR FUNCTION NUMVAL(HR-TOK6) > 40
035400        OR FUNCTION NUMVAL(HR-TOK5) + FUNCTION NUMVAL(HR-TOK6)
035500           > 257
035600         MOVE 'POLICY REJECTED - KEY OUTSIDE THE RECORD OR OVER '
035700           & '40 LONG' TO HR-NOTE
035800         GO TO 2100-REJECT
035900     END-IF.
036000     MOVE FUNCTION NUMVAL(HR-TOK5) TO HR-KEY-COL.
036100     MOVE FUNCTION NUMVAL(HR-TOK6) TO HR-KEY-LEN.
036200     GO TO 2100-EXIT.
036300 2100-REJECT.
036400     MOVE 'Y' TO HR-SKIP-SW.
036500     MOVE 12 TO HR-RC.
036600     PERFORM 8000-NOTE-RC THRU 8000-EXIT.
036700 2100-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*  2200-APPLY-FLOOR - THE DAY CUTOFF THE POLICY ASKS FOR, HELD  *
037200*  BACK TO WHAT THE HISTORY'S READERS NEED.  THE RUNS FLOOR     *
037300*  NEEDS THE DATES ON FILE AND IS APPLIED IN 3100.              *
037400*****************************************************************
037500 2200-APPLY-FLOOR.
037600     COMPUTE HR-WORK-INT = HR-TODAY-INT - HR-KEEP.
037700     COMPUTE HR-CUTOFF = FUNCTION DATE-OF-INTEGER(HR-WORK-INT).
037800     MOVE ZERO TO HR-FX.
037900     PERFORM VARYING HR-IX FROM 1 BY 1
038000         UNTIL HR-IX > 12 OR HR-FX NOT = ZERO
038100         IF HR-F-DSN(HR-IX) = HR-DSN
038200             MOVE HR-IX TO HR-FX
038300         END-IF
038400     END-PERFORM.
038500     IF HR-FX = ZERO
038600         GO TO 2200-EXIT
038700     END-IF.
038800     IF HR-F-RULE(HR-FX) = 'S' AND HR-ARCHIVE
038900         STRING 'NOT ROLLED - ' DELIMITED BY SIZE
039000                HR-F-READERS(HR-FX) DELIMITED BY '  '
039100                ' NEED EVERY KEY; SUMMARY ONLY'
039200                    DELIMITED BY SIZE
039300             INTO HR-NOTE
039400         MOVE 'Y' TO HR-SKIP-SW
039500         MOVE 4 TO HR-RC
039600         PERFORM 8000-NOTE-RC THRU 8000-EXIT
039700         GO TO 2200-EXIT
039800     END-IF.
039900     IF HR-F-RULE(HR-FX) = 'D' AND HR-SUMMARY
040000         STRING 'ARCHIVED - ' DELIMITED BY SIZE
040100                HR-F-READERS(HR-FX) DELIMITED BY '  '
040200                ' WOULD MISCOUNT SUMMARY ROWS'
040300                    DELIMITED BY SIZE
040400             INTO HR-NOTE
040500         MOVE 'ARCHIVE' TO HR-MODE
040600         MOVE 4 TO HR-RC
040700         PERFORM 8000-NOTE-RC THRU 8000-EXIT
040800     END-IF.
040900     IF HR-KEEP < HR-F-DAYS(HR-FX)
041000         COMPUTE HR-WORK-INT =
041100             HR-TODAY-INT - HR-F-DAYS(HR-FX)
041200         COMPUTE HR-CUTOFF =
041300             FUNCTION DATE-OF-INTEGER(HR-WORK-INT)
041400         MOVE HR-F-DAYS(HR-FX) TO HR-ED-NUM
041500         IF HR-NOTE = SPACES
041600             STRING 'KEEP HELD AT ' HR-ED-NUM ' DAYS FOR '
041700                        DELIMITED BY SIZE
041800                    HR-F-READERS(HR-FX) DELIMITED BY '  '
041900                 INTO HR-NOTE
042000         END-IF
042100         MOVE 4 TO HR-RC
042200         PERFORM 8000-NOTE-RC THRU 8000-EXIT
042300     END-IF.
042400 2200-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  3000-ROLL-DATASET - DATES ON FILE, SUMMARY GROUPS, THEN THE  *
042900*  SPLIT INTO <DSN>.NEW AND THE ARCHIVE GENERATION, THE SWAP    *
043000*  AND THE RECORD OF IT.                                        *
043100*****************************************************************
043200 3000-ROLL-DATASET.
043300     MOVE HR-DSN TO HR-LIVE-DSN.
043400     MOVE SPACES TO HR-NEW-DSN HR-BK-DSN HR-ARCH-DSN.
043500     STRING HR-DSN DELIMITED BY SPACE '.NEW' DELIMITED BY SIZE
043600         INTO HR-NEW-DSN.
043700     STRING HR-DSN DELIMITED BY SPACE '.BK' DELIMITED BY SIZE
043800         INTO HR-BK-DSN.
043900     STRING HR-DSN DELIMITED BY SPACE '.A' HR-TS-DATE
044000            HR-TS-HHMMSS DELIMITED BY SIZE
044100         INTO HR-ARCH-DSN.
044200     OPEN INPUT LIVEFILE.
044300     IF HR-L-STATUS NOT = '00'
044400         MOVE 'NOT ON FILE - NOTHING TO ROLL' TO HR-NOTE
044500         GO TO 3000-EXIT
044600     END-IF.
044650     MOVE 'Y' TO HR-LN-LIVE-SW.
044700     CLOSE LIVEFILE.
044800     IF HR-FX NOT = ZERO
044900         IF HR-F-RUNS(HR-FX) > ZERO
045000             PERFORM 3100-RUNS-FLOOR THRU 3100-EXIT
045100         END-IF
045200     END-IF.
045300     IF HR-SKIP
045400         GO TO 3000-EXIT
045500     END-IF.
045600     IF HR-SUMMARY
045700         PERFORM 3200-SUMMARY-GROUPS THRU 3200-EXIT
045800     END-IF.
045900     IF HR-SKIP
046000         GO TO 3000-EXIT
046100     END-IF.
046200     PERFORM 3300-SPLIT THRU 3300-EXIT.
046300     IF HR-SKIP
046400         GO TO 3000-EXIT
046500     END-IF.
046600     IF HR-MOVED-CNT = ZERO
046700         IF HR-NOTE = SPACES
046800             MOVE 'NOTHING OLDER THAN THE CUTOFF' TO HR-NOTE
046900         END-IF
047000         GO TO 3000-EXIT
047100     END-IF.
047200     PERFORM 3400-SWAP THRU 3400-EXIT.
047300     IF HR-SKIP
047400         GO TO 3000-EXIT
047500     END-IF.
047600     PERFORM 3500-RECORD THRU 3500-EXIT.
047700 3000-EXIT.
047800     EXIT.
047900
048000*    THE CUTOFF NEVER PASSES THE READERS' LAST N RUNS: THE
048100*    NTH NEWEST DATE ON FILE IS THE OLDEST ONE KEPT.
048200 3100-RUNS-FLOOR.
048300     MOVE ZERO TO HR-RUN-CNT.
048400     MOVE 'N' TO HR-EOF-SW.
048500     OPEN INPUT LIVEFILE.
048600     PERFORM UNTIL HR-EOF
048700         READ LIVEFILE
048800             AT END
048900                 MOVE 'Y' TO HR-EOF-SW
049000             NOT AT END
049100                 PERFORM 3110-NOTE-RUN THRU 3110-EXIT
049200         END-READ
049300     END-PERFORM.
049400     CLOSE LIVEFILE.
049500     IF HR-SKIP
049600         GO TO 3100-EXIT
049700     END-IF.
049800     MOVE HR-F-RUNS(HR-FX) TO HR-ED-NUM.
049900     IF HR-RUN-CNT < HR-F-RUNS(HR-FX)
050000         MOVE ZERO TO HR-CUTOFF
050100         IF HR-NOTE = SPACES
050200             STRING 'FEWER THAN ' HR-ED-NUM ' RUNS ON FILE FOR '
050300                        DELIMITED BY SIZE
050400                    HR-F-READERS(HR-FX) DELIMITED BY '  '
050500                 INTO HR-NOTE
050600         END-IF
050700         GO TO 3100-EXIT
050800     END-IF.
050900     SORT HR-RUN DESCENDING KEY HR-RUN-DATE.
051000     IF HR-RUN-DATE(HR-F-RUNS(HR-FX)) < HR-CUTOFF
051100         MOVE HR-RUN-DATE(HR-F-RUNS(HR-FX)) TO HR-CUTOFF
051200         IF HR-NOTE = SPACES
051300             STRING 'CUTOFF HELD AT THE LAST ' HR-ED-NUM
051400                    ' RUNS FOR ' DELIMITED BY SIZE
051500                    HR-F-READERS(HR-FX) DELIMITED BY '  '
051600                 INTO HR-NOTE
051700         END-IF
051800     END-IF.
051900 3100-EXIT.
052000     EXIT.
052100
052200 3110-NOTE-RUN.
052300     PERFORM 3900-ROW-DATE THRU 3900-EXIT.
052400     IF HR-ROW-DATE = ZERO
052500         GO TO 3110-EXIT
052600     END-IF.
052700     MOVE ZERO TO HR-GX.
052800     PERFORM VARYING HR-IX FROM 1 BY 1
052900         UNTIL HR-IX > HR-RUN-CNT OR HR-GX NOT = ZERO
053000         IF HR-RUN-DATE(HR-IX) = HR-ROW-DATE
053100             MOVE HR-IX TO HR-GX
053200         END-IF
053300     END-PERFORM.
053400     IF HR-GX NOT = ZERO
053500         GO TO 3110-EXIT
053600     END-IF.
053700     IF HR-RUN-CNT >= 3000
053800         IF NOT HR-SKIP
053900             MOVE 'NOT ROLLED - OVER 3000 RUN DATES ON FILE'
054000                 TO HR-NOTE
054100             MOVE 'Y' TO HR-SKIP-SW
054200             MOVE 8 TO HR-RC
054300             PERFORM 8000-NOTE-RC THRU 8000-EXIT
054400         END-IF
054500         GO TO 3110-EXIT
054600     END-IF.
054700     ADD 1 TO HR-RUN-CNT.
054800     MOVE HR-ROW-DATE TO HR-RUN-DATE(HR-RUN-CNT).
054900 3110-EXIT.
055000     EXIT.
055100
055200*    THE LAST AGED ROW OF EACH KEY AND MONTH IS ITS SUMMARY ROW
055300 3200-SUMMARY-GROUPS.
055400     MOVE ZERO TO HR-GRP-CNT HR-SEQ.
055500     MOVE 'N' TO HR-EOF-SW.
055600     OPEN INPUT LIVEFILE.
055700     PERFORM UNTIL HR-EOF
055800         READ LIVEFILE
055900             AT END
056000                 MOVE 'Y' TO HR-EOF-SW
056100             NOT AT END
056200                 ADD 1 TO HR-SEQ
056300                 PERFORM 3900-ROW-DATE THRU 3900-EXIT
056400                 IF HR-ROW-DATE NOT = ZERO
056500                    AND HR-ROW-DATE < HR-CUTOFF
056600                     PERFORM 3210-NOTE-GROUP THRU 3210-EXIT
056700                 END-IF
056800         END-READ
056900     END-PERFORM.
057000     CLOSE LIVEFILE.
057100 3200-EXIT.
057200     EXIT.
057300
057400 3210-NOTE-GROUP.
057500     PERFORM 3800-FIND-GROUP THRU 3800-EXIT.
057600     IF HR-GX = ZERO
057700         IF HR-GRP-CNT >= 20000
057800             IF NOT HR-SKIP
057900                 MOVE 'NOT ROLLED - OVER 20000 SUMMARY GROUPS'
058000                     TO HR-NOTE
058100                 MOVE 'Y' TO HR-SKIP-SW
058200                 MOVE 8 TO HR-RC
058300                 PERFORM 8000-NOTE-RC THRU 8000-EXIT
058400             END-IF
058500             GO TO 3210-EXIT
058600         END-IF
058700         ADD 1 TO HR-GRP-CNT
058800         MOVE HR-GRP-CNT TO HR-GX
058900         MOVE HR-GKEY    TO HR-G-KEY(HR-GX)
059000         MOVE HR-GPERIOD TO HR-G-PERIOD(HR-GX)
059100     END-IF.
059200     MOVE HR-SEQ TO HR-G-LAST(HR-GX).
059300 3210-EXIT.
059400     EXIT.
059500
059600*    EVERY ROW KEEPS ITS PLACE: KEPT AND SUMMARY ROWS TO THE
059700*    NEW LIVE DATASET, AGED ROWS TO THE ARCHIVE GENERATION.
059800 3300-SPLIT.
059900     MOVE ZERO TO HR-SEQ HR-OLDEST HR-NEWEST.
060000     MOVE 'N' TO HR-EOF-SW HR-ARCH-OPEN-SW.
060100     OPEN INPUT LIVEFILE.
060200     OPEN OUTPUT NEWFILE.
060300     IF HR-N-STATUS NOT = '00'
060400         CLOSE LIVEFILE
060500         MOVE SPACES TO HR-NOTE
060600         STRING 'NOT ROLLED - ' HR-NEW-DSN DELIMITED BY SPACE
060700                ' NOT WRITABLE' DELIMITED BY SIZE
060800             INTO HR-NOTE
060900         MOVE 'Y' TO HR-SKIP-SW
061000         MOVE 8 TO HR-RC
061100         PERFORM 8000-NOTE-RC THRU 8000-EXIT
061200         GO TO 3300-EXIT
061300     END-IF.
061350     MOVE 'Y' TO HR-LN-NEW-SW.
061400     PERFORM 3310-ONE-ROW THRU 3310-EXIT
061500         UNTIL HR-EOF OR HR-SKIP.
061600     CLOSE LIVEFILE NEWFILE.
061700     IF HR-ARCH-OPEN
061800         CLOSE ARCHFILE
061900     END-IF.
062000 3300-EXIT.
062100     EXIT.
062200
062300 3310-ONE-ROW.
062400     READ LIVEFILE
062500         AT END
062600             MOVE 'Y' TO HR-EOF-SW
062700             GO TO 3310-EXIT
062800     END-READ.
062900     ADD 1 TO HR-SEQ HR-READ-CNT.
063000     PERFORM 3900-ROW-DATE THRU 3900-EXIT.
063100     IF HR-ROW-DATE = ZERO
063200         ADD 1 TO HR-UNDATED-CNT HR-KEPT-CNT
063300         WRITE NEWFILE-LINE FROM LIVEFILE-LINE
063400         GO TO 3310-EXIT
063500     END-IF.
063600     IF HR-ROW-DATE NOT < HR-CUTOFF
063700         ADD 1 TO HR-KEPT-CNT
063800         WRITE NEWFILE-LINE FROM LIVEFILE-LINE
063900         GO TO 3310-EXIT
064000     END-IF.
064100     IF NOT HR-ARCH-OPEN
064200         OPEN OUTPUT ARCHFILE
064300         IF HR-A-STATUS NOT = '00'
064400             MOVE SPACES TO HR-NOTE
064500             STRING 'NOT ROLLED - ' HR-ARCH-DSN DELIMITED BY SPACE
064600                    ' NOT WRITABLE' DELIMITED BY SIZE
064700                 INTO HR-NOTE
064800             MOVE 'Y' TO HR-SKIP-SW
064900             MOVE 8 TO HR-RC
065000             PERFORM 8000-NOTE-RC THRU 8000-EXIT
065100             GO TO 3310-EXIT
065200         END-IF
065300         MOVE 'Y' TO HR-ARCH-OPEN-SW
065350         MOVE 'Y' TO HR-LN-ARCH-SW
065400         MOVE HR-ROW-DATE TO HR-OLDEST HR-NEWEST
065500     END-IF.
065600     WRITE ARCHFILE-LINE FROM LIVEFILE-LINE.
065700     ADD 1 TO HR-MOVED-CNT.
065800     IF HR-ROW-DATE < HR-OLDEST
065900         MOVE HR-ROW-DATE TO HR-OLDEST
066000     END-IF.
066100     IF HR-ROW-DATE > HR-NEWEST
066200         MOVE HR-ROW-DATE TO HR-NEWEST
066300     END-IF.
066400     IF HR-SUMMARY
066500         PERFORM 3800-FIND-GROUP THRU 3800-EXIT
066600         IF HR-GX NOT = ZERO
066700             IF HR-G-LAST(HR-GX) = HR-SEQ
066800                 ADD 1 TO HR-SUMM-CNT HR-KEPT-CNT
066900                 WRITE NEWFILE-LINE FROM LIVEFILE-LINE
067000             END-IF
067100         END-IF
067200     END-IF.
067300 3310-EXIT.
067400     EXIT.
067500
067600*    BEFORE-IMAGE FIRST; THE LIVE DATASET IS ONLY REPLACED
067700*    WHEN ITS EVERY ROW IS SAFE ON <DSN>.BK.
067800 3400-SWAP.
067900     MOVE HR-LIVE-DSN TO FC-SRC.
068000     MOVE HR-BK-DSN TO FC-DST.
068100     CALL 'FILECOPY' USING FC-PARM.
068200     IF FC-STATUS NOT = 'G'
068300         MOVE SPACES TO HR-NOTE
068400         STRING 'NOT ROLLED - ' HR-BK-DSN DELIMITED BY SPACE
068500                ' NOT WRITABLE; LIVE UNTOUCHED'
068600                    DELIMITED BY SIZE
068700             INTO HR-NOTE
068800         MOVE 'Y' TO HR-SKIP-SW
068900         MOVE 8 TO HR-RC
069000         PERFORM 8000-NOTE-RC THRU 8000-EXIT
069100         GO TO 3400-EXIT
069200     END-IF.
069250     MOVE 'Y' TO HR-LN-BK-SW.
069300     MOVE HR-NEW-DSN TO FC-SRC.
069400     MOVE HR-LIVE-DSN TO FC-DST.
069500     CALL 'FILECOPY' USING FC-PARM.
069600     IF FC-STATUS NOT = 'G'
069700         MOVE SPACES TO HR-NOTE
069800         STRING 'SWAP FAILED - RECOVER FROM ' HR-BK-DSN
069900                    DELIMITED BY SPACE
070000             INTO HR-NOTE
070100         MOVE 'Y' TO HR-SKIP-SW
070200         MOVE 8 TO HR-RC
070300         PERFORM 8000-NOTE-RC THRU 8000-EXIT
070333     ELSE
070366         MOVE 'Y' TO HR-LN-SWAP-SW
070400     END-IF.
070500 3400-EXIT.
070600     EXIT.
070700
070800*    THE ARCHIVE GENERATION GOES ON RPTCAT (RETPURG ALWAYS
070900*    KEEPS WHAT IS CATALOGUED UNDER HISTROLL) AND THE
071000*    ROLLOVER ON ROLLLOG, WHERE READERS LOOK FOR OLDER ROWS.
071100 3500-RECORD.
071200     ADD 1 TO HR-ROLLED-CNT.
071300     ADD HR-MOVED-CNT TO HR-TOT-MOVED.
071400     MOVE HR-ARCH-DSN TO HR-CAT-DSN.
071500     MOVE HR-TS-DATE TO HR-CAT-DATE.
071600     MOVE 'HISTROLL' TO HR-CAT-PROGRAM.
071700     OPEN EXTEND RPTCAT.
071800     IF HR-C-STATUS = '00' OR HR-C-STATUS = '05'
071900         WRITE RPTCAT-LINE FROM HR-CAT-REC
071950         MOVE 'Y' TO HR-LN-CAT-SW
072000         CLOSE RPTCAT
072100     ELSE
072200         MOVE 'ARCHIVE NOT CATALOGUED - RPTCAT NOT USABLE'
072300             TO HR-NOTE
072400         MOVE 8 TO HR-RC
072500         PERFORM 8000-NOTE-RC THRU 8000-EXIT
072600     END-IF.
072700     MOVE SPACES TO RL-REC.
072800     MOVE HR-TS-DATE   TO RL-RUN-DATE.
072900     MOVE HR-TS-HHMMSS TO RL-RUN-TIME.
073000     MOVE HR-DSN       TO RL-DSN.
073100     MOVE HR-MODE      TO RL-MODE.
073200     MOVE HR-CUTOFF    TO RL-CUTOFF.
073300     MOVE HR-OLDEST    TO RL-OLDEST.
073400     MOVE HR-NEWEST    TO RL-NEWEST.
073500     MOVE HR-MOVED-CNT TO RL-MOVED.
073600     MOVE HR-SUMM-CNT  TO RL-SUMMARY.
073700     MOVE HR-KEPT-CNT  TO RL-KEPT.
073800     MOVE HR-ARCH-DSN  TO RL-ARCH-DSN.
073900     OPEN EXTEND ROLLLOG.
074000     IF HR-R-STATUS = '00' OR HR-R-STATUS = '05'
074100         WRITE ROLLLOG-LINE FROM RL-REC
074150         MOVE 'Y' TO HR-LN-LOG-SW
074200         CLOSE ROLLLOG
074300     ELSE
074400         MOVE 'ROLLOVER NOT RECORDED - ROLLLOG NOT USABLE'
074500             TO HR-NOTE
074600         MOVE 8 TO HR-RC
074700         PERFORM 8000-NOTE-RC THRU 8000-EXIT
074800     END-IF.
074900 3500-EXIT.
075000     EXIT.
075100
075200 3800-FIND-GROUP.
075300     MOVE SPACES TO HR-GKEY.
075400     MOVE LIVEFILE-LINE(HR-KEY-COL:HR-KEY-LEN) TO HR-GKEY.
075500     MOVE HR-ROW-DATE(1:6) TO HR-GPERIOD.
075600     MOVE ZERO TO HR-GX.
075700     PERFORM VARYING HR-IX FROM 1 BY 1
075800         UNTIL HR-IX > HR-GRP-CNT OR HR-GX NOT = ZERO
075900         IF HR-G-KEY(HR-IX) = HR-GKEY
076000            AND HR-G-PERIOD(HR-IX) = HR-GPERIOD
076100             MOVE HR-IX TO HR-GX
076200         END-IF
076300     END-PERFORM.
076400 3800-EXIT.
076500     EXIT.
076600
076700*    ZERO WHEN THE ROW CARRIES NO READABLE DATE AT DATE-COL
076800 3900-ROW-DATE.
076900     MOVE ZERO TO HR-ROW-DATE.
077000     IF LIVEFILE-LINE(HR-DATE-COL:8) IS NUMERIC
077100         MOVE LIVEFILE-LINE(HR-DATE-COL:8) TO HR-ROW-DATE
077200         IF HR-ROW-DATE(5:2) < '01' OR HR-ROW-DATE(5:2) > '12'
077300            OR HR-ROW-DATE(7:2) < '01'
077400            OR HR-ROW-DATE(7:2) > '31'
077500             MOVE ZERO TO HR-ROW-DATE
077600         END-IF
077700     END-IF.
077800 3900-EXIT.
077900     EXIT.
078000
078100 6000-TOTALS.
078200     MOVE SPACES TO HR-RPT-LINE.
078300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
078400     MOVE HR-POL-CNT TO HR-ED-CNT.
078500     MOVE SPACES TO HR-RPT-LINE.
078600     STRING 'POLICY ROWS          ' HR-ED-CNT
078700         DELIMITED BY SIZE INTO HR-RPT-LINE.
078800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
078900     MOVE HR-ROLLED-CNT TO HR-ED-CNT.
079000     MOVE SPACES TO HR-RPT-LINE.
079100     STRING 'HISTORIES ROLLED     ' HR-ED-CNT
079200         DELIMITED BY SIZE INTO HR-RPT-LINE.
079300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
079400     MOVE HR-TOT-MOVED TO HR-ED-CNT.
079500     MOVE SPACES TO HR-RPT-LINE.
079600     STRING 'ROWS ARCHIVED        ' HR-ED-CNT
079700         DELIMITED BY SIZE INTO HR-RPT-LINE.
079800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
079900     MOVE 'C' TO PF-OP.
080000     CALL 'PRINTFMT' USING PF-PARM.
080100     MOVE HR-ROLLED-CNT TO HR-ED-CNT.
080200     DISPLAY 'HISTROLL - ' HR-ED-CNT ' HISTORY(S) ROLLED, '
080300             'SEE ROLLRPT'.
080400 6000-EXIT.
080500     EXIT.
080600
080700 7000-REPORT-LINE.
080800     MOVE HR-DSN TO HR-D-DSN.
080900     MOVE HR-MODE TO HR-D-MODE.
081000     MOVE HR-KEEP TO HR-D-KEEP.
081100     IF HR-CUTOFF = ZERO
081200         MOVE SPACES TO HR-D-CUTOFF
081300     ELSE
081400         MOVE HR-CUTOFF TO HR-D-CUTOFF
081500     END-IF.
081600     MOVE HR-READ-CNT TO HR-D-READ.
081700     MOVE HR-MOVED-CNT TO HR-D-MOVED.
081800     MOVE HR-SUMM-CNT TO HR-D-SUMM.
081900     MOVE HR-KEPT-CNT TO HR-D-KEPT.
082000     MOVE HR-UNDATED-CNT TO HR-D-UNDATED.
082100     MOVE HR-DETAIL TO HR-RPT-LINE.
082200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
082300     IF HR-MOVED-CNT > ZERO
082400         MOVE SPACES TO HR-RPT-LINE
082500         STRING '             ARCHIVE ' HR-ARCH-DSN
082600             DELIMITED BY SIZE INTO HR-RPT-LINE
082700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
082800     END-IF.
082900     IF HR-NOTE NOT = SPACES
083000         MOVE SPACES TO HR-RPT-LINE
083100         STRING '             ' HR-NOTE
083200             DELIMITED BY SIZE INTO HR-RPT-LINE
083300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
083400     END-IF.
083500 7000-EXIT.
083600     EXIT.
083700
083800 7900-PRINT-LINE.
083900     MOVE HR-RPT-LINE TO PF-LINE.
084000     MOVE 'D' TO PF-OP.
084100     CALL 'PRINTFMT' USING PF-PARM.
084200 7900-EXIT.
084300     EXIT.
084400
084500*    THE WORST RETURN CODE OF THE RUN STANDS AT THE END
084600 8000-NOTE-RC.
084700     IF HR-RC > HR-WORST-RC
084800         MOVE HR-RC TO HR-WORST-RC
084900     END-IF.
085000 8000-EXIT.
085100     EXIT.
085200
085300 8100-POST-ALERT.
085400     MOVE SPACES TO AL-PARM.
085500     MOVE 'HISTROLL' TO AL-SOURCE.
085600     IF HR-WORST-RC > 4
085700         MOVE 'E' TO AL-SEVERITY
085800         MOVE 'HISTORY ROLLOVER INCOMPLETE - SEE ROLLRPT NOTES'
085900             TO AL-TEXT
086000     ELSE
086100         MOVE 'W' TO AL-SEVERITY
086200         MOVE 'HISTORY POLICY HELD FOR ITS READERS - SEE ROLLRPT'
086300             TO AL-TEXT
086400     END-IF.
086500     MOVE 'ROLLRPT' TO AL-DSN.
086600     CALL 'ALERTSVC' USING AL-PARM.
086700 8100-EXIT.
086800     EXIT.
086801
086802 8500-RECORD-LINEAGE.
086803*    ONCE AFTER EACH HISTORY IS ROLLED AND ONCE MORE AT THE END.
086804*    EVERY CALL CARRIES THE SAME START TIME, SO THE REGISTER SEES
086805*    ONE RUN; THE SWITCHES ARE CLEARED FOR THE NEXT HISTORY.  THE
086806*    LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
086807     MOVE RETURN-CODE   TO HR-SAVE-RC.
086808     MOVE 'HISTROLL'    TO LN-PROGRAM.
086809     MOVE HR-TS-HHMMSS  TO LN-START-TIME.
086810     MOVE ZERO          TO LN-CNT.
086811     IF HR-LN-POL-SW = 'Y'
086812         ADD 1 TO LN-CNT
086813         MOVE 'HISTPOLCY'   TO LN-DSN(LN-CNT)
086814         MOVE 'R'           TO LN-MODE(LN-CNT)
086815     END-IF.
086816     IF HR-LN-LIVE-SW = 'Y'
086817         ADD 1 TO LN-CNT
086818         MOVE HR-LIVE-DSN   TO LN-DSN(LN-CNT)
086819         MOVE 'R'           TO LN-MODE(LN-CNT)
086820     END-IF.
086821     IF HR-LN-NEW-SW = 'Y'
086822         ADD 1 TO LN-CNT
086823         MOVE HR-NEW-DSN    TO LN-DSN(LN-CNT)
086824         MOVE 'W'           TO LN-MODE(LN-CNT)
086825     END-IF.
086826     IF HR-LN-ARCH-SW = 'Y'
086827         ADD 1 TO LN-CNT
086828         MOVE HR-ARCH-DSN   TO LN-DSN(LN-CNT)
086829         MOVE 'W'           TO LN-MODE(LN-CNT)
086830     END-IF.
086831     IF HR-LN-BK-SW = 'Y'
086832         ADD 1 TO LN-CNT
086833         MOVE HR-BK-DSN     TO LN-DSN(LN-CNT)
086834         MOVE 'W'           TO LN-MODE(LN-CNT)
086835     END-IF.
086836     IF HR-LN-SWAP-SW = 'Y'
086837         ADD 1 TO LN-CNT
086838         MOVE HR-LIVE-DSN   TO LN-DSN(LN-CNT)
086839         MOVE 'W'           TO LN-MODE(LN-CNT)
086840     END-IF.
086841     IF HR-LN-CAT-SW = 'Y'
086842         ADD 1 TO LN-CNT
086843         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
086844         MOVE 'W'           TO LN-MODE(LN-CNT)
086845     END-IF.
086846     IF HR-LN-LOG-SW = 'Y'
086847         ADD 1 TO LN-CNT
086848         MOVE 'ROLLLOG'     TO LN-DSN(LN-CNT)
086849         MOVE 'W'           TO LN-MODE(LN-CNT)
086850     END-IF.
086851     CALL 'LINEAGE' USING LN-PARM.
086852     MOVE HR-SAVE-RC    TO RETURN-CODE.
086853     MOVE 'N' TO HR-LN-POL-SW HR-LN-LIVE-SW HR-LN-NEW-SW
086854                 HR-LN-ARCH-SW HR-LN-BK-SW HR-LN-SWAP-SW
086855                 HR-LN-CAT-SW HR-LN-LOG-SW.
086856 8500-EXIT.
086857     EXIT.
086900
087000 9999-EXIT.
087050     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
087100     STOP RUN.
