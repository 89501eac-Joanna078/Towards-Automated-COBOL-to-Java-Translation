000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROJCAL.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PROJCAL - PROJECTION CALIBRATION FOR THE 175C SCHEDULE       *
000900*  BATCH.  READS THE PROJPAIR PAIRINGS PROJVAR MADE OF 175C'S   *
001000*  PROJECTIONS AGAINST THE DISPATCH ACTUALS AND, OVER THE       *
001100*  TRAILING WINDOW OF THE NEWEST RUN DATES, WORKS OUT PER       *
001200*  SCHEDULE ROW THE BIAS (MEAN SIGNED ERROR, ACTUAL LESS        *
001300*  PROJECTED, ROUNDED TO A WHOLE POSITION) AND ITS SPREAD       *
001400*  (STANDARD DEVIATION).  THE RESULT IS A NEW CALIBRAT.G        *
001500*  <DATE><TIME> GENERATION BETWEEN THE STANDARD HDR/TRL         *
001600*  RECORDS, CATALOGUED ON RPTCAT, WHICH 175C APPLIES AS ITS     *
001700*  CORRECTION.  A ROW WITH FEWER PAIRINGS THAN THE MINIMUM IS   *
001800*  WRITTEN AS FEWPAIR - 175C LEAVES IT UNCORRECTED - AND IS     *
001900*  LISTED AS SUCH ON THE CALRPT REPORT.  A PAIRING MISSED BY    *
002000*  MORE THAN 9,999,999 POSITIONS IS NOT A BIAS BUT A BAD        *
002100*  PAIRING: IT IS LEFT OUT AND LISTED (RC 4).                   *
002200*  SYSIN: '[<RUN DATES> [<MINIMUM PAIRINGS>]]' - THE WINDOW,    *
002300*  2-25 RUN DATES (DEFAULT 20, WITHIN THE PROJHIST HISTORY      *
002400*  FLOOR), AND THE PAIRINGS A ROW NEEDS, 2-25 (DEFAULT 3).  A   *
002500*  BAD CARD IS RC 12.  A PROJPAIR WHOSE HEADER OR TRAILER DOES  *
002600*  NOT PROVE IS REFUSED - NO GENERATION, RC 8 AND AN ERROR      *
002700*  ALERT.  A PROJPAIR FROM A ONE-DATE PROJVAR RUN HOLDS NO      *
002800*  TRAILING WINDOW; IT IS USED BUT WARNED OF (RC 4).            *
002900*****************************************************************
003000*  MODIFICATION HISTORY                                         *
003100*  2026-10-15  OSG  NEW PROGRAM.                                *
003133*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003166*                   LINEAGE REGISTER AT END OF JOB.             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PROJPAIR ASSIGN TO PROJPAIR
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS PJ-P-STATUS.
003900     SELECT CALIBRAT ASSIGN USING PJ-GEN-DSN
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS PJ-G-STATUS.
004200     SELECT OPTIONAL RPTCAT ASSIGN TO RPTCAT
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS PJ-C-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PROJPAIR.
004800 01  PROJPAIR-LINE            PIC X(60).
004900 FD  CALIBRAT.
005000 01  CALIBRAT-LINE            PIC X(60).
005100 FD  RPTCAT.
005200 01  RPTCAT-LINE              PIC X(60).
005300 WORKING-STORAGE SECTION.
005400 77  PJ-P-STATUS              PIC X(02).
005500 77  PJ-G-STATUS              PIC X(02).
005600 77  PJ-C-STATUS              PIC X(02).
005700 77  PJ-EOF-SW                PIC X(01) VALUE 'N'.
005800     88  PJ-EOF                          VALUE 'Y'.
005900 77  PJ-HDR-SW                PIC X(01) VALUE 'N'.
006000 77  PJ-TRL-SW                PIC X(01) VALUE 'N'.
006100 77  PJ-TRL-CNT               PIC 9(09) VALUE ZERO.
006200 77  PJ-PAIR-CNT              PIC 9(05) COMP VALUE ZERO.
006300 77  PJ-DATE-CNT              PIC 9(05) COMP VALUE ZERO.
006400 77  PJ-IX                    PIC 9(05) COMP.
006500 77  PJ-JX                    PIC 9(05) COMP.
006600 77  PJ-WINDOW                PIC 9(02) VALUE 20.
006700 77  PJ-MIN-PAIRS             PIC 9(02) VALUE 3.
006800 77  PJ-USE-DATES             PIC 9(02).
006900 77  PJ-ROW-CNT               PIC 9(07) COMP VALUE ZERO.
007000 77  PJ-CALIB-CNT             PIC 9(07) COMP VALUE ZERO.
007100 77  PJ-FEW-CNT               PIC 9(07) COMP VALUE ZERO.
007200 77  PJ-WILD-CNT              PIC 9(07) COMP VALUE ZERO.
007300 77  PJ-WORST-RC              PIC 9(04) VALUE ZERO.
007320 77  PJ-LN-PAIR-SW            PIC X(01) VALUE 'N'.
007340 77  PJ-LN-GEN-SW             PIC X(01) VALUE 'N'.
007360 77  PJ-LN-CAT-SW             PIC X(01) VALUE 'N'.
007380 77  PJ-SAVE-RC               PIC S9(04) COMP.
007400 01  PJ-TODAY                 PIC 9(08).
007500 01  PJ-CARD                  PIC X(80).
007600 01  PJ-TOK1                  PIC X(10).
007700 01  PJ-TOK2                  PIC X(10).
007800 01  PJ-TOK3                  PIC X(10).
007900 01  PJ-REASON                PIC X(30).
008000 01  PJ-GEN-DSN               PIC X(30) VALUE SPACES.
008100 01  PJ-PAIR-INPUT            PIC X(20).
008200*    THE OLDEST AND NEWEST RUN DATES INSIDE THE WINDOW
008300 01  PJ-CUTOFF                PIC 9(08) VALUE ZERO.
008400 01  PJ-NEWEST                PIC 9(08) VALUE ZERO.
008500 01  PJ-DIFF                  PIC S9(18).
008600 01  PJ-PAIR-TBL.
008700     05  PJ-PAIR OCCURS 1 TO 2000
008800             DEPENDING ON PJ-PAIR-CNT.
008900         10  PJ-P-ROW         PIC 9(09).
009000         10  PJ-P-DATE        PIC 9(08).
009100         10  PJ-P-ERR         PIC S9(09).
009200         10  PJ-P-WILD        PIC X(01).
009300 01  PJ-DATE-TBL.
009400     05  PJ-DATE OCCURS 1 TO 2000
009500             DEPENDING ON PJ-DATE-CNT
009600                              PIC 9(08).
009700*    ONE SCHEDULE ROW WHILE IT IS IN HAND
009800 01  PJ-CUR-ROW               PIC 9(09).
009900 01  PJ-N                     PIC 9(05).
010000 01  PJ-SUM                   PIC S9(15).
010100 01  PJ-SUMSQ                 PIC 9(18).
010200 01  PJ-VAR                   PIC 9(15)V99.
010300 01  PJ-SDEV                  PIC 9(09)V99.
010400 01  PJ-CAT-REC.
010500     05  PJ-R-DSN             PIC X(30).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  PJ-R-DATE            PIC 9(08).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  PJ-R-PROGRAM         PIC X(12).
011000 01  PJ-RPT-LINE              PIC X(100).
011100 01  PJ-ED-ROW                PIC Z(08)9.
011200 01  PJ-ED-PAIRS              PIC Z(03)9.
011300 01  PJ-ED-BIAS               PIC -(09)9.
011400 01  PJ-ED-SDEV               PIC Z(08)9.99.
011500 01  PJ-ED-CNT                PIC Z(06)9.
011510 01  PJ-ED-MIN                PIC Z9.
011600 COPY PROJPRRC.
011700 COPY CALIBRC.
011800 COPY BATCHDPM.
011900 COPY RPTHDTRL.
012000 COPY PRINTFPM.
012100 COPY ALERTPM.
012150 COPY LINEAGPM.
012200 PROCEDURE DIVISION.
012300*****************************************************************
012400*  0000-MAINLINE - LOAD AND PROVE PROJPAIR, FIX THE WINDOW,     *
012500*  THEN ONE CALIBRATION ROW PER SCHEDULE ROW.                   *
012600*****************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 2000-LOAD-PAIR THRU 2000-EXIT
013000         UNTIL PJ-EOF.
013100     CLOSE PROJPAIR.
013200     PERFORM 3000-PROVE THRU 3000-EXIT.
013300     PERFORM 3500-WINDOW THRU 3500-EXIT.
013400     IF PJ-PAIR-CNT > 1
013500         SORT PJ-PAIR ASCENDING KEY PJ-P-ROW PJ-P-DATE
013600     END-IF.
013700     PERFORM 4000-CALIBRATE THRU 4000-EXIT.
013800     IF PJ-WORST-RC NOT = ZERO
013900         PERFORM 8100-POST-ALERT THRU 8100-EXIT
014000         MOVE PJ-WORST-RC TO RETURN-CODE
014100     END-IF.
014200     GO TO 9999-EXIT.
014300
014400 1000-INITIALIZE.
014500     ACCEPT PJ-TODAY FROM DATE YYYYMMDD.
014600     ACCEPT HT-TS-TIME FROM TIME.
014700     MOVE PJ-TODAY TO BD-DATE.
014800     CALL 'BATCHDT' USING BD-PARM
014900         ON EXCEPTION
015000             MOVE PJ-TODAY TO BD-DATE
015100     END-CALL.
015200     MOVE BD-DATE TO PJ-TODAY.
015300     MOVE SPACES TO PJ-CARD PJ-TOK1 PJ-TOK2 PJ-TOK3.
015400     ACCEPT PJ-CARD
015500         ON EXCEPTION
015600             MOVE SPACES TO PJ-CARD
015700     END-ACCEPT.
015800     UNSTRING PJ-CARD DELIMITED BY ALL SPACE
015900         INTO PJ-TOK1 PJ-TOK2 PJ-TOK3.
016000     IF PJ-TOK3 NOT = SPACES
016100         DISPLAY 'PROJCAL CARD REJECTED: ' PJ-CARD(1:40)
016200         MOVE 12 TO RETURN-CODE
016300         GO TO 9999-EXIT
016400     END-IF.
016500     IF PJ-TOK1 NOT = SPACES
016600         IF FUNCTION TRIM(PJ-TOK1) IS NOT NUMERIC
016700            OR FUNCTION NUMVAL(PJ-TOK1) < 2
016800            OR FUNCTION NUMVAL(PJ-TOK1) > 25
016900             DISPLAY 'PROJCAL WINDOW MUST BE 2-25 RUN DATES: '
017000                     PJ-TOK1
017100             MOVE 12 TO RETURN-CODE
017200             GO TO 9999-EXIT
017300         END-IF
017400         MOVE FUNCTION NUMVAL(PJ-TOK1) TO PJ-WINDOW
017500     END-IF.
017600     IF PJ-TOK2 NOT = SPACES
017700         IF FUNCTION TRIM(PJ-TOK2) IS NOT NUMERIC
017800            OR FUNCTION NUMVAL(PJ-TOK2) < 2
017900            OR FUNCTION NUMVAL(PJ-TOK2) > 25
018000             DISPLAY 'PROJCAL MINIMUM PAIRINGS MUST BE 2-25: '
018100                     PJ-TOK2
018200             MOVE 12 TO RETURN-CODE
018300             GO TO 9999-EXIT
018400         END-IF
018500         MOVE FUNCTION NUMVAL(PJ-TOK2) TO PJ-MIN-PAIRS
018600     END-IF.
018700     OPEN INPUT PROJPAIR.
018800     IF PJ-P-STATUS NOT = '00'
018900         DISPLAY 'PROJPAIR NOT AVAILABLE, STATUS ' PJ-P-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 9999-EXIT
019200     END-IF.
019250     MOVE 'Y' TO PJ-LN-PAIR-SW.
019300 1000-EXIT.
019400     EXIT.
019500
019600 2000-LOAD-PAIR.
019700     READ PROJPAIR
019800         AT END
019900             MOVE 'Y' TO PJ-EOF-SW
020000             GO TO 2000-EXIT
020100     END-READ.
020200     EVALUATE TRUE
020300         WHEN PROJPAIR-LINE(1:4) = 'HDR '
020400             MOVE PROJPAIR-LINE TO HT-HEADER
020500             MOVE HT-H-INPUT TO PJ-PAIR-INPUT
020600             MOVE 'Y' TO PJ-HDR-SW
020700         WHEN PROJPAIR-LINE(1:4) = 'TRL '
020800             MOVE PROJPAIR-LINE TO HT-TRAILER
020900             IF HT-T-COUNT IS NUMERIC
021000                 MOVE HT-T-COUNT TO PJ-TRL-CNT
021100                 MOVE 'Y' TO PJ-TRL-SW
021200             END-IF
021300         WHEN OTHER
021400             PERFORM 2100-ONE-PAIR THRU 2100-EXIT
021500     END-EVALUATE.
021600 2000-EXIT.
021700     EXIT.
021800
021900 2100-ONE-PAIR.
022000     IF PJ-PAIR-CNT >= 2000
022100         DISPLAY 'PROJPAIR EXCEEDS THE 2000-PAIR TABLE - '
022200                 'RUN ABANDONED'
022300         MOVE 16 TO RETURN-CODE
022400         GO TO 9999-EXIT
022500     END-IF.
022600     MOVE PROJPAIR-LINE TO PP-REC.
022700     ADD 1 TO PJ-PAIR-CNT.
022800     MOVE PP-ROW  TO PJ-P-ROW(PJ-PAIR-CNT).
022900     MOVE PP-DATE TO PJ-P-DATE(PJ-PAIR-CNT).
023000     MOVE 'N'     TO PJ-P-WILD(PJ-PAIR-CNT).
023100     COMPUTE PJ-DIFF = PP-ACT - PP-PROJ.
023200     IF PJ-DIFF > 9999999 OR PJ-DIFF < -9999999
023300         MOVE 'Y' TO PJ-P-WILD(PJ-PAIR-CNT)
023400         MOVE ZERO TO PJ-P-ERR(PJ-PAIR-CNT)
023500     ELSE
023600         MOVE PJ-DIFF TO PJ-P-ERR(PJ-PAIR-CNT)
023700     END-IF.
023800     PERFORM VARYING PJ-IX FROM 1 BY 1
023900         UNTIL PJ-IX > PJ-DATE-CNT
024000            OR PJ-DATE(PJ-IX) = PP-DATE
024100         CONTINUE
024200     END-PERFORM.
024300     IF PJ-IX > PJ-DATE-CNT
024400         ADD 1 TO PJ-DATE-CNT
024500         MOVE PP-DATE TO PJ-DATE(PJ-DATE-CNT)
024600     END-IF.
024700 2100-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*  3000-PROVE - THE HANDOVER MUST BE PROJVAR'S, COMPLETE, AND   *
025200*  HOLD AS MANY PAIRINGS AS ITS TRAILER SAYS.                   *
025300*****************************************************************
025400 3000-PROVE.
025500     IF PJ-HDR-SW = 'N' OR PJ-TRL-SW = 'N'
025600         DISPLAY 'PROJPAIR INCOMPLETE - HEADER ' PJ-HDR-SW
025700                 ' TRAILER ' PJ-TRL-SW
025800         MOVE 'PROJPAIR INCOMPLETE' TO PJ-REASON
025900         GO TO 8000-REFUSE
026000     END-IF.
026100     IF HT-H-PROGRAM NOT = 'PROJVAR'
026200         DISPLAY 'PROJPAIR WRITTEN BY ' HT-H-PROGRAM
026300         MOVE 'PROJPAIR NOT FROM PROJVAR' TO PJ-REASON
026400         GO TO 8000-REFUSE
026500     END-IF.
026600     IF PJ-PAIR-CNT NOT = PJ-TRL-CNT
026700         MOVE PJ-PAIR-CNT TO PJ-ED-CNT
026800         DISPLAY 'PROJPAIR PAIRINGS READ ' PJ-ED-CNT
026900                 ' - TRAILER COUNT ' PJ-TRL-CNT
027000         MOVE 'TRAILER COUNT DISAGREES' TO PJ-REASON
027100         GO TO 8000-REFUSE
027200     END-IF.
027300     IF PJ-PAIR-INPUT NOT = 'PROJHIST ALL'
027400         DISPLAY 'PROJPAIR COVERS ' PJ-PAIR-INPUT
027500                 ' ONLY - NO TRAILING WINDOW'
027600         MOVE 4 TO PJ-WORST-RC
027700     END-IF.
027800 3000-EXIT.
027900     EXIT.
028000
028100*    THE NEWEST RUN DATES ON PROJPAIR, AS MANY AS THE WINDOW
028200*    TAKES; PAIRINGS OLDER THAN THE LAST OF THEM ARE NOT USED
028300 3500-WINDOW.
028400     IF PJ-DATE-CNT = ZERO
028500         GO TO 3500-EXIT
028600     END-IF.
028700     IF PJ-DATE-CNT > 1
028800         SORT PJ-DATE DESCENDING
028900     END-IF.
029000     IF PJ-DATE-CNT < PJ-WINDOW
029100         MOVE PJ-DATE-CNT TO PJ-USE-DATES
029200     ELSE
029300         MOVE PJ-WINDOW TO PJ-USE-DATES
029400     END-IF.
029500     MOVE PJ-DATE(1) TO PJ-NEWEST.
029600     MOVE PJ-DATE(PJ-USE-DATES) TO PJ-CUTOFF.
029700     DISPLAY 'CALIBRATION WINDOW ' PJ-CUTOFF ' TO ' PJ-NEWEST
029800             ', ' PJ-USE-DATES ' RUN DATE(S)'.
029900 3500-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300*  4000-CALIBRATE - THE NEW CALIBRAT GENERATION AND THE CALRPT  *
030400*  REPORT, ONE LINE EACH PER SCHEDULE ROW.                      *
030500*****************************************************************
030600 4000-CALIBRATE.
030700     IF PJ-DATE-CNT = ZERO
030800         DISPLAY 'PROJPAIR HOLDS NO PAIRINGS - NO CALIBRATION '
030900                 'GENERATION WRITTEN'
031000         MOVE 4 TO PJ-WORST-RC
031100         GO TO 4000-EXIT
031200     END-IF.
031300     MOVE SPACES TO PJ-GEN-DSN.
031400     STRING 'CALIBRAT.G' PJ-TODAY HT-TS-HHMMSS
031500         DELIMITED BY SIZE INTO PJ-GEN-DSN.
031600     OPEN OUTPUT CALIBRAT.
031700     IF PJ-G-STATUS NOT = '00'
031800         DISPLAY 'CALIBRAT GENERATION ' PJ-GEN-DSN
031900                 ' NOT USABLE, STATUS ' PJ-G-STATUS
032000         MOVE 16 TO RETURN-CODE
032100         GO TO 9999-EXIT
032200     END-IF.
032250     MOVE 'Y' TO PJ-LN-GEN-SW.
032300     MOVE PJ-TODAY     TO HT-H-DATE.
032400     MOVE HT-TS-HHMMSS TO HT-H-TIME.
032500     MOVE 'PROJCAL'    TO HT-H-PROGRAM.
032600     MOVE 'PROJPAIR'   TO HT-H-INPUT.
032700     WRITE CALIBRAT-LINE FROM HT-HEADER.
032800     MOVE 'I' TO PF-OP.
032900     MOVE 'CALRPT' TO PF-DSN.
033000     MOVE SPACES TO PF-TITLE.
033100     STRING 'PROJECTION CALIBRATION ' PJ-CUTOFF '-' PJ-NEWEST
033200         DELIMITED BY SIZE INTO PF-TITLE.
033300     MOVE 'SCHEDULE ROW  PAIRS        BIAS        SPREAD  STATUS'
033400         TO PF-HEADING.
033500     MOVE ZERO TO PF-PAGE-SIZE.
033600     CALL 'PRINTFMT' USING PF-PARM.
033700     IF PF-STATUS NOT = 'G'
033800         DISPLAY 'CALRPT DATASET NOT USABLE'
033900         MOVE 16 TO RETURN-CODE
034000         GO TO 9999-EXIT
034100     END-IF.
034200     MOVE ZERO TO PJ-CUR-ROW.
034300     PERFORM 4100-ONE-PAIR THRU 4100-EXIT
034400         VARYING PJ-IX FROM 1 BY 1
034500         UNTIL PJ-IX > PJ-PAIR-CNT.
034600     PERFORM 4500-END-ROW THRU 4500-EXIT.
034700     MOVE PJ-ROW-CNT TO HT-T-COUNT.
034800     WRITE CALIBRAT-LINE FROM HT-TRAILER.
034900     CLOSE CALIBRAT.
035000     PERFORM 5000-TOTALS THRU 5000-EXIT.
035100     MOVE 'C' TO PF-OP.
035200     CALL 'PRINTFMT' USING PF-PARM.
035300     PERFORM 6000-CATALOGUE THRU 6000-EXIT.
035400 4000-EXIT.
035500     EXIT.
035600
035700 4100-ONE-PAIR.
035800     IF PJ-P-DATE(PJ-IX) < PJ-CUTOFF
035900         GO TO 4100-EXIT
036000     END-IF.
036100     IF PJ-P-ROW(PJ-IX) NOT = PJ-CUR-ROW
036200         PERFORM 4500-END-ROW THRU 4500-EXIT
036300         MOVE PJ-P-ROW(PJ-IX) TO PJ-CUR-ROW
036400         MOVE ZERO TO PJ-N PJ-SUM PJ-SUMSQ
036500     END-IF.
036600     IF PJ-P-WILD(PJ-IX) = 'Y'
036700         ADD 1 TO PJ-WILD-CNT
036800         MOVE 4 TO PJ-WORST-RC
036900         MOVE PJ-P-ROW(PJ-IX) TO PJ-ED-ROW
037000         MOVE SPACES TO PJ-RPT-LINE
037100         STRING '   ' PJ-ED-ROW '  RUN ' PJ-P-DATE(PJ-IX)
037200                ' PAIRING LEFT OUT - MISSED BY OVER 9,999,999'
037300             DELIMITED BY SIZE INTO PJ-RPT-LINE
037400         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
037500         GO TO 4100-EXIT
037600     END-IF.
037700     ADD 1 TO PJ-N.
037800     ADD PJ-P-ERR(PJ-IX) TO PJ-SUM.
037900     COMPUTE PJ-SUMSQ = PJ-SUMSQ
038000                      + PJ-P-ERR(PJ-IX) * PJ-P-ERR(PJ-IX).
038100 4100-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*  4500-END-ROW - BIAS AND SPREAD FOR THE ROW IN HAND.  TOO FEW *
038600*  PAIRINGS IS STILL WRITTEN, MARKED FEWPAIR, SO 175C KNOWS THE *
038700*  ROW WAS LOOKED AT AND LEFT UNCORRECTED.                      *
038800*****************************************************************
038900 4500-END-ROW.
039000     IF PJ-CUR-ROW = ZERO
039100         GO TO 4500-EXIT
039200     END-IF.
039300     MOVE SPACES TO CI-REC.
039400     MOVE PJ-CUR-ROW TO CI-ROW.
039500     MOVE PJ-N       TO CI-PAIRS.
039600     MOVE ZERO TO CI-BIAS CI-SPREAD.
039700     IF PJ-N > ZERO
039800         COMPUTE CI-BIAS ROUNDED = PJ-SUM / PJ-N
039900         COMPUTE PJ-VAR ROUNDED =
040000             (PJ-SUMSQ - (PJ-SUM * PJ-SUM / PJ-N)) / PJ-N
040100         COMPUTE PJ-SDEV ROUNDED = FUNCTION SQRT(PJ-VAR)
040200         MOVE PJ-SDEV TO CI-SPREAD
040300     END-IF.
040400     IF PJ-N < PJ-MIN-PAIRS
040500         MOVE 'FEWPAIR' TO CI-STATUS
040600         ADD 1 TO PJ-FEW-CNT
040700     ELSE
040800         MOVE 'CALIB' TO CI-STATUS
040900         ADD 1 TO PJ-CALIB-CNT
041000     END-IF.
041100     WRITE CALIBRAT-LINE FROM CI-REC.
041200     ADD 1 TO PJ-ROW-CNT.
041300     MOVE PJ-CUR-ROW TO PJ-ED-ROW.
041400     MOVE PJ-N       TO PJ-ED-PAIRS.
041500     MOVE CI-BIAS    TO PJ-ED-BIAS.
041600     MOVE CI-SPREAD  TO PJ-ED-SDEV.
041700     MOVE SPACES TO PJ-RPT-LINE.
041800     IF CI-CALIBRATED
041900         STRING '   ' PJ-ED-ROW '   ' PJ-ED-PAIRS '  '
042000                PJ-ED-BIAS '  ' PJ-ED-SDEV '  CALIBRATED'
042100             DELIMITED BY SIZE INTO PJ-RPT-LINE
042200     ELSE
042300         STRING '   ' PJ-ED-ROW '   ' PJ-ED-PAIRS '  '
042400                PJ-ED-BIAS '  ' PJ-ED-SDEV
042500                '  UNCORRECTED - TOO FEW PAIRINGS'
042600             DELIMITED BY SIZE INTO PJ-RPT-LINE
042700     END-IF.
042800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
042900 4500-EXIT.
043000     EXIT.
043100
043200 5000-TOTALS.
043300     MOVE SPACES TO PJ-RPT-LINE.
043400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
043500     MOVE PJ-CALIB-CNT TO PJ-ED-CNT.
043600     MOVE SPACES TO PJ-RPT-LINE.
043700     STRING 'ROWS CALIBRATED          ' PJ-ED-CNT
043800         DELIMITED BY SIZE INTO PJ-RPT-LINE.
043900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
044000     MOVE PJ-FEW-CNT TO PJ-ED-CNT.
044100     MOVE PJ-MIN-PAIRS TO PJ-ED-MIN.
044200     MOVE SPACES TO PJ-RPT-LINE.
044300     STRING 'ROWS UNCORRECTED         ' PJ-ED-CNT
044400            '  (FEWER THAN ' PJ-ED-MIN ' PAIRINGS)'
044500         DELIMITED BY SIZE INTO PJ-RPT-LINE.
044600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
044700     MOVE PJ-WILD-CNT TO PJ-ED-CNT.
044800     MOVE SPACES TO PJ-RPT-LINE.
044900     STRING 'PAIRINGS LEFT OUT        ' PJ-ED-CNT
045000         DELIMITED BY SIZE INTO PJ-RPT-LINE.
045100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
045200     MOVE SPACES TO PJ-RPT-LINE.
045300     STRING 'GENERATION WRITTEN       ' PJ-GEN-DSN
045400         DELIMITED BY SIZE INTO PJ-RPT-LINE.
045500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
045600     DISPLAY 'PROJCAL GENERATION ' PJ-GEN-DSN.
045700     MOVE PJ-CALIB-CNT TO PJ-ED-CNT.
045800     DISPLAY 'PROJCAL ROWS CALIBRATED  ' PJ-ED-CNT.
045900     MOVE PJ-FEW-CNT TO PJ-ED-CNT.
046000     DISPLAY 'PROJCAL ROWS UNCORRECTED ' PJ-ED-CNT.
046100 5000-EXIT.
046200     EXIT.
046300
046400*    175C FINDS ITS CALIBRATION THROUGH THE CATALOGUE, SO A
046500*    GENERATION THAT CANNOT BE CATALOGUED IS A WARNING
046600 6000-CATALOGUE.
046700     MOVE PJ-GEN-DSN TO PJ-R-DSN.
046800     MOVE PJ-TODAY   TO PJ-R-DATE.
046900     MOVE 'PROJCAL'  TO PJ-R-PROGRAM.
047000     OPEN EXTEND RPTCAT.
047100     IF PJ-C-STATUS = '00' OR PJ-C-STATUS = '05'
047200         WRITE RPTCAT-LINE FROM PJ-CAT-REC
047250         MOVE 'Y' TO PJ-LN-CAT-SW
047300         CLOSE RPTCAT
047400     ELSE
047500         DISPLAY 'RPTCAT NOT USABLE, STATUS ' PJ-C-STATUS
047600                 ' - ' PJ-GEN-DSN ' NOT CATALOGUED'
047700         MOVE 4 TO PJ-WORST-RC
047800     END-IF.
047900 6000-EXIT.
048000     EXIT.
048100
048200 7900-PRINT-LINE.
048300     MOVE PJ-RPT-LINE TO PF-LINE.
048400     MOVE 'D' TO PF-OP.
048500     CALL 'PRINTFMT' USING PF-PARM.
048600 7900-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*  8000-REFUSE - PROJPAIR DOES NOT PROVE: NO GENERATION AT ALL, *
049100*  SO 175C CARRIES ON WITH THE CALIBRATION IT ALREADY HAS.      *
049200*****************************************************************
049300 8000-REFUSE.
049400     DISPLAY 'NO CALIBRATION GENERATION WRITTEN - ' PJ-REASON.
049500     MOVE SPACES TO AL-PARM.
049600     MOVE 'PROJCAL' TO AL-SOURCE.
049700     MOVE 'E' TO AL-SEVERITY.
049800     MOVE 'PROJPAIR' TO AL-DSN.
049900     STRING 'NO CALIBRATION WRITTEN - ' PJ-REASON
050000         DELIMITED BY SIZE INTO AL-TEXT.
050100     CALL 'ALERTSVC' USING AL-PARM.
050200     MOVE 8 TO RETURN-CODE.
050300     GO TO 9999-EXIT.
050400
050500 8100-POST-ALERT.
050600     MOVE SPACES TO AL-PARM.
050700     MOVE 'PROJCAL' TO AL-SOURCE.
050800     MOVE 'W' TO AL-SEVERITY.
050900     MOVE 'CALRPT' TO AL-DSN.
051000     MOVE 'PROJECTION CALIBRATION WARNINGS - SEE SYSOUT'
051100         TO AL-TEXT.
051200     CALL 'ALERTSVC' USING AL-PARM.
051300 8100-EXIT.
051400     EXIT.
051403
051406 8500-RECORD-LINEAGE.
051409*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
051412*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
051415*    RETURN-CODE, SO IT IS PUT BACK.
051418     MOVE RETURN-CODE   TO PJ-SAVE-RC.
051421     MOVE 'PROJCAL'     TO LN-PROGRAM.
051424     MOVE HT-TS-HHMMSS  TO LN-START-TIME.
051427     MOVE ZERO          TO LN-CNT.
051430     IF PJ-LN-PAIR-SW = 'Y'
051433         ADD 1 TO LN-CNT
051436         MOVE 'PROJPAIR'    TO LN-DSN(LN-CNT)
051439         MOVE 'R'           TO LN-MODE(LN-CNT)
051442     END-IF.
051445     IF PJ-LN-GEN-SW = 'Y'
051448         ADD 1 TO LN-CNT
051451         MOVE PJ-GEN-DSN    TO LN-DSN(LN-CNT)
051454         MOVE 'W'           TO LN-MODE(LN-CNT)
051457     END-IF.
051460     IF PJ-LN-CAT-SW = 'Y'
051463         ADD 1 TO LN-CNT
051466         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
051469         MOVE 'W'           TO LN-MODE(LN-CNT)
051472     END-IF.
051475     CALL 'LINEAGE' USING LN-PARM.
051478     MOVE PJ-SAVE-RC    TO RETURN-CODE.
051481 8500-EXIT.
051484     EXIT.
051500
051600 9999-EXIT.
051650     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
051700     STOP RUN.
