001400*  PAIRING TO ONE RUN DATE (BLANK = EVERYTHING ON FILE).        *
001500*  UNPAIRED RECORDS ON EITHER SIDE ARE COUNTED SO THE DESK      *
001600*  SEES HOW COMPLETE THE FEED IS.                               *
001610*  EVERY PAIRING IS ALSO HANDED ON TO PROJPAIR (PROJECTED AND   *
001620*  ACTUAL, BETWEEN THE STANDARD HDR/TRL RECORDS) FOR THE        *
001630*  PROJCAL CALIBRATION RUN.  THE HEADER'S INPUT FIELD SAYS      *
001640*  WHETHER THE PAIRING COVERED ALL DATES OR ONE.                *
001700*****************************************************************
001800*  MODIFICATION HISTORY                                         *
001900*  2026-09-01  OSG  NEW PROGRAM.                                *
001910*  2026-10-15  OSG  COMPLETION RECORD ON JOBLOG; RECORDS-IN IS  *
001920*                   THE PROJHIST ROWS OF THE NEWEST RUN DATE,   *
001930*                   THE HAND-OFF BALANCED AGAINST 175C.         *
001940*  2026-10-15  OSG  PAIRINGS HANDED ON TO PROJPAIR FOR PROJCAL; *
001950*                   PROJHIST RECORD WIDENED BY 175C'S           *
001960*                   CALIBRATION FIELDS.                         *
001970*  2026-10-15  OSG  PROJHIST, ACTUALS, VARRPT AND PROJPAIR      *
001980*                   RECORDED ON THE LINEAGE REGISTER AT END OF  *
001990*                   JOB.                                        *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003000     SELECT VARRPT ASSIGN TO VARRPT
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS PV-R-STATUS.
003210     SELECT PROJPAIR ASSIGN TO PROJPAIR
003220         ORGANIZATION LINE SEQUENTIAL
003230         FILE STATUS PV-Q-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PROJHIST.
003600 01  PROJHIST-LINE            PIC X(80).
003700 FD  ACTUALS.
003800 01  ACTUALS-LINE             PIC X(36).
003900 FD  VARRPT.
004000 01  VARRPT-LINE              PIC X(100).
004010 FD  PROJPAIR.
004020 01  PROJPAIR-LINE            PIC X(60).
004100 WORKING-STORAGE SECTION.
004200 77  PV-P-STATUS              PIC X(02).
004300 77  PV-A-STATUS              PIC X(02).
004400 77  PV-R-STATUS              PIC X(02).
004410 77  PV-Q-STATUS              PIC X(02).
004420 77  PV-PP-CNT                PIC 9(09) VALUE ZERO.
004500 77  PV-EOF-SW                PIC X(01).
004600     88  PV-EOF                          VALUE 'Y'.
004700 77  PV-DATE-X                PIC X(08) VALUE SPACES.
005300 77  PV-JX                    PIC 9(04) COMP.
005400 77  PV-HIT                   PIC 9(04) COMP.
005500 77  PV-BEST-VAR              PIC 9(17).
005510 77  PV-NEW-DATE              PIC 9(08) VALUE ZERO.
005520 77  PV-NEW-CNT               PIC 9(09) COMP VALUE ZERO.
005530 77  PV-RECS-OUT              PIC 9(09) COMP VALUE ZERO.
005540 77  PV-SAVE-RC               PIC S9(04) COMP.
005600 01  PV-IN-REC.
005700     05  PV-IN-DATE           PIC 9(08).
005800     05  FILLER               PIC X(01).
007000 01  PV-ED-VAR                PIC Z(16)9.
007100 01  PV-ED-VAL                PIC Z(16)9.
007200 01  PV-ED-CNT                PIC Z(04)9.
007210 01  PV-TIMESTAMP.
007220     05  PV-TS-DATE           PIC 9(08).
007230     05  PV-TS-TIME.
007240         07  PV-TS-HHMMSS     PIC 9(06).
007250         07  FILLER           PIC 9(02).
007253 COPY PROJPRRC.
007256 COPY RPTHDTRL.
007260 COPY JOBLOGPM.
007280 COPY LINEAGPM.
007300 PROCEDURE DIVISION.
007400*****************************************************************
007500*  0000-MAINLINE - LOAD PROJECTIONS, PAIR ACTUALS, REPORT.      *
007600*****************************************************************
007700 0000-MAINLINE.
007710     ACCEPT PV-TS-DATE FROM DATE YYYYMMDD.
007720     ACCEPT PV-TS-TIME FROM TIME.
007800     ACCEPT PV-DATE-X
007900         ON EXCEPTION
008000             MOVE SPACES TO PV-DATE-X
008100     END-ACCEPT.
008200     PERFORM 1000-LOAD-PROJECTIONS THRU 1000-EXIT.
008300     PERFORM 2000-PAIR-ACTUALS THRU 2000-EXIT.
008310     PERFORM 2500-WRITE-PAIRS THRU 2500-EXIT.
008400     PERFORM 3000-REPORT THRU 3000-EXIT.
008410     PERFORM 8500-LOG-RUN THRU 8500-EXIT.
008500     GO TO 9999-EXIT.
008600
008700 1000-LOAD-PROJECTIONS.
009700             AT END
009800                 MOVE 'Y' TO PV-EOF-SW
009900             NOT AT END
009910                 PERFORM 1050-NEWEST-DATE THRU 1050-EXIT
010000                 IF PV-DATE-X = SPACES
010100                    OR PV-IN-DATE = FUNCTION NUMVAL(PV-DATE-X)
010200                     PERFORM 1100-KEEP-PROJ THRU 1100-EXIT
010500     END-PERFORM.
010600     CLOSE PROJHIST.
010700 1000-EXIT.
010707     EXIT.
010714
010721 1050-NEWEST-DATE.
010728*    THE NEWEST RUN DATE ON FILE IS WHAT 175C HANDED OVER
010735*    LAST; ITS ROWS ARE COUNTED WHATEVER DATE CARD WAS GIVEN.
010742     IF PV-IN-DATE > PV-NEW-DATE
010749         MOVE PV-IN-DATE TO PV-NEW-DATE
010756         MOVE ZERO TO PV-NEW-CNT
010763     END-IF.
010770     IF PV-IN-DATE = PV-NEW-DATE
010777         ADD 1 TO PV-NEW-CNT
010784     END-IF.
010791 1050-EXIT.
010800     EXIT.
010900
011000 1100-KEEP-PROJ.
017400 2100-EXIT.
017500     EXIT.
017600
017602*    EVERY PAIRING, BEFORE THE WORST-ROWS PASS MARKS ANY OF THEM
017604 2500-WRITE-PAIRS.
017606     OPEN OUTPUT PROJPAIR.
017608     IF PV-Q-STATUS NOT = '00'
017610         DISPLAY 'PROJPAIR DATASET NOT USABLE, STATUS '
017612                 PV-Q-STATUS
017614         MOVE 16 TO RETURN-CODE
017616         GO TO 9999-EXIT
017618     END-IF.
017620     MOVE PV-TS-DATE   TO HT-H-DATE.
017622     MOVE PV-TS-HHMMSS TO HT-H-TIME.
017624     MOVE 'PROJVAR'    TO HT-H-PROGRAM.
017626     MOVE SPACES TO HT-H-INPUT.
017628     IF PV-DATE-X = SPACES
017630         MOVE 'PROJHIST ALL' TO HT-H-INPUT
017632     ELSE
017634         STRING 'PROJHIST ' PV-DATE-X
017636             DELIMITED BY SIZE INTO HT-H-INPUT
017638     END-IF.
017640     WRITE PROJPAIR-LINE FROM HT-HEADER.
017642     PERFORM VARYING PV-IX FROM 1 BY 1
017644         UNTIL PV-IX > PV-PROJ-CNT
017646         IF PV-T-PAIRED(PV-IX) = 'Y'
017648             MOVE SPACES TO PP-REC
017650             MOVE PV-T-DATE(PV-IX) TO PP-DATE
017652             MOVE PV-T-ROW(PV-IX)  TO PP-ROW
017654             MOVE PV-T-PROJ(PV-IX) TO PP-PROJ
017656             MOVE PV-T-ACT(PV-IX)  TO PP-ACT
017658             WRITE PROJPAIR-LINE FROM PP-REC
017660             ADD 1 TO PV-PP-CNT
017662         END-IF
017664     END-PERFORM.
017666     MOVE PV-PP-CNT TO HT-T-COUNT.
017668     WRITE PROJPAIR-LINE FROM HT-TRAILER.
017670     CLOSE PROJPAIR.
017672 2500-EXIT.
017674     EXIT.
017676
017700 3000-REPORT.
017800     OPEN OUTPUT VARRPT.
017900     IF PV-R-STATUS NOT = '00'
018600     STRING 'PROJECTION VARIANCE, WORST ROWS FIRST'
018700         DELIMITED BY SIZE INTO VARRPT-LINE.
018800     WRITE VARRPT-LINE.
018810     ADD 1 TO PV-RECS-OUT.
018900     PERFORM 3100-WORST-ROWS THRU 3100-EXIT.
019000     PERFORM VARYING PV-IX FROM 1 BY 1
019100         UNTIL PV-IX > PV-PROJ-CNT
019800     STRING 'PAIRS MATCHED            ' PV-ED-CNT
019900         DELIMITED BY SIZE INTO VARRPT-LINE.
020000     WRITE VARRPT-LINE.
020010     ADD 1 TO PV-RECS-OUT.
020100     MOVE PV-NOACT-CNT TO PV-ED-CNT.
020200     MOVE SPACES TO VARRPT-LINE.
020300     STRING 'PROJECTIONS WITH NO ACTUAL ' PV-ED-CNT
020400         DELIMITED BY SIZE INTO VARRPT-LINE.
020500     WRITE VARRPT-LINE.
020510     ADD 1 TO PV-RECS-OUT.
020600     MOVE PV-NOPROJ-CNT TO PV-ED-CNT.
020700     MOVE SPACES TO VARRPT-LINE.
020800     STRING 'ACTUALS WITH NO PROJECTION ' PV-ED-CNT
020900         DELIMITED BY SIZE INTO VARRPT-LINE.
021000     WRITE VARRPT-LINE.
021010     ADD 1 TO PV-RECS-OUT.
021100     CLOSE VARRPT.
021200 3000-EXIT.
021300     EXIT.
023500                    ' (PROJECTED ' PV-ED-VAL ')'
023600                 DELIMITED BY SIZE INTO VARRPT-LINE
023700             WRITE VARRPT-LINE
023710             ADD 1 TO PV-RECS-OUT
023800             MOVE 'X' TO PV-T-PAIRED(PV-JX)
023900         END-IF
024000     END-PERFORM.
024100 3100-EXIT.
024200     EXIT.
024300
024306 8500-LOG-RUN.
024312*    THE JOBLOG CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
024318     MOVE RETURN-CODE   TO PV-SAVE-RC.
024321     PERFORM 8600-RECORD-LINEAGE THRU 8600-EXIT.
024324     MOVE 'PROJVAR'     TO JL-PROGRAM.
024330     MOVE PV-TS-DATE    TO JL-START-DATE.
024336     MOVE PV-TS-HHMMSS  TO JL-START-TIME.
024342     MOVE PV-NEW-CNT    TO JL-RECS-IN.
024348     MOVE PV-RECS-OUT   TO JL-RECS-OUT.
024354     MOVE 'NORMAL'      TO JL-STATUS.
024360     CALL 'JOBLOG' USING JL-PARM.
024366     MOVE PV-SAVE-RC    TO RETURN-CODE.
024372 8500-EXIT.
024378     EXIT.
024379
024380 8600-RECORD-LINEAGE.
024381     MOVE 'PROJVAR'     TO LN-PROGRAM.
024382     MOVE PV-TS-HHMMSS  TO LN-START-TIME.
024383     MOVE 4             TO LN-CNT.
024384     MOVE 'PROJHIST'    TO LN-DSN(1).
024385     MOVE 'R'           TO LN-MODE(1).
024386     MOVE 'ACTUALS'     TO LN-DSN(2).
024387     MOVE 'R'           TO LN-MODE(2).
024388     MOVE 'VARRPT'      TO LN-DSN(3).
024389     MOVE 'W'           TO LN-MODE(3).
024390     MOVE 'PROJPAIR'    TO LN-DSN(4).
024391     MOVE 'W'           TO LN-MODE(4).
024392     CALL 'LINEAGE' USING LN-PARM.
024393 8600-EXIT.
024394     EXIT.
024395
024400 9999-EXIT.
024500     STOP RUN.
