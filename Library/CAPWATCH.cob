002000*****************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  2026-09-01  OSG  NEW PROGRAM.                                *
002210*  2026-10-15  OSG  TABLES NEAR THEIR LIMIT ALSO POSTED TO THE  *
002220*                   ALERTQ QUEUE THROUGH ALERTSVC.              *
002246*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002272*                   LINEAGE REGISTER AT END OF JOB.             *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004300 77  CW-COUNT                 PIC 9(07).
004400 77  CW-PCT                   PIC 9(03).
004500 77  CW-FLAG-CNT              PIC 9(02) COMP VALUE ZERO.
004550 77  CW-SAVE-RC               PIC S9(04) COMP.
004600 01  CW-DSN                   PIC X(30).
004700*    ONE ROW PER WATCHED DATASET: NAME, LIMIT, COUNT STYLE
004800*    ('R' = RECORDS, 'P' = DISTINCT PROGRAMS IN A JOBLOG)
007200 01  CW-ED-CNT                PIC Z(06)9.
007300 01  CW-ED-LIM                PIC Z(06)9.
007400 01  CW-ED-PCT                PIC Z(02)9.
007410 01  CW-ED-FLAG               PIC Z(01)9.
007420 COPY ALERTPM.
007460 COPY LINEAGPM.
007500 PROCEDURE DIVISION.
007600*****************************************************************
007700*  0000-MAINLINE - MEASURE EVERY WATCHED DATASET.               *
007800*****************************************************************
007900 0000-MAINLINE.
007925     MOVE 'CAPWATCH'    TO LN-PROGRAM.
007950     MOVE SPACES        TO LN-START-TIME.
007975     MOVE ZERO          TO LN-CNT.
008000     ACCEPT CW-WARN-X
008100         ON EXCEPTION
008200             MOVE SPACES TO CW-WARN-X
009000     IF CW-FLAG-CNT = ZERO
009100         DISPLAY 'EVERY WATCHED TABLE IS INSIDE ITS LIMIT'
009200     ELSE
009210         PERFORM 8100-POST-ALERT THRU 8100-EXIT
009300         MOVE 4 TO RETURN-CODE
009400     END-IF.
009500     GO TO 9999-EXIT.
010400                 ' NOT PRESENT - NOTHING TO MEASURE'
010500         GO TO 2000-EXIT
010600     END-IF.
010625     ADD 1 TO LN-CNT.
010650     MOVE CW-DSN        TO LN-DSN(LN-CNT).
010675     MOVE 'R'           TO LN-MODE(LN-CNT).
010700     PERFORM UNTIL CW-EOF
010800         READ WATCHED
010900             AT END
015100 2100-EXIT.
015200     EXIT.
015300
015301 8000-RECORD-LINEAGE.
015302*    EVERY PATH OUT ENDS HERE.  THE WATCHED DATASETS THAT OPENED
015303*    ARE ALREADY ON THE LIST (2000).  THE LINEAGE CALL CLEARS
015304*    RETURN-CODE, SO IT IS PUT BACK.
015305     MOVE RETURN-CODE   TO CW-SAVE-RC.
015306     CALL 'LINEAGE' USING LN-PARM.
015307     MOVE CW-SAVE-RC    TO RETURN-CODE.
015308 8000-EXIT.
015309     EXIT.
015310
015311 8100-POST-ALERT.
015314     MOVE CW-FLAG-CNT TO CW-ED-FLAG.
015321     MOVE SPACES TO AL-PARM.
015328     MOVE 'CAPWATCH' TO AL-SOURCE.
015335     MOVE 'W' TO AL-SEVERITY.
015342     MOVE 'CAPWATCH.SYSOUT' TO AL-DSN.
015349     STRING CW-ED-FLAG ' TABLE(S) AT OR PAST ' CW-WARN
015356            ' PCT OF CAPACITY - SCHEDULE THE EXPANSION'
015363         DELIMITED BY SIZE INTO AL-TEXT.
015370     CALL 'ALERTSVC' USING AL-PARM.
015377 8100-EXIT.
015384     EXIT.
015391
015400 9999-EXIT.
015450     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
015500     STOP RUN.
