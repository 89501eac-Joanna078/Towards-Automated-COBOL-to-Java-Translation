001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-09-01  OSG  NEW PROGRAM.                                *
002110*  2026-10-15  OSG  OUT-OF-TOLERANCE HOURS ALSO POSTED TO THE   *
002120*                   ALERTQ QUEUE THROUGH ALERTSVC.              *
002130*  2026-10-15  OSG  VISITORS CARDS WIDENED FOR PROMOTION CODES. *
002153*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002176*                   LINEAGE REGISTER AT END OF JOB.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  VISITORS.
003500 01  VISITORS-LINE            PIC X(20).
003600 FD  TURNSTIL.
003700 01  TURNSTIL-LINE            PIC X(15).
003800 WORKING-STORAGE SECTION.
003900 77  TR-V-STATUS              PIC X(02).
004000 77  TR-T-STATUS              PIC X(02).
004025 77  TR-LN-VIS-SW             PIC X(01) VALUE 'N'.
004050 77  TR-LN-TRN-SW             PIC X(01) VALUE 'N'.
004075 77  TR-SAVE-RC               PIC S9(04) COMP.
004100 77  TR-EOF-SW                PIC X(01).
004200     88  TR-EOF                          VALUE 'Y'.
004300 77  TR-TOL-X                 PIC X(08) VALUE SPACES.
005900     05  TR-TS-CNT            PIC 9(07).
006000 01  TR-ED-A                  PIC Z(06)9.
006100 01  TR-ED-B                  PIC Z(06)9.
006110 COPY ALERTPM.
006155 COPY LINEAGPM.
006200 PROCEDURE DIVISION.
006300*****************************************************************
006400*  0000-MAINLINE - COUNT BOTH SIDES BY HOUR, THEN COMPARE.      *
008900         MOVE 16 TO RETURN-CODE
009000         GO TO 9999-EXIT
009100     END-IF.
009150     MOVE 'Y' TO TR-LN-VIS-SW.
009200     PERFORM UNTIL TR-EOF
009300         READ VISITORS
009400             AT END
012600         MOVE 16 TO RETURN-CODE
012700         GO TO 9999-EXIT
012800     END-IF.
012850     MOVE 'Y' TO TR-LN-TRN-SW.
012900     PERFORM UNTIL TR-EOF
013000         READ TURNSTIL INTO TR-TS-REC
013100             AT END
016300     ELSE
016400         DISPLAY TR-BAD-CNT ' HOUR(S) OUT OF TOLERANCE - '
016500                 'HOLD THE PRICING RUN'
016510         PERFORM 8100-POST-ALERT THRU 8100-EXIT
016600         MOVE 4 TO RETURN-CODE
016700     END-IF.
016800 3000-EXIT.
016900     EXIT.
017000
017001 8000-RECORD-LINEAGE.
017002*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
017003*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
017004*    RETURN-CODE, SO IT IS PUT BACK.
017005     MOVE RETURN-CODE   TO TR-SAVE-RC.
017006     MOVE 'TURNREC'     TO LN-PROGRAM.
017007     MOVE SPACES        TO LN-START-TIME.
017008     MOVE ZERO          TO LN-CNT.
017009     IF TR-LN-VIS-SW = 'Y'
017010         ADD 1 TO LN-CNT
017011         MOVE 'VISITORS'    TO LN-DSN(LN-CNT)
017012         MOVE 'R'           TO LN-MODE(LN-CNT)
017013     END-IF.
017014     IF TR-LN-TRN-SW = 'Y'
017015         ADD 1 TO LN-CNT
017016         MOVE 'TURNSTIL'    TO LN-DSN(LN-CNT)
017017         MOVE 'R'           TO LN-MODE(LN-CNT)
017018     END-IF.
017019     CALL 'LINEAGE' USING LN-PARM.
017020     MOVE TR-SAVE-RC    TO RETURN-CODE.
017021 8000-EXIT.
017022     EXIT.
017023
017024 8100-POST-ALERT.
017025     MOVE TR-BAD-CNT TO TR-ED-A.
017026     MOVE SPACES TO AL-PARM.
017028     MOVE 'TURNREC' TO AL-SOURCE.
017035     MOVE 'W' TO AL-SEVERITY.
017042     MOVE 'TURNREC.SYSOUT' TO AL-DSN.
017049     STRING TR-ED-A ' HOUR(S) OUT OF TOLERANCE - HOLD THE '
017056            'PRICING RUN'
017063         DELIMITED BY SIZE INTO AL-TEXT.
017070     CALL 'ALERTSVC' USING AL-PARM.
017077 8100-EXIT.
017084     EXIT.
017091
017100 9999-EXIT.
017150     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
017200     STOP RUN.
