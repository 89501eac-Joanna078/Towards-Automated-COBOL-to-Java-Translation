001500*****************************************************************
001600*  MODIFICATION HISTORY                                         *
001700*  2026-09-01  OSG  NEW PROGRAM.                                *
001710*  2026-10-15  OSG  ABANDONED CHECKPOINTS ALSO POSTED TO THE    *
001720*                   ALERTQ QUEUE THROUGH ALERTSVC.              *
001746*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
001772*                   LINEAGE REGISTER AT END OF JOB.             *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002800 01  REGFILE-LINE             PIC X(61).
002900 WORKING-STORAGE SECTION.
003000 77  CS-FILE-STATUS           PIC X(02).
003033 77  CS-LN-REG-SW             PIC X(01) VALUE 'N'.
003066 77  CS-SAVE-RC               PIC S9(04) COMP.
003100 77  CS-EOF-SW                PIC X(01) VALUE 'N'.
003200     88  CS-EOF                          VALUE 'Y'.
003300 77  CS-HOURS-X               PIC X(08) VALUE SPACES.
004700     05  FILLER               PIC 9(04).
004800 77  CS-NOW-HOURS             PIC 9(09) COMP.
004900 77  CS-REG-HOURS             PIC 9(09) COMP.
004910 01  CS-ED-CNT                PIC Z(02)9.
005000 COPY CHKREGRC.
005010 COPY ALERTPM.
005055 COPY LINEAGPM.
005100 PROCEDURE DIVISION.
005200*****************************************************************
005300*  0000-MAINLINE - ONE PASS OVER THE REGISTRY.                  *
008000         DISPLAY 'NO CHKPTREG DATASET - NOTHING REGISTERED'
008100         MOVE 'Y' TO CS-EOF-SW
008200     END-IF.
008225     IF CS-FILE-STATUS = '00'
008250         MOVE 'Y' TO CS-LN-REG-SW
008275     END-IF.
008300 1000-EXIT.
008400     EXIT.
008500
011500     IF CS-FOUND-CNT = ZERO
011600         DISPLAY '  (NONE)'
011700     ELSE
011710         PERFORM 8100-POST-ALERT THRU 8100-EXIT
011800         MOVE 4 TO RETURN-CODE
011900     END-IF.
012000 8000-EXIT.
012100     EXIT.
012200
012207 8100-POST-ALERT.
012214     MOVE CS-FOUND-CNT TO CS-ED-CNT.
012221     MOVE SPACES TO AL-PARM.
012228     MOVE 'CHKSWEEP' TO AL-SOURCE.
012235     MOVE 'W' TO AL-SEVERITY.
012242     MOVE 'CHKSWEEP.SYSOUT' TO AL-DSN.
012249     STRING CS-ED-CNT ' ACTIVE CHECKPOINT(S) OLDER THAN '
012256            CS-HOURS ' HOURS ON CHKPTREG'
012263         DELIMITED BY SIZE INTO AL-TEXT.
012270     CALL 'ALERTSVC' USING AL-PARM.
012277 8100-EXIT.
012284     EXIT.
012291
012293 8500-RECORD-LINEAGE.
012295*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
012297*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
012299*    RETURN-CODE, SO IT IS PUT BACK.
012301     MOVE RETURN-CODE   TO CS-SAVE-RC.
012303     MOVE 'CHKSWEEP'    TO LN-PROGRAM.
012305     MOVE CS-TS-HHMMSS  TO LN-START-TIME.
012307     MOVE ZERO          TO LN-CNT.
012309     IF CS-LN-REG-SW = 'Y'
012311         ADD 1 TO LN-CNT
012313         MOVE 'CHKPTREG'    TO LN-DSN(LN-CNT)
012315         MOVE 'R'           TO LN-MODE(LN-CNT)
012317     END-IF.
012319     CALL 'LINEAGE' USING LN-PARM.
012321     MOVE CS-SAVE-RC    TO RETURN-CODE.
012323 8500-EXIT.
012325     EXIT.
012327
012329 9999-EXIT.
012350     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
012400     STOP RUN.
