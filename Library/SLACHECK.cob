001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  BREACHES ALSO POSTED TO THE ALERTQ QUEUE    *
002020*                   THROUGH ALERTSVC.                           *
002046*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002072*                   LINEAGE REGISTER AT END OF JOB.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003700 WORKING-STORAGE SECTION.
003800 77  SL-S-STATUS              PIC X(02).
003900 77  SL-J-STATUS              PIC X(02).
003925 77  SL-LN-SLA-SW             PIC X(01) VALUE 'N'.
003950 77  SL-LN-JLG-SW             PIC X(01) VALUE 'N'.
003975 77  SL-SAVE-RC               PIC S9(04) COMP.
004000 77  SL-EOF-SW                PIC X(01).
004100     88  SL-EOF                          VALUE 'Y'.
004200 77  SL-RPT-DATE-X            PIC X(08) VALUE SPACES.
006300 01  SL-ED-LATE               PIC Z(04)9.
006400 COPY JOBLOGRC.
006500 COPY CALSVCPM.
006510 COPY ALERTPM.
006555 COPY LINEAGPM.
006600 PROCEDURE DIVISION.
006700*****************************************************************
006800*  0000-MAINLINE - LOAD THE SLAS, JOIN THE LOG, ESCALATE.       *
009400     IF SL-S-STATUS NOT = '00'
009500         GO TO 1000-EXIT
009600     END-IF.
009650     MOVE 'Y' TO SL-LN-SLA-SW.
009700     PERFORM UNTIL SL-EOF
009800         READ SLADEFS
009900             AT END
015200                 'WILL REPORT AS MISSED'
015300         GO TO 2000-EXIT
015400     END-IF.
015425     IF SL-J-STATUS = '00'
015450         MOVE 'Y' TO SL-LN-JLG-SW
015475     END-IF.
015500     PERFORM UNTIL SL-EOF
015600         READ JOBFILE INTO JR-REC
015700             AT END
021500     END-IF.
021600     PERFORM 3100-NEXT-WORST THRU 3100-EXIT
021700         SL-BREACH-CNT TIMES.
021710     PERFORM 8100-POST-ALERT THRU 8100-EXIT.
021800     MOVE 4 TO RETURN-CODE.
021900 3000-EXIT.
022000     EXIT.
024400 3100-EXIT.
024500     EXIT.
024600
024601 8000-RECORD-LINEAGE.
024602*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
024603*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
024604*    RETURN-CODE, SO IT IS PUT BACK.
024605     MOVE RETURN-CODE   TO SL-SAVE-RC.
024606     MOVE 'SLACHECK'    TO LN-PROGRAM.
024607     MOVE SPACES        TO LN-START-TIME.
024608     MOVE ZERO          TO LN-CNT.
024609     IF SL-LN-SLA-SW = 'Y'
024610         ADD 1 TO LN-CNT
024611         MOVE 'SLADEFS'     TO LN-DSN(LN-CNT)
024612         MOVE 'R'           TO LN-MODE(LN-CNT)
024613     END-IF.
024614     IF SL-LN-JLG-SW = 'Y'
024615         ADD 1 TO LN-CNT
024616         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
024617         MOVE 'R'           TO LN-MODE(LN-CNT)
024618     END-IF.
024619     CALL 'LINEAGE' USING LN-PARM.
024620     MOVE SL-SAVE-RC    TO RETURN-CODE.
024621 8000-EXIT.
024622     EXIT.
024623
024624 8100-POST-ALERT.
024625     MOVE SL-BREACH-CNT TO SL-ED-LATE.
024626     MOVE SPACES TO AL-PARM.
024628     MOVE 'SLACHECK' TO AL-SOURCE.
024635     MOVE 'W' TO AL-SEVERITY.
024642     MOVE 'SLACHECK.SYSOUT' TO AL-DSN.
024649     STRING SL-ED-LATE ' SLA BREACH(ES) FOR ' SL-RPT-DATE
024656            ' - MISSED OR LATE RUNS'
024663         DELIMITED BY SIZE INTO AL-TEXT.
024670     CALL 'ALERTSVC' USING AL-PARM.
024677 8100-EXIT.
024684     EXIT.
024691
024700 9999-EXIT.
024750     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
024800     STOP RUN.
