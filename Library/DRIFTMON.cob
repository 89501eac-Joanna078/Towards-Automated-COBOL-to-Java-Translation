003200*                   TABLE AND BINARY SEARCH - THE OLD FULL      *
003300*                   SCAN PER ITEM WAS QUADRATIC AND ATE THE     *
003400*                   DRIFT WINDOW AS THE RANKINGS FILLED OUT.    *
003410*  2026-10-15  OSG  INVERSION ALERT ALSO POSTED TO THE ALERTQ   *
003420*                   QUEUE THROUGH ALERTSVC.                     *
003446*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003472*                   LINEAGE REGISTER AT END OF JOB.             *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005700 77  DM-T-STATUS              PIC X(02).
005800 77  DM-Y-STATUS              PIC X(02).
005900 77  DM-H-STATUS              PIC X(02).
005914 77  DM-LN-YST-SW             PIC X(01) VALUE 'N'.
005928 77  DM-LN-TDY-SW             PIC X(01) VALUE 'N'.
005942 77  DM-LN-HSR-SW             PIC X(01) VALUE 'N'.
005956 77  DM-LN-HSW-SW             PIC X(01) VALUE 'N'.
005970 77  DM-LN-RPT-SW             PIC X(01) VALUE 'N'.
005984 77  DM-SAVE-RC               PIC S9(04) COMP.
006000 77  DM-EOF-SW                PIC X(01).
006100     88  DM-EOF                          VALUE 'Y'.
006200 77  DM-TODAY-CNT             PIC 9(04) COMP VALUE ZERO.
011000 COPY CALSVCPM.
011100*    DRIFTRPT IS WRITTEN AND PAGINATED BY THE PRINTFMT SERVICE
011200 COPY PRINTFPM.
011210 COPY ALERTPM.
011255 COPY LINEAGPM.
011300 01  DM-RPT-LINE              PIC X(80).
011400 PROCEDURE DIVISION.
011500*****************************************************************
013500         DISPLAY 'DRIFT ALERT - ' DM-INVERSIONS
013600                 ' INVERSIONS EXCEEDS THE CONTROL VALUE '
013700                 DM-LIMIT
013710         PERFORM 8100-POST-ALERT THRU 8100-EXIT
013800         MOVE 'Y' TO DM-GATED-SW
013900         MOVE 4 TO RETURN-CODE
014000     END-IF.
014700         MOVE 16 TO RETURN-CODE
014800         GO TO 9999-EXIT
014900     END-IF.
014950     MOVE 'Y' TO DM-LN-YST-SW.
015000     MOVE 'N' TO DM-EOF-SW.
015100     PERFORM UNTIL DM-EOF
015200         READ RANKYEST
017100         MOVE 16 TO RETURN-CODE
017200         GO TO 9999-EXIT
017300     END-IF.
017350     MOVE 'Y' TO DM-LN-TDY-SW.
017400     MOVE 'N' TO DM-EOF-SW.
017500     PERFORM UNTIL DM-EOF
017600         READ RANKTODAY
029600 4000-HISTORY.
029700     OPEN INPUT DRIFTHST.
029800     IF DM-H-STATUS = '00' OR DM-H-STATUS = '05'
029825         IF DM-H-STATUS = '00'
029850             MOVE 'Y' TO DM-LN-HSR-SW
029875         END-IF
029900         MOVE 'N' TO DM-EOF-SW
030000         PERFORM UNTIL DM-EOF
030100             READ DRIFTHST
031100     MOVE DM-INVERSIONS TO DM-HR-COUNT.
031200     OPEN EXTEND DRIFTHST.
031300     IF DM-H-STATUS = '00' OR DM-H-STATUS = '05'
031350         MOVE 'Y' TO DM-LN-HSW-SW
031400         WRITE DRIFTHST-LINE FROM DM-HIST-REC
031500         CLOSE DRIFTHST
031600     END-IF.
034500         MOVE 16 TO RETURN-CODE
034600         GO TO 9999-EXIT
034700     END-IF.
034750     MOVE 'Y' TO DM-LN-RPT-SW.
034800     MOVE DM-INVERSIONS TO DM-ED-CNT.
034900     MOVE SPACES TO DM-RPT-LINE.
035000     STRING 'DRIFT REPORT FOR ' DM-TS-DATE
041500 5900-EXIT.
041600     EXIT.
041700
041701 8000-RECORD-LINEAGE.
041702*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
041703*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
041704*    RETURN-CODE, SO IT IS PUT BACK.
041705     MOVE RETURN-CODE   TO DM-SAVE-RC.
041706     MOVE 'DRIFTMON'    TO LN-PROGRAM.
041707     MOVE SPACES        TO LN-START-TIME.
041708     MOVE ZERO          TO LN-CNT.
041709     IF DM-LN-YST-SW = 'Y'
041710         ADD 1 TO LN-CNT
041711         MOVE 'RANKYEST'    TO LN-DSN(LN-CNT)
041712         MOVE 'R'           TO LN-MODE(LN-CNT)
041713     END-IF.
041714     IF DM-LN-TDY-SW = 'Y'
041715         ADD 1 TO LN-CNT
041716         MOVE 'RANKTODAY'   TO LN-DSN(LN-CNT)
041717         MOVE 'R'           TO LN-MODE(LN-CNT)
041718     END-IF.
041719     IF DM-LN-HSR-SW = 'Y'
041720         ADD 1 TO LN-CNT
041721         MOVE 'DRIFTHST'    TO LN-DSN(LN-CNT)
041722         MOVE 'R'           TO LN-MODE(LN-CNT)
041723     END-IF.
041724     IF DM-LN-HSW-SW = 'Y'
041725         ADD 1 TO LN-CNT
041726         MOVE 'DRIFTHST'    TO LN-DSN(LN-CNT)
041727         MOVE 'W'           TO LN-MODE(LN-CNT)
041728     END-IF.
041729     IF DM-LN-RPT-SW = 'Y'
041730         ADD 1 TO LN-CNT
041731         MOVE 'DRIFTRPT'    TO LN-DSN(LN-CNT)
041732         MOVE 'W'           TO LN-MODE(LN-CNT)
041733     END-IF.
041734     CALL 'LINEAGE' USING LN-PARM.
041735     MOVE DM-SAVE-RC    TO RETURN-CODE.
041736 8000-EXIT.
041737     EXIT.
041738
041739 8100-POST-ALERT.
041740     MOVE DM-INVERSIONS TO DM-ED-CNT.
041741     MOVE SPACES TO AL-PARM.
041742     MOVE 'DRIFTMON' TO AL-SOURCE.
041743     MOVE 'W' TO AL-SEVERITY.
041744     MOVE 'DRIFTRPT' TO AL-DSN.
041749     STRING 'RANKING DRIFT ' DM-ED-CNT
041756            ' INVERSIONS EXCEEDS CONTROL VALUE ' DM-LIMIT
041763         DELIMITED BY SIZE INTO AL-TEXT.
041770     CALL 'ALERTSVC' USING AL-PARM.
041777 8100-EXIT.
041784     EXIT.
041791
041800 9999-EXIT.
041850     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
041900     STOP RUN.
