001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  FAILED CERTIFICATION ALSO POSTED TO THE     *
002020*                   ALERTQ QUEUE THROUGH ALERTSVC.              *
002046*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002072*                   LINEAGE REGISTER AT END OF JOB.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003700 WORKING-STORAGE SECTION.
003800 77  FC-I-STATUS              PIC X(02).
003900 77  FC-C-STATUS              PIC X(02).
003925 77  FC-LN-TBL-SW             PIC X(01) VALUE 'N'.
003950 77  FC-LN-CRT-SW             PIC X(01) VALUE 'N'.
003975 77  FC-SAVE-RC               PIC S9(04) COMP.
004000 77  FC-EOF-SW                PIC X(01) VALUE 'N'.
004100     88  FC-EOF                          VALUE 'Y'.
004200 77  FC-HDR-SEEN              PIC X(01) VALUE 'N'.
006900         07  FC-TS-HHMMSS     PIC 9(06).
007000         07  FILLER           PIC 9(02).
007100 COPY MODMULPM.
007110 01  FC-ED-CNT                PIC Z(04)9.
007120 COPY ALERTPM.
007160 COPY LINEAGPM.
007200 PROCEDURE DIVISION.
007300*****************************************************************
007400*  0000-MAINLINE - WALK THE DATASET ONCE, CERTIFY, SET THE RC.  *
008200         MOVE 16 TO RETURN-CODE
008300         GO TO 9999-EXIT
008400     END-IF.
008450     MOVE 'Y' TO FC-LN-TBL-SW.
008500     PERFORM 2000-ONE-RECORD THRU 2000-EXIT
008600         UNTIL FC-EOF.
008700     CLOSE FACTTBL.
008800     PERFORM 3000-FINAL-CHECKS THRU 3000-EXIT.
008900     PERFORM 4000-CERTIFY THRU 4000-EXIT.
009000     IF FC-BROKEN
009010         PERFORM 8100-POST-ALERT THRU 8100-EXIT
009100         MOVE 8 TO RETURN-CODE
009200     END-IF.
009300     GO TO 9999-EXIT.
017400     END-IF.
017500     OPEN EXTEND FACTCERT.
017600     IF FC-C-STATUS = '00' OR FC-C-STATUS = '05'
017650         MOVE 'Y' TO FC-LN-CRT-SW
017700         WRITE FACTCERT-LINE FROM FC-CERT-REC
017800         CLOSE FACTCERT
017900     END-IF.
018000 4000-EXIT.
018100     EXIT.
018200
018201 8000-RECORD-LINEAGE.
018202*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
018203*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
018204*    RETURN-CODE, SO IT IS PUT BACK.
018205     MOVE RETURN-CODE   TO FC-SAVE-RC.
018206     MOVE 'FACTCHK'     TO LN-PROGRAM.
018207     MOVE FC-TS-HHMMSS  TO LN-START-TIME.
018208     MOVE ZERO          TO LN-CNT.
018209     IF FC-LN-TBL-SW = 'Y'
018210         ADD 1 TO LN-CNT
018211         MOVE 'FACTTBL'     TO LN-DSN(LN-CNT)
018212         MOVE 'R'           TO LN-MODE(LN-CNT)
018213     END-IF.
018214     IF FC-LN-CRT-SW = 'Y'
018215         ADD 1 TO LN-CNT
018216         MOVE 'FACTCERT'    TO LN-DSN(LN-CNT)
018217         MOVE 'W'           TO LN-MODE(LN-CNT)
018218     END-IF.
018219     CALL 'LINEAGE' USING LN-PARM.
018220     MOVE FC-SAVE-RC    TO RETURN-CODE.
018221 8000-EXIT.
018222     EXIT.
018223
018224 8100-POST-ALERT.
018225     MOVE FC-ERR-CNT TO FC-ED-CNT.
018226     MOVE SPACES TO AL-PARM.
018228     MOVE 'FACTCHK' TO AL-SOURCE.
018235     MOVE 'E' TO AL-SEVERITY.
018242     MOVE 'FACTCERT' TO AL-DSN.
018249     STRING 'FACTTBL CERTIFICATION FAILED - ' FC-ED-CNT
018256            ' BREAK(S) - HOLD THE BOARD RUNS'
018263         DELIMITED BY SIZE INTO AL-TEXT.
018270     CALL 'ALERTSVC' USING AL-PARM.
018277 8100-EXIT.
018284     EXIT.
018291
018300 9999-EXIT.
018350     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
018400     STOP RUN.
