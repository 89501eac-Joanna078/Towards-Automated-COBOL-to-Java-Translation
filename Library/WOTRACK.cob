002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-09-01  OSG  NEW PROGRAM.                                *
002610*  2026-10-15  OSG  COMPLETION RECORD ON JOBLOG; RECORDS-IN IS  *
002620*                   EVERY WRKORD RECORD A LOAD CARD READ, THE   *
002630*                   HAND-OFF BALANCED AGAINST ABC_103_D.        *
002653*  2026-10-15  OSG  WOSTATUS AND WRKORD RECORDED ON THE LINEAGE *
002676*                   REGISTER AT END OF JOB.                     *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005900 77  WO-TODAY-INT             PIC 9(08) COMP.
006000 77  WO-ROW-INT               PIC 9(08) COMP.
006100 77  WO-AGE                   PIC S9(05) COMP.
006110 77  WO-RECS-IN               PIC 9(09) COMP VALUE ZERO.
006120 77  WO-RECS-OUT              PIC 9(09) COMP VALUE ZERO.
006130 77  WO-SAVE-RC               PIC S9(04) COMP.
006200 01  WO-CARD                  PIC X(30).
006300 01  WO-ACTION                PIC X(04).
006400 01  WO-OPERAND               PIC X(08).
007700         10  WO-T-DATE        PIC 9(08).
007800         10  WO-T-TEXT        PIC X(40).
007900 01  WO-ED-AGE                PIC Z(03)9.
007910 01  WO-TIMESTAMP.
007920     05  WO-TS-DATE           PIC 9(08).
007930     05  WO-TS-TIME.
007940         07  WO-TS-HHMMSS     PIC 9(06).
007950         07  FILLER           PIC 9(02).
007960 COPY JOBLOGPM.
007980 COPY LINEAGPM.
008000 PROCEDURE DIVISION.
008100*****************************************************************
008200*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE THE FILE.    *
008300*****************************************************************
008400 0000-MAINLINE.
008500     ACCEPT WO-TODAY FROM DATE YYYYMMDD.
008510     MOVE WO-TODAY TO WO-TS-DATE.
008520     ACCEPT WO-TS-TIME FROM TIME.
008600     COMPUTE WO-TODAY-INT =
008700         FUNCTION INTEGER-OF-DATE(WO-TODAY).
008800     PERFORM 1000-LOAD-FILE THRU 1000-EXIT.
009100     IF WO-CHG-CNT > ZERO
009200         PERFORM 7000-REWRITE-FILE THRU 7000-EXIT
009300     END-IF.
009310     PERFORM 8500-LOG-RUN THRU 8500-EXIT.
009400     GO TO 9999-EXIT.
009500
009600 1000-LOAD-FILE.
017100             AT END
017200                 MOVE 'Y' TO WO-EOF-SW
017300             NOT AT END
017305                 ADD 1 TO WO-RECS-IN
017310*                A SPILLED POINT LINE CONTINUES AS
017320*                'POINT NNNNNN (CONT) ...' - THAT IS THE
017330*                SAME ORDER, NOT A NEW ONE TO TRACK
029000         MOVE WO-T-DATE(WO-IX)  TO WO-R-DATE
029100         MOVE WO-T-TEXT(WO-IX)  TO WO-R-TEXT
029200         WRITE WOSTATUS-LINE FROM WO-REC
029210             ADD 1 TO WO-RECS-OUT
029300     END-PERFORM.
029400     CLOSE WOSTATUS.
029500 7000-EXIT.
029600     EXIT.
029700
029705 8500-LOG-RUN.
029710*    THE JOBLOG CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
029715     MOVE RETURN-CODE   TO WO-SAVE-RC.
029717     PERFORM 8600-RECORD-LINEAGE THRU 8600-EXIT.
029720     MOVE 'WOTRACK'     TO JL-PROGRAM.
029725     MOVE WO-TS-DATE    TO JL-START-DATE.
029730     MOVE WO-TS-HHMMSS  TO JL-START-TIME.
029735     MOVE WO-RECS-IN    TO JL-RECS-IN.
029740     MOVE WO-RECS-OUT   TO JL-RECS-OUT.
029745     IF WO-SAVE-RC >= 8
029750         MOVE 'ERROR'   TO JL-STATUS
029755     ELSE
029760         MOVE 'NORMAL'  TO JL-STATUS
029765     END-IF.
029770     CALL 'JOBLOG' USING JL-PARM.
029775     MOVE WO-SAVE-RC    TO RETURN-CODE.
029780 8500-EXIT.
029785     EXIT.
029790
029795 8600-RECORD-LINEAGE.
029800     MOVE 'WOTRACK'     TO LN-PROGRAM.
029805     MOVE WO-TS-HHMMSS  TO LN-START-TIME.
029810     MOVE 2             TO LN-CNT.
029815     MOVE 'WOSTATUS'    TO LN-DSN(1).
029820     MOVE 'R'           TO LN-MODE(1).
029825     MOVE 'WRKORD'      TO LN-DSN(2).
029830     MOVE 'R'           TO LN-MODE(2).
029835*    THE STATUS FILE IS ONLY REWRITTEN WHEN A CARD CHANGED IT.
029840     IF WO-CHG-CNT > ZERO
029845         MOVE 3             TO LN-CNT
029850         MOVE 'WOSTATUS'    TO LN-DSN(3)
029855         MOVE 'W'           TO LN-MODE(3)
029860     END-IF.
029865     CALL 'LINEAGE' USING LN-PARM.
029870 8600-EXIT.
029875     EXIT.
029880
029885 9999-EXIT.
029900     STOP RUN.
