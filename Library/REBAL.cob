001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-09-01  OSG  NEW PROGRAM.                                *
002110*  2026-10-15  OSG  COMPLETION RECORD ON JOBLOG; RECORDS-IN IS  *
002120*                   THE ASSIGNOUT AND LOADSUM LINES READ, THE   *
002130*                   HAND-OFF BALANCED AGAINST ABC_057_B.        *
002153*  2026-10-15  OSG  ASSIGNOUT, LOADSUM AND REBALPLN RECORDED ON *
002176*                   THE LINEAGE REGISTER AT END OF JOB.         *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
006100 77  RB-MOVE-CNT              PIC 9(04) VALUE ZERO.
006200 77  RB-TOT-PEOPLE            PIC 9(06) VALUE ZERO.
006300 77  RB-TOT-CAP               PIC 9(06) VALUE ZERO.
006310 77  RB-RECS-IN               PIC 9(09) COMP VALUE ZERO.
006320 77  RB-RECS-OUT              PIC 9(09) COMP VALUE ZERO.
006330 77  RB-SAVE-RC               PIC S9(04) COMP.
006400 01  RB-CARD                  PIC X(20).
006500 01  RB-TOK1                  PIC X(12).
006600 01  RB-TOK2                  PIC X(12).
008200 01  RB-ED-A                  PIC Z(03)9.
008300 01  RB-ED-B                  PIC Z(03)9.
008400 01  RB-ED-C                  PIC Z(03)9.
008410 01  RB-TIMESTAMP.
008420     05  RB-TS-DATE           PIC 9(08).
008430     05  RB-TS-TIME.
008440         07  RB-TS-HHMMSS     PIC 9(06).
008450         07  FILLER           PIC 9(02).
008460 COPY JOBLOGPM.
008480 COPY LINEAGPM.
008500 PROCEDURE DIVISION.
008600*****************************************************************
008700*  0000-MAINLINE - LOAD ALL THREE INPUTS, PROPOSE THE MOVES.    *
008800*****************************************************************
008900 0000-MAINLINE.
008910     ACCEPT RB-TS-DATE FROM DATE YYYYMMDD.
008920     ACCEPT RB-TS-TIME FROM TIME.
009000     PERFORM VARYING RB-IX FROM 1 BY 1 UNTIL RB-IX > 50
009100         MOVE ZERO TO RB-C-CNT(RB-IX) RB-C-CAP(RB-IX)
009200         MOVE 'N' TO RB-C-CAPSEEN(RB-IX)
009600     PERFORM 1800-READ-CAPACITIES THRU 1800-EXIT.
009700     PERFORM 2000-CHECK-FEASIBLE THRU 2000-EXIT.
009800     PERFORM 3000-PROPOSE THRU 3000-EXIT.
009810     PERFORM 8500-LOG-RUN THRU 8500-EXIT.
009900     GO TO 9999-EXIT.
010000
010100 1000-LOAD-ASSIGNMENT.
011200             AT END
011300                 MOVE 'Y' TO RB-EOF-SW
011400             NOT AT END
011410                 ADD 1 TO RB-RECS-IN
011500                 PERFORM 1100-ONE-PERSON THRU 1100-EXIT
011600         END-READ
011700     END-PERFORM.
015800             AT END
015900                 MOVE 'Y' TO RB-EOF-SW
016000             NOT AT END
016010                 ADD 1 TO RB-RECS-IN
016100                 MOVE SPACES TO RB-TOK1 RB-TOK2
016200                                RB-TOK3 RB-TOK4
016300                 UNSTRING LOADSUM-LINE
024400     STRING 'PROPOSED MOVES ' RB-ED-A
024500         DELIMITED BY SIZE INTO REBALPLN-LINE.
024600     WRITE REBALPLN-LINE.
024610     ADD 1 TO RB-RECS-OUT.
024700     CLOSE REBALPLN.
024800     DISPLAY 'REBALANCE PLAN WRITTEN, ' RB-MOVE-CNT
024900             ' MOVE(S) PROPOSED'.
030900            ' TO ' RB-ED-C
031000         DELIMITED BY SIZE INTO REBALPLN-LINE.
031100     WRITE REBALPLN-LINE.
031110     ADD 1 TO RB-RECS-OUT.
031200 3200-EXIT.
031205     EXIT.
031210
031215 8500-LOG-RUN.
031220*    THE JOBLOG CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
031225     MOVE RETURN-CODE   TO RB-SAVE-RC.
031227     PERFORM 8600-RECORD-LINEAGE THRU 8600-EXIT.
031230     MOVE 'REBAL'       TO JL-PROGRAM.
031235     MOVE RB-TS-DATE    TO JL-START-DATE.
031240     MOVE RB-TS-HHMMSS  TO JL-START-TIME.
031245     MOVE RB-RECS-IN    TO JL-RECS-IN.
031250     MOVE RB-RECS-OUT   TO JL-RECS-OUT.
031255     IF RB-SAVE-RC >= 8
031260         MOVE 'ERROR'   TO JL-STATUS
031265     ELSE
031270         MOVE 'NORMAL'  TO JL-STATUS
031275     END-IF.
031280     CALL 'JOBLOG' USING JL-PARM.
031285     MOVE RB-SAVE-RC    TO RETURN-CODE.
031290 8500-EXIT.
031300     EXIT.
031306
031312 8600-RECORD-LINEAGE.
031318     MOVE 'REBAL'       TO LN-PROGRAM.
031324     MOVE RB-TS-HHMMSS  TO LN-START-TIME.
031330     MOVE 3             TO LN-CNT.
031336     MOVE 'ASSIGNOUT'   TO LN-DSN(1).
031342     MOVE 'R'           TO LN-MODE(1).
031348     MOVE 'LOADSUM'     TO LN-DSN(2).
031354     MOVE 'R'           TO LN-MODE(2).
031360     MOVE 'REBALPLN'    TO LN-DSN(3).
031366     MOVE 'W'           TO LN-MODE(3).
031372     CALL 'LINEAGE' USING LN-PARM.
031378 8600-EXIT.
031384     EXIT.
031400
031500 9999-EXIT.
031600     STOP RUN.
