001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  COMPLETION RECORD ON JOBLOG; RECORDS-IN IS  *
002020*                   EVERY FLOORRPT LINE READ, THE HAND-OFF      *
002030*                   BALANCED AGAINST KYOPURO.                   *
002053*  2026-10-15  OSG  FLOORRPT, MATCOST AND BOMRPT RECORDED ON THE*
002076*                   LINEAGE REGISTER AT END OF JOB.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
005500 77  BM-RUN-COST              PIC 9(15) VALUE ZERO.
005600 77  BM-ORDER-CNT             PIC 9(07) COMP VALUE ZERO.
005700 77  BM-REJ-CNT               PIC 9(05) COMP VALUE ZERO.
005710 77  BM-RECS-IN               PIC 9(09) COMP VALUE ZERO.
005720 77  BM-RECS-OUT              PIC 9(09) COMP VALUE ZERO.
005730 77  BM-SAVE-RC               PIC S9(04) COMP.
005800 01  BM-TOK.
005900     05  BM-TK1               PIC X(10).
006000     05  BM-TK2               PIC X(10).
007200         10  BM-T-EFF         PIC 9(08).
007300 01  BM-ED-AREA               PIC Z(11)9.
007400 01  BM-ED-COST               PIC Z(14)9.
007410 01  BM-TIMESTAMP.
007420     05  BM-TS-DATE           PIC 9(08).
007430     05  BM-TS-TIME.
007440         07  BM-TS-HHMMSS     PIC 9(06).
007450         07  FILLER           PIC 9(02).
007460 COPY JOBLOGPM.
007480 COPY LINEAGPM.
007500 PROCEDURE DIVISION.
007600*****************************************************************
007700*  0000-MAINLINE - LOAD THE MASTER, COST EVERY ORDER LINE.      *
007800*****************************************************************
007900 0000-MAINLINE.
008000     ACCEPT BM-TODAY FROM DATE YYYYMMDD.
008010     MOVE BM-TODAY TO BM-TS-DATE.
008020     ACCEPT BM-TS-TIME FROM TIME.
008100     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
008200     IF BM-MAT-CNT = ZERO
008300         DISPLAY 'MATCOST ABSENT OR EMPTY - RUN ABANDONED'
010600     IF BM-REJ-CNT > ZERO
010700         MOVE 4 TO RETURN-CODE
010800     END-IF.
010810     PERFORM 8500-LOG-RUN THRU 8500-EXIT.
010900     GO TO 9999-EXIT.
011000
011100 1000-LOAD-MASTER.
014500             MOVE 'Y' TO BM-EOF-SW
014600             GO TO 2000-EXIT
014700     END-READ.
014710     ADD 1 TO BM-RECS-IN.
014800*    ONLY THE PER-ORDER 'ROOM' LINES PRICE; THE FLOOR AND
014900*    BUILDING SUBTOTALS STAY ON THE AREA REPORT
015000     IF FLOORRPT-LINE(1:5) NOT = 'ROOM '
016600                ' UNKNOWN COVERING ' BM-TK9
016700             DELIMITED BY SIZE INTO BOMRPT-LINE
016800         WRITE BOMRPT-LINE
016810         ADD 1 TO BM-RECS-OUT
016900         GO TO 2000-EXIT
017000     END-IF.
017100     COMPUTE BM-COST = BM-AREA * BM-T-PRICE(BM-HIT).
017900            ' COST ' BM-ED-COST
018000         DELIMITED BY SIZE INTO BOMRPT-LINE.
018100     WRITE BOMRPT-LINE.
018110     ADD 1 TO BM-RECS-OUT.
018200 2000-EXIT.
018300     EXIT.
018400
020400     STRING 'RUN TOTAL COST ' BM-ED-COST
020500         DELIMITED BY SIZE INTO BOMRPT-LINE.
020600     WRITE BOMRPT-LINE.
020610     ADD 1 TO BM-RECS-OUT.
020700     IF BM-REJ-CNT > ZERO
020800         MOVE BM-REJ-CNT TO BM-ED-AREA
020810         MOVE SPACES TO BOMRPT-LINE
020900         STRING 'ORDERS REJECTED ' BM-ED-AREA
021000             DELIMITED BY SIZE INTO BOMRPT-LINE
021100         WRITE BOMRPT-LINE
021110         ADD 1 TO BM-RECS-OUT
021200     END-IF.
021300 3000-EXIT.
021306     EXIT.
021312
021318 8500-LOG-RUN.
021324*    THE JOBLOG CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
021330     MOVE RETURN-CODE   TO BM-SAVE-RC.
021333     PERFORM 8600-RECORD-LINEAGE THRU 8600-EXIT.
021336     MOVE 'BOMCOST'     TO JL-PROGRAM.
021342     MOVE BM-TS-DATE    TO JL-START-DATE.
021348     MOVE BM-TS-HHMMSS  TO JL-START-TIME.
021354     MOVE BM-RECS-IN    TO JL-RECS-IN.
021360     MOVE BM-RECS-OUT   TO JL-RECS-OUT.
021366     MOVE 'NORMAL'      TO JL-STATUS.
021372     CALL 'JOBLOG' USING JL-PARM.
021378     MOVE BM-SAVE-RC    TO RETURN-CODE.
021384 8500-EXIT.
021400     EXIT.
021406
021412 8600-RECORD-LINEAGE.
021418     MOVE 'BOMCOST'     TO LN-PROGRAM.
021424     MOVE BM-TS-HHMMSS  TO LN-START-TIME.
021430     MOVE 3             TO LN-CNT.
021436     MOVE 'FLOORRPT'    TO LN-DSN(1).
021442     MOVE 'R'           TO LN-MODE(1).
021448     MOVE 'MATCOST'     TO LN-DSN(2).
021454     MOVE 'R'           TO LN-MODE(2).
021460     MOVE 'BOMRPT'      TO LN-DSN(3).
021466     MOVE 'W'           TO LN-MODE(3).
021472     CALL 'LINEAGE' USING LN-PARM.
021478 8600-EXIT.
021484     EXIT.
021500
021600 9999-EXIT.
021700     STOP RUN.
