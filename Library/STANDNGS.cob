002400*                   INSTEAD OF THE COMPILED-IN 'ABC' TRIO.      *
002500*  2026-09-01  OSG  STANDRPT NOW PAGINATED THROUGH THE SHARED   *
002600*                   PRINTFMT SERVICE.                           *
002610*  2026-10-15  OSG  COMPLETION RECORD ON JOBLOG; RECORDS-IN IS  *
002620*                   THE NEWEST DAY'S CARDS, THE SEASON HAND-OFF *
002630*                   THE BALANCING RUN TIES TO 166F.             *
002650*  2026-10-15  OSG  SEASON, TEAMROST AND STANDRPT RECORDED ON   *
002670*                   THE LINEAGE REGISTER AT END OF JOB.         *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005400 77  ST-BEST-IX               PIC 9(02) COMP.
005500 77  ST-RANK                  PIC 9(02).
005600 77  ST-COMP-CNT              PIC 9(02) COMP VALUE ZERO.
005610 77  ST-DAY-RECS              PIC 9(09) COMP VALUE ZERO.
005620 77  ST-RECS-OUT              PIC 9(09) COMP VALUE ZERO.
005630 77  ST-SAVE-RC               PIC S9(04) COMP.
005700 01  ST-CARD                  PIC X(20).
005800 01  ST-DAY-DATE              PIC X(08).
005900 01  ST-ROST-REC.
007600 01  ST-ED-T                  PIC Z(05)9.
007700 01  ST-ED-E                  PIC Z(03)9.
007800 01  ST-MOVE                  PIC X(04).
007810 01  ST-TIMESTAMP.
007820     05  ST-TS-DATE           PIC 9(08).
007830     05  ST-TS-TIME.
007840         07  ST-TS-HHMMSS     PIC 9(06).
007850         07  FILLER           PIC 9(02).
007860 COPY JOBLOGPM.
007880 COPY LINEAGPM.
007900 PROCEDURE DIVISION.
008000*****************************************************************
008100*  0000-MAINLINE - WALK THE SEASON, REPORT AFTER EVERY DAY.     *
009000     CLOSE SEASON.
009100     MOVE 'C' TO PF-OP.
009200     CALL 'PRINTFMT' USING PF-PARM.
009210     PERFORM 8500-LOG-RUN THRU 8500-EXIT.
009300     GO TO 9999-EXIT.
009400
009500 1000-INITIALIZE.
009510     ACCEPT ST-TS-DATE FROM DATE YYYYMMDD.
009520     ACCEPT ST-TS-TIME FROM TIME.
009600     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
009700     IF ST-COMP-CNT = ZERO
009800         DISPLAY 'TEAMROST ROSTER ABSENT OR EMPTY - '
015900             MOVE 'Y' TO ST-EOF-SW
016000             GO TO 2000-EXIT
016100     END-READ.
016110*    SEASON IS READ WHOLE, BUT ONLY THE NEWEST DAY IS WHAT
016120*    166F HANDED OVER TONIGHT - THAT DAY'S CARDS ARE COUNTED
016130*    FROM ITS DAY CARD ON.
016140     ADD 1 TO ST-DAY-RECS.
016200     IF ST-CARD(1:4) = 'DAY '
016210         MOVE 1 TO ST-DAY-RECS
016300         IF ST-DAY-OPEN = 'Y'
016400             PERFORM 3000-DAY-REPORT THRU 3000-EXIT
016500         END-IF
023700         DELIMITED BY SIZE INTO PF-LINE.
023800     MOVE 'D' TO PF-OP.
023900     CALL 'PRINTFMT' USING PF-PARM.
023910     ADD 1 TO ST-RECS-OUT.
024000 3100-EXIT.
024006     EXIT.
024012
024018 8500-LOG-RUN.
024024*    THE JOBLOG CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.
024030     MOVE RETURN-CODE   TO ST-SAVE-RC.
024033     PERFORM 8600-RECORD-LINEAGE THRU 8600-EXIT.
024036     MOVE 'STANDNGS'    TO JL-PROGRAM.
024042     MOVE ST-TS-DATE    TO JL-START-DATE.
024048     MOVE ST-TS-HHMMSS  TO JL-START-TIME.
024054     MOVE ST-DAY-RECS   TO JL-RECS-IN.
024060     MOVE ST-RECS-OUT   TO JL-RECS-OUT.
024066     MOVE 'NORMAL'      TO JL-STATUS.
024072     CALL 'JOBLOG' USING JL-PARM.
024078     MOVE ST-SAVE-RC    TO RETURN-CODE.
024084 8500-EXIT.
024100     EXIT.
024106
024112 8600-RECORD-LINEAGE.
024118     MOVE 'STANDNGS'    TO LN-PROGRAM.
024124     MOVE ST-TS-HHMMSS  TO LN-START-TIME.
024130     MOVE 3             TO LN-CNT.
024136     MOVE 'SEASON'      TO LN-DSN(1).
024142     MOVE 'R'           TO LN-MODE(1).
024148     MOVE 'TEAMROST'    TO LN-DSN(2).
024154     MOVE 'R'           TO LN-MODE(2).
024160     MOVE 'STANDRPT'    TO LN-DSN(3).
024166     MOVE 'W'           TO LN-MODE(3).
024172     CALL 'LINEAGE' USING LN-PARM.
024178 8600-EXIT.
024184     EXIT.
024200
024300 9999-EXIT.
024400     STOP RUN.
