001210*  AND ANY LATER STATUS BOOK TO OTHER) - WHO TO CHARGE          *
001300*  FOR THE WINDOW TIME AND WHO IS SUBMITTING THE GARBAGE.       *
001400*  OLD-LAYOUT LINES WITHOUT A DEPARTMENT BOOK TO 'NONE'.        *
001410*  A LINE MATHQRY ANSWERED FROM ITS MQCACHE ANSWER CACHE        *
001420*  CARRIES 'CACHED' AFTER THE STATUS; A FINAL SECTION GIVES     *
001430*  THE CACHE HIT RATE BY SERVICE.                               *
001500*****************************************************************
001600*  MODIFICATION HISTORY                                         *
001700*  2026-09-01  OSG  NEW PROGRAM.                                *
001710*  2026-10-15  OSG  CACHE HIT RATES BY SERVICE.                 *
001720*  2026-10-15  OSG  BATCH DATE STAMP IN COLUMNS 125-132 KEPT    *
001730*                   OUT OF THE ANSWER PARSE.                    *
001753*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
001776*                   LINEAGE REGISTER AT END OF JOB.             *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002800 01  QRYARCH-LINE             PIC X(132).
002900 WORKING-STORAGE SECTION.
003000 77  MA-I-STATUS              PIC X(02).
003033 77  MA-LN-ARC-SW             PIC X(01) VALUE 'N'.
003066 77  MA-SAVE-RC               PIC S9(04) COMP.
003100 77  MA-EOF-SW                PIC X(01) VALUE 'N'.
003200     88  MA-EOF                          VALUE 'Y'.
003300 77  MA-LINE-CNT              PIC 9(07) COMP VALUE ZERO.
003900 01  MA-FRONT                 PIC X(80).
004000 01  MA-TAIL                  PIC X(40).
004100 01  MA-STATUS                PIC X(07).
004110 01  MA-CACHE-TAG             PIC X(07).
004200 01  MA-TOK1                  PIC X(10).
004300 01  MA-TOK2                  PIC X(10).
004400 01  MA-DEPT                  PIC X(04).
005300         10  MA-S-NAME        PIC X(10).
005400         10  MA-S-CNT         PIC 9(07) COMP
005500                              OCCURS 6.
005510         10  MA-S-HITS        PIC 9(07) COMP.
005600*    COUNT SLOTS: 1 OK, 2 BADSVC, 3 BADOPND, 4 NOINV,
005610*    5 OTHER (NOTBL AND ANYTHING NEW), 6 TOTAL
005700 01  MA-ED-CNT                PIC Z(06)9.
006000 01  MA-ED-C                  PIC Z(06)9.
006100 01  MA-ED-D                  PIC Z(06)9.
006110 01  MA-ED-E                  PIC Z(06)9.
006120 01  MA-HIT-PCT               PIC 9(03)V9.
006130 01  MA-ED-PCT                PIC ZZ9.9.
006165 COPY LINEAGPM.
006200 PROCEDURE DIVISION.
006300*****************************************************************
006400*  0000-MAINLINE - TALLY EVERY ANSWER LINE, PRINT THE TOTALS.   *
007000         MOVE 16 TO RETURN-CODE
007100         GO TO 9999-EXIT
007200     END-IF.
007250     MOVE 'Y' TO MA-LN-ARC-SW.
007300     PERFORM 2000-ONE-LINE THRU 2000-EXIT
007400         UNTIL MA-EOF.
007500     CLOSE QRYARCH.
008700     END-IF.
008800     ADD 1 TO MA-LINE-CNT.
008900     MOVE SPACES TO MA-FRONT MA-TAIL MA-STATUS.
008910     MOVE SPACES TO MA-CACHE-TAG.
008990*    COLUMNS 125-132 CARRY THE BATCH DATE, NOT THE ANSWER
009000     UNSTRING QRYARCH-LINE(1:123) DELIMITED BY ' STATUS '
009100         INTO MA-FRONT MA-TAIL.
009200     UNSTRING MA-TAIL DELIMITED BY ALL SPACE
009300         INTO MA-STATUS MA-CACHE-TAG.
009400     MOVE SPACES TO MA-TOK1 MA-TOK2.
009500     UNSTRING MA-FRONT DELIMITED BY ALL SPACE
009600         INTO MA-TOK1 MA-TOK2.
017000             UNTIL MA-STAT-IX > 6
017100             MOVE ZERO TO MA-S-CNT(MA-HIT, MA-STAT-IX)
017200         END-PERFORM
017210         MOVE ZERO TO MA-S-HITS(MA-HIT)
017300         EVALUATE MA-STATUS
017400             WHEN 'OK'      MOVE 1 TO MA-STAT-IX
017500             WHEN 'BADSVC'  MOVE 2 TO MA-STAT-IX
018000     END-IF.
018100     ADD 1 TO MA-S-CNT(MA-HIT, MA-STAT-IX).
018200     ADD 1 TO MA-S-CNT(MA-HIT, 6).
018210     IF MA-CACHE-TAG = 'CACHED'
018220         ADD 1 TO MA-S-HITS(MA-HIT)
018230     END-IF.
018300 2200-EXIT.
018400     EXIT.
018500
019800     PERFORM 4200-ONE-SVC THRU 4200-EXIT
019900         VARYING MA-IX FROM 1 BY 1
020000         UNTIL MA-IX > MA-SVC-CNT.
020010     DISPLAY ' '.
020020     DISPLAY 'CACHE BY SERVICE  REQUESTS  CACHED  HIT PCT'.
020030     PERFORM 4300-ONE-CACHE THRU 4300-EXIT
020040         VARYING MA-IX FROM 1 BY 1
020050         UNTIL MA-IX > MA-SVC-CNT.
020100 4000-EXIT.
020200     EXIT.
020300
022500 4200-EXIT.
022600     EXIT.
022700
022706 4300-ONE-CACHE.
022712     MOVE MA-S-CNT(MA-IX, 6) TO MA-ED-CNT.
022718     MOVE MA-S-HITS(MA-IX)   TO MA-ED-A.
022724     IF MA-S-CNT(MA-IX, 6) = ZERO
022730         MOVE ZERO TO MA-HIT-PCT
022736     ELSE
022742         COMPUTE MA-HIT-PCT ROUNDED =
022748             MA-S-HITS(MA-IX) * 100 / MA-S-CNT(MA-IX, 6)
022754     END-IF.
022760     MOVE MA-HIT-PCT TO MA-ED-PCT.
022766     DISPLAY MA-S-NAME(MA-IX) '   '
022772             MA-ED-CNT ' ' MA-ED-A '    ' MA-ED-PCT.
022778 4300-EXIT.
022784     EXIT.
022790
022793 8000-RECORD-LINEAGE.
022796*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
022799*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
022802*    RETURN-CODE, SO IT IS PUT BACK.
022805     MOVE RETURN-CODE   TO MA-SAVE-RC.
022808     MOVE 'MQACCT'      TO LN-PROGRAM.
022811     MOVE SPACES        TO LN-START-TIME.
022814     MOVE ZERO          TO LN-CNT.
022817     IF MA-LN-ARC-SW = 'Y'
022820         ADD 1 TO LN-CNT
022823         MOVE 'QRYARCH'     TO LN-DSN(LN-CNT)
022826         MOVE 'R'           TO LN-MODE(LN-CNT)
022829     END-IF.
022832     CALL 'LINEAGE' USING LN-PARM.
022835     MOVE MA-SAVE-RC    TO RETURN-CODE.
022838 8000-EXIT.
022841     EXIT.
022844
022847 9999-EXIT.
022850     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
022900     STOP RUN.
