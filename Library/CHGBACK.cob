000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGBACK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  CHGBACK - MONTHLY BATCH-WINDOW CHARGEBACK.  PRICES EVERY     *
000900*  JOBLOG COMPLETION BOOKED TO THE MONTH AND CHARGES IT TO THE  *
001000*  DEPARTMENT THAT OWNS THE PROGRAM.  THE RATE CARD COMES FROM  *
001100*  SYSIN:                                                       *
001200*    <YYYYMM> <RATE PER ELAPSED SECOND> <RATE PER 1000 RECS>    *
001300*  (A BLANK MONTH MEANS THE MONTH OF THE OFFICIAL BATCH DATE).  *
001400*  ELAPSED TIME IS TAKEN FROM THE START AND END STAMPS WITH     *
001500*  JR-ROLL-DAYS ADDED BACK, AS JOBTREND MEASURES IT; RECORDS    *
001600*  ARE RECORDS IN PLUS RECORDS OUT.                             *
001700*  OWNERSHIP COMES FROM THE PGMOWN MASTER, ONE ROW PER          *
001800*    <PROGRAM> <DEPT> <COST-CENTRE> <EFFECTIVE-DATE>            *
001900*  THE NEWEST ROW NOT AFTER A RUN'S BATCH DATE OWNS THAT RUN,   *
002000*  SO A PROGRAM THAT CHANGES HANDS MID-MONTH IS SPLIT.          *
002100*  PRINTS ONE STATEMENT PER DEPARTMENT AND AN UNOWNED-PROGRAMS  *
002200*  LIST, AND WRITES ONE CHGBACK LINE PER DEPARTMENT, COST       *
002300*  CENTRE AND PROGRAM FOR FINANCE TO ALLOCATE.                  *
002400*  ENDS RC 4 WHEN ANY COMPLETION HAD NO OWNER.                  *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002725*  2026-10-15  OSG  UNOWNED PROGRAMS POSTED TO THE ALERT QUEUE. *
002750*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002775*                   LINEAGE REGISTER AT END OF JOB.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PGMOWN ASSIGN TO PGMOWN
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS CB-O-STATUS.
003500     SELECT OPTIONAL JOBFILE ASSIGN TO JOBLOG
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS CB-J-STATUS.
003800     SELECT CHGOUT ASSIGN TO CHGBACK
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS CB-C-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PGMOWN.
004400 01  PGMOWN-LINE              PIC X(40).
004500 FD  JOBFILE.
004600 01  JOBFILE-LINE             PIC X(80).
004700 FD  CHGOUT.
004800 01  CHGOUT-LINE              PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 77  CB-O-STATUS              PIC X(02).
005100 77  CB-J-STATUS              PIC X(02).
005200 77  CB-C-STATUS              PIC X(02).
005300 77  CB-EOF-SW                PIC X(01).
005400     88  CB-EOF                          VALUE 'Y'.
005420 77  CB-LN-OWN-SW             PIC X(01) VALUE 'N'.
005440 77  CB-LN-JOB-SW             PIC X(01) VALUE 'N'.
005460 77  CB-LN-CHG-SW             PIC X(01) VALUE 'N'.
005480 77  CB-SAVE-RC               PIC S9(04) COMP.
005500 77  CB-OWN-CNT               PIC 9(03) COMP VALUE ZERO.
005600 77  CB-CHG-CNT               PIC 9(03) COMP VALUE ZERO.
005700 77  CB-UNO-CNT               PIC 9(03) COMP VALUE ZERO.
005800 77  CB-DEPT-CNT              PIC 9(03) COMP VALUE ZERO.
005900 77  CB-IX                    PIC 9(03) COMP.
006000 77  CB-JX                    PIC 9(03) COMP.
006100 77  CB-HIT                   PIC 9(03) COMP.
006200 77  CB-RUN-CNT               PIC 9(07) COMP VALUE ZERO.
006300 77  CB-BAD-CNT               PIC 9(07) COMP VALUE ZERO.
006400 77  CB-START-INT             PIC 9(08) COMP.
006500 77  CB-END-INT               PIC 9(08) COMP.
006600 77  CB-START-SECS            PIC 9(09) COMP.
006700 77  CB-END-SECS              PIC 9(09) COMP.
006800 77  CB-SECS                  PIC S9(09) COMP.
006900 77  CB-RECS                  PIC 9(11) COMP.
007000 77  CB-BEST-EFF              PIC 9(08).
007100 01  CB-CARD                  PIC X(60).
007200 01  CB-MONTH-X               PIC X(08).
007300 01  CB-RSEC-X                PIC X(12).
007400 01  CB-RREC-X                PIC X(12).
007500 01  CB-MONTH                 PIC X(06).
007600 01  CB-RATE-SEC              PIC 9(03)V9(04) VALUE ZERO.
007700 01  CB-RATE-REC              PIC 9(05)V9(04) VALUE ZERO.
007800 01  CB-AMT                   PIC 9(09)V99.
007900 01  CB-DEPT-AMT              PIC 9(11)V99.
008000 01  CB-GRAND-AMT             PIC 9(11)V99 VALUE ZERO.
008100 01  CB-UNO-AMT               PIC 9(11)V99 VALUE ZERO.
008200 01  CB-STAMP-N               PIC 9(08).
008300 01  CB-TIME-N                PIC 9(06).
008400 01  CB-TIME-R REDEFINES CB-TIME-N.
008500     05  CB-T-HH              PIC 9(02).
008600     05  CB-T-MM              PIC 9(02).
008700     05  CB-T-SS              PIC 9(02).
008800 01  CB-TODAY                 PIC 9(08).
008900 COPY PGMOWNRC.
009000 COPY JOBLOGRC.
009100 COPY BATCHDPM.
009133 COPY ALERTPM.
009166 COPY LINEAGPM.
009200*    OWNERSHIP ROWS AS LOADED, EVERY EFFECTIVE DATE KEPT
009300 01  CB-OWN-TBL.
009400     05  CB-OWN OCCURS 500.
009500         10  CB-O-PROGRAM     PIC X(12).
009600         10  CB-O-DEPT        PIC X(04).
009700         10  CB-O-COSTCTR     PIC X(06).
009800         10  CB-O-EFF         PIC 9(08).
009900*    CHARGE ACCUMULATORS, ONE PER DEPT / COST CENTRE / PROGRAM
010000 01  CB-CHG-TBL.
010100     05  CB-CHG OCCURS 500.
010200         10  CB-C-DEPT        PIC X(04).
010300         10  CB-C-COSTCTR     PIC X(06).
010400         10  CB-C-PROGRAM     PIC X(12).
010500         10  CB-C-RUNS        PIC 9(07) COMP.
010600         10  CB-C-SECS        PIC 9(11) COMP.
010700         10  CB-C-RECS        PIC 9(11) COMP.
010800         10  CB-C-AMT         PIC 9(09)V99.
010900*    COMPLETIONS NO OWNERSHIP ROW COVERED, BY PROGRAM
011000 01  CB-UNO-TBL.
011100     05  CB-UNO OCCURS 200.
011200         10  CB-U-PROGRAM     PIC X(12).
011300         10  CB-U-RUNS        PIC 9(07) COMP.
011400         10  CB-U-SECS        PIC 9(11) COMP.
011500         10  CB-U-AMT         PIC 9(09)V99.
011600 01  CB-DEPT-TBL.
011700     05  CB-DEPT              PIC X(04) OCCURS 100.
011800 01  CB-OUT-REC.
011900     05  CB-X-MONTH           PIC X(06).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  CB-X-DEPT            PIC X(04).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  CB-X-COSTCTR         PIC X(06).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  CB-X-PROGRAM         PIC X(12).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  CB-X-RUNS            PIC 9(07).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  CB-X-SECS            PIC 9(09).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  CB-X-RECS            PIC 9(11).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  CB-X-AMT             PIC 9(09)V99.
013400 01  CB-ED-RUNS               PIC Z(06)9.
013500 01  CB-ED-SECS               PIC Z(08)9.
013600 01  CB-ED-RECS               PIC Z(10)9.
013700 01  CB-ED-AMT                PIC Z(10)9.99.
013800 01  CB-ED-RSEC               PIC ZZ9.9999.
013900 01  CB-ED-RREC               PIC Z(04)9.9999.
013950 01  CB-ED-UNO                PIC ZZ9.
014000 PROCEDURE DIVISION.
014100*****************************************************************
014200*  0000-MAINLINE - LOAD OWNERS, PRICE THE MONTH, PRINT.         *
014300*****************************************************************
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 1100-LOAD-OWNERS THRU 1100-EXIT.
014700     PERFORM 2000-PRICE-LOG THRU 2000-EXIT.
014800     PERFORM 4000-STATEMENTS THRU 4000-EXIT.
014900     PERFORM 5000-UNOWNED THRU 5000-EXIT.
015000     IF CB-UNO-CNT > ZERO
015050         PERFORM 8100-POST-ALERT THRU 8100-EXIT
015100         MOVE 4 TO RETURN-CODE
015200     END-IF.
015300     GO TO 9999-EXIT.
015400
015500 1000-INITIALIZE.
015600     MOVE SPACES TO CB-CARD.
015700     ACCEPT CB-CARD
015800         ON EXCEPTION
015900             MOVE SPACES TO CB-CARD
016000     END-ACCEPT.
016100     MOVE SPACES TO CB-MONTH-X CB-RSEC-X CB-RREC-X.
016200     UNSTRING CB-CARD DELIMITED BY ALL SPACE
016300         INTO CB-MONTH-X CB-RSEC-X CB-RREC-X.
016400     IF CB-RSEC-X = SPACES OR CB-RREC-X = SPACES
016500         DISPLAY 'RATE CARD NEEDS <YYYYMM> <RATE/SEC> '
016600                 '<RATE/1000 RECS> - RUN ABANDONED'
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 9999-EXIT
016900     END-IF.
017000     MOVE FUNCTION NUMVAL(CB-RSEC-X) TO CB-RATE-SEC.
017100     MOVE FUNCTION NUMVAL(CB-RREC-X) TO CB-RATE-REC.
017200     IF CB-MONTH-X = SPACES
017300         ACCEPT CB-TODAY FROM DATE YYYYMMDD
017400         MOVE CB-TODAY TO BD-DATE
017500         CALL 'BATCHDT' USING BD-PARM
017600             ON EXCEPTION
017700                 MOVE CB-TODAY TO BD-DATE
017800         END-CALL
017900         MOVE BD-DATE TO CB-STAMP-N
018000         MOVE CB-STAMP-N(1:6) TO CB-MONTH
018100     ELSE
018200         MOVE CB-MONTH-X(1:6) TO CB-MONTH
018300     END-IF.
018400     MOVE CB-RATE-SEC TO CB-ED-RSEC.
018500     MOVE CB-RATE-REC TO CB-ED-RREC.
018600     DISPLAY 'BATCH-WINDOW CHARGEBACK FOR ' CB-MONTH
018700             ' AT ' CB-ED-RSEC ' PER SECOND, '
018800             CB-ED-RREC ' PER 1000 RECORDS'.
018900 1000-EXIT.
019000     EXIT.
019100
019200 1100-LOAD-OWNERS.
019300     MOVE 'N' TO CB-EOF-SW.
019400     OPEN INPUT PGMOWN.
019500     IF CB-O-STATUS NOT = '00'
019600         DISPLAY 'PGMOWN NOT AVAILABLE, STATUS ' CB-O-STATUS
019700                 ' - EVERY PROGRAM WILL SHOW AS UNOWNED'
019800         GO TO 1100-EXIT
019900     END-IF.
019950     MOVE 'Y' TO CB-LN-OWN-SW.
020000     PERFORM UNTIL CB-EOF
020100         READ PGMOWN INTO PO-REC
020200             AT END
020300                 MOVE 'Y' TO CB-EOF-SW
020400             NOT AT END
020500                 IF PO-PROGRAM NOT = SPACES
020600                    AND PO-EFF-DATE IS NUMERIC
020700                     IF CB-OWN-CNT >= 500
020800                         DISPLAY 'PGMOWN EXCEEDS THE 500-ROW '
020900                                 'TABLE - RUN ABANDONED'
021000                         MOVE 16 TO RETURN-CODE
021100                         GO TO 9999-EXIT
021200                     END-IF
021300                     ADD 1 TO CB-OWN-CNT
021400                     MOVE PO-PROGRAM  TO CB-O-PROGRAM(CB-OWN-CNT)
021500                     MOVE PO-DEPT     TO CB-O-DEPT(CB-OWN-CNT)
021600                     MOVE PO-COSTCTR  TO CB-O-COSTCTR(CB-OWN-CNT)
021700                     MOVE PO-EFF-DATE TO CB-O-EFF(CB-OWN-CNT)
021800                 END-IF
021900         END-READ
022000     END-PERFORM.
022100     CLOSE PGMOWN.
022200 1100-EXIT.
022300     EXIT.
022400
022500 2000-PRICE-LOG.
022600     MOVE 'N' TO CB-EOF-SW.
022700     OPEN INPUT JOBFILE.
022800     IF CB-J-STATUS NOT = '00' AND CB-J-STATUS NOT = '05'
022900         DISPLAY 'NO JOBLOG DATASET - NOTHING TO CHARGE'
023000         GO TO 2000-EXIT
023100     END-IF.
023125     IF CB-J-STATUS = '00'
023150         MOVE 'Y' TO CB-LN-JOB-SW
023175     END-IF.
023200     PERFORM 2100-ONE-RUN THRU 2100-EXIT
023300         UNTIL CB-EOF.
023400     CLOSE JOBFILE.
023500     IF CB-BAD-CNT > ZERO
023600         DISPLAY CB-BAD-CNT ' COMPLETION(S) WITH UNUSABLE '
023700                 'STAMPS NOT CHARGED'
023800     END-IF.
023900 2000-EXIT.
024000     EXIT.
024100
024200 2100-ONE-RUN.
024300     READ JOBFILE INTO JR-REC
024400         AT END
024500             MOVE 'Y' TO CB-EOF-SW
024600             GO TO 2100-EXIT
024700     END-READ.
024800     IF JR-END-DATE(1:6) NOT = CB-MONTH
024900         GO TO 2100-EXIT
025000     END-IF.
025100     IF JR-START-DATE IS NOT NUMERIC
025200        OR JR-START-TIME IS NOT NUMERIC
025300        OR JR-END-DATE IS NOT NUMERIC
025400        OR JR-END-TIME IS NOT NUMERIC
025500         ADD 1 TO CB-BAD-CNT
025600         GO TO 2100-EXIT
025700     END-IF.
025800     PERFORM 2200-ELAPSED THRU 2200-EXIT.
025900     IF CB-SECS < ZERO
026000         ADD 1 TO CB-BAD-CNT
026100         GO TO 2100-EXIT
026200     END-IF.
026300     ADD 1 TO CB-RUN-CNT.
026400     MOVE ZERO TO CB-RECS.
026500     IF JR-RECS-IN IS NUMERIC
026600         ADD JR-RECS-IN TO CB-RECS
026700     END-IF.
026800     IF JR-RECS-OUT IS NUMERIC
026900         ADD JR-RECS-OUT TO CB-RECS
027000     END-IF.
027100     COMPUTE CB-AMT ROUNDED =
027200         CB-SECS * CB-RATE-SEC
027300         + CB-RECS * CB-RATE-REC / 1000.
027400     PERFORM 2300-FIND-OWNER THRU 2300-EXIT.
027500     IF CB-HIT = ZERO
027600         PERFORM 2500-BOOK-UNOWNED THRU 2500-EXIT
027700     ELSE
027800         PERFORM 2400-BOOK-CHARGE THRU 2400-EXIT
027900     END-IF.
028000 2100-EXIT.
028100     EXIT.
028200
028300 2200-ELAPSED.
028400     MOVE JR-START-DATE TO CB-STAMP-N.
028500     COMPUTE CB-START-INT =
028600         FUNCTION INTEGER-OF-DATE(CB-STAMP-N).
028700     MOVE JR-END-DATE TO CB-STAMP-N.
028800     COMPUTE CB-END-INT =
028900         FUNCTION INTEGER-OF-DATE(CB-STAMP-N).
029000*    JR-END-DATE IS THE OFFICIAL BATCH DATE; THE ROLL FIELD
029100*    PUTS THE WALL-CLOCK END DAY BACK (BLANK = OLD RECORD)
029200     IF JR-ROLL-DAYS IS NUMERIC
029300         ADD JR-ROLL-DAYS TO CB-END-INT
029400     END-IF.
029500     MOVE JR-START-TIME TO CB-TIME-N.
029600     COMPUTE CB-START-SECS =
029700         CB-T-HH * 3600 + CB-T-MM * 60 + CB-T-SS.
029800     MOVE JR-END-TIME TO CB-TIME-N.
029900     COMPUTE CB-END-SECS =
030000         CB-T-HH * 3600 + CB-T-MM * 60 + CB-T-SS.
030100     COMPUTE CB-SECS =
030200         (CB-END-INT - CB-START-INT) * 86400
030300         + CB-END-SECS - CB-START-SECS.
030400 2200-EXIT.
030500     EXIT.
030600
030700 2300-FIND-OWNER.
030800*    THE NEWEST OWNERSHIP ROW IN EFFECT ON THE RUN'S BATCH DATE
030900     MOVE ZERO TO CB-HIT CB-BEST-EFF.
031000     MOVE JR-END-DATE TO CB-STAMP-N.
031100     PERFORM VARYING CB-IX FROM 1 BY 1
031200         UNTIL CB-IX > CB-OWN-CNT
031300         IF CB-O-PROGRAM(CB-IX) = JR-PROGRAM
031400            AND CB-O-EFF(CB-IX) NOT > CB-STAMP-N
031500            AND CB-O-EFF(CB-IX) NOT < CB-BEST-EFF
031600             MOVE CB-IX TO CB-HIT
031700             MOVE CB-O-EFF(CB-IX) TO CB-BEST-EFF
031800         END-IF
031900     END-PERFORM.
032000 2300-EXIT.
032100     EXIT.
032200
032300 2400-BOOK-CHARGE.
032400     MOVE CB-HIT TO CB-JX.
032500     MOVE ZERO TO CB-HIT.
032600     PERFORM VARYING CB-IX FROM 1 BY 1
032700         UNTIL CB-IX > CB-CHG-CNT OR CB-HIT NOT = ZERO
032800         IF CB-C-DEPT(CB-IX) = CB-O-DEPT(CB-JX)
032900            AND CB-C-COSTCTR(CB-IX) = CB-O-COSTCTR(CB-JX)
033000            AND CB-C-PROGRAM(CB-IX) = JR-PROGRAM
033100             MOVE CB-IX TO CB-HIT
033200         END-IF
033300     END-PERFORM.
033400     IF CB-HIT = ZERO
033500         IF CB-CHG-CNT >= 500
033600             DISPLAY 'CHARGE TABLE FULL AT 500 ROWS - RUN '
033700                     'ABANDONED'
033800             MOVE 16 TO RETURN-CODE
033900             GO TO 9999-EXIT
034000         END-IF
034100         ADD 1 TO CB-CHG-CNT
034200         MOVE CB-CHG-CNT TO CB-HIT
034300         MOVE CB-O-DEPT(CB-JX)    TO CB-C-DEPT(CB-HIT)
034400         MOVE CB-O-COSTCTR(CB-JX) TO CB-C-COSTCTR(CB-HIT)
034500         MOVE JR-PROGRAM          TO CB-C-PROGRAM(CB-HIT)
034600         MOVE ZERO TO CB-C-RUNS(CB-HIT) CB-C-SECS(CB-HIT)
034700                      CB-C-RECS(CB-HIT) CB-C-AMT(CB-HIT)
034800     END-IF.
034900     ADD 1       TO CB-C-RUNS(CB-HIT).
035000     ADD CB-SECS TO CB-C-SECS(CB-HIT).
035100     ADD CB-RECS TO CB-C-RECS(CB-HIT).
035200     ADD CB-AMT  TO CB-C-AMT(CB-HIT).
035300     ADD CB-AMT  TO CB-GRAND-AMT.
035400 2400-EXIT.
035500     EXIT.
035600
035700 2500-BOOK-UNOWNED.
035800     PERFORM VARYING CB-IX FROM 1 BY 1
035900         UNTIL CB-IX > CB-UNO-CNT OR CB-HIT NOT = ZERO
036000         IF CB-U-PROGRAM(CB-IX) = JR-PROGRAM
036100             MOVE CB-IX TO CB-HIT
036200         END-IF
036300     END-PERFORM.
036400     IF CB-HIT = ZERO
036500         IF CB-UNO-CNT >= 200
036600             GO TO 2500-EXIT
036700         END-IF
036800         ADD 1 TO CB-UNO-CNT
036900         MOVE CB-UNO-CNT TO CB-HIT
037000         MOVE JR-PROGRAM TO CB-U-PROGRAM(CB-HIT)
037100         MOVE ZERO TO CB-U-RUNS(CB-HIT) CB-U-SECS(CB-HIT)
037200                      CB-U-AMT(CB-HIT)
037300     END-IF.
037400     ADD 1       TO CB-U-RUNS(CB-HIT).
037500     ADD CB-SECS TO CB-U-SECS(CB-HIT).
037600     ADD CB-AMT  TO CB-U-AMT(CB-HIT).
037700     ADD CB-AMT  TO CB-UNO-AMT.
037800 2500-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*  4000-STATEMENTS - ONE STATEMENT PER DEPARTMENT, IN THE       *
038300*  ORDER THE DEPARTMENTS FIRST APPEAR, PLUS THE CHGBACK LINES.  *
038400*****************************************************************
038500 4000-STATEMENTS.
038600     OPEN OUTPUT CHGOUT.
038700     IF CB-C-STATUS NOT = '00'
038800         DISPLAY 'CHGBACK NOT USABLE, STATUS ' CB-C-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         GO TO 9999-EXIT
039100     END-IF.
039150     MOVE 'Y' TO CB-LN-CHG-SW.
039200     PERFORM VARYING CB-IX FROM 1 BY 1
039300         UNTIL CB-IX > CB-CHG-CNT
039400         MOVE ZERO TO CB-HIT
039500         PERFORM VARYING CB-JX FROM 1 BY 1
039600             UNTIL CB-JX > CB-DEPT-CNT
039700             IF CB-DEPT(CB-JX) = CB-C-DEPT(CB-IX)
039800                 MOVE CB-JX TO CB-HIT
039900             END-IF
040000         END-PERFORM
040100         IF CB-HIT = ZERO AND CB-DEPT-CNT < 100
040200             ADD 1 TO CB-DEPT-CNT
040300             MOVE CB-C-DEPT(CB-IX) TO CB-DEPT(CB-DEPT-CNT)
040400         END-IF
040500     END-PERFORM.
040600     PERFORM 4100-ONE-DEPT THRU 4100-EXIT
040700         VARYING CB-JX FROM 1 BY 1
040800         UNTIL CB-JX > CB-DEPT-CNT.
040900     CLOSE CHGOUT.
041000     DISPLAY ' '.
041100     MOVE CB-RUN-CNT TO CB-ED-RUNS.
041200     MOVE CB-GRAND-AMT TO CB-ED-AMT.
041300     DISPLAY 'RUNS PRICED ' CB-ED-RUNS
041400             '   CHARGED TO DEPARTMENTS ' CB-ED-AMT.
041500 4000-EXIT.
041600     EXIT.
041700
041800 4100-ONE-DEPT.
041900     MOVE ZERO TO CB-DEPT-AMT.
042000     DISPLAY ' '.
042100     DISPLAY 'CHARGEBACK STATEMENT - DEPARTMENT ' CB-DEPT(CB-JX)
042200             ' - PERIOD ' CB-MONTH.
042300     DISPLAY 'PROGRAM      COST-C    RUNS   ELAPSED-S'
042400             '     RECORDS         CHARGE'.
042500     PERFORM VARYING CB-IX FROM 1 BY 1
042600         UNTIL CB-IX > CB-CHG-CNT
042700         IF CB-C-DEPT(CB-IX) = CB-DEPT(CB-JX)
042800             PERFORM 4200-ONE-LINE THRU 4200-EXIT
042900         END-IF
043000     END-PERFORM.
043100     MOVE CB-DEPT-AMT TO CB-ED-AMT.
043200     DISPLAY 'DEPARTMENT TOTAL                              '
043300             '    ' CB-ED-AMT.
043400 4100-EXIT.
043500     EXIT.
043600
043700 4200-ONE-LINE.
043800     MOVE CB-C-RUNS(CB-IX) TO CB-ED-RUNS.
043900     MOVE CB-C-SECS(CB-IX) TO CB-ED-SECS.
044000     MOVE CB-C-RECS(CB-IX) TO CB-ED-RECS.
044100     MOVE CB-C-AMT(CB-IX)  TO CB-ED-AMT.
044200     DISPLAY CB-C-PROGRAM(CB-IX) ' ' CB-C-COSTCTR(CB-IX) ' '
044300             CB-ED-RUNS ' ' CB-ED-SECS ' ' CB-ED-RECS ' '
044400             CB-ED-AMT.
044500     ADD CB-C-AMT(CB-IX) TO CB-DEPT-AMT.
044600     MOVE CB-MONTH            TO CB-X-MONTH.
044700     MOVE CB-C-DEPT(CB-IX)    TO CB-X-DEPT.
044800     MOVE CB-C-COSTCTR(CB-IX) TO CB-X-COSTCTR.
044900     MOVE CB-C-PROGRAM(CB-IX) TO CB-X-PROGRAM.
045000     MOVE CB-C-RUNS(CB-IX)    TO CB-X-RUNS.
045100     MOVE CB-C-SECS(CB-IX)    TO CB-X-SECS.
045200     MOVE CB-C-RECS(CB-IX)    TO CB-X-RECS.
045300     MOVE CB-C-AMT(CB-IX)     TO CB-X-AMT.
045400     WRITE CHGOUT-LINE FROM CB-OUT-REC.
045500 4200-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*  5000-UNOWNED - PROGRAMS THAT RAN BUT THAT NOBODY OWNS.       *
046000*****************************************************************
046100 5000-UNOWNED.
046200     DISPLAY ' '.
046300     DISPLAY '--- UNOWNED PROGRAMS ---'.
046400     IF CB-UNO-CNT = ZERO
046500         DISPLAY '(NONE)'
046600         GO TO 5000-EXIT
046700     END-IF.
046800     DISPLAY 'PROGRAM         RUNS   ELAPSED-S  UNCHARGED'.
046900     PERFORM VARYING CB-IX FROM 1 BY 1
047000         UNTIL CB-IX > CB-UNO-CNT
047100         MOVE CB-U-RUNS(CB-IX) TO CB-ED-RUNS
047200         MOVE CB-U-SECS(CB-IX) TO CB-ED-SECS
047300         MOVE CB-U-AMT(CB-IX)  TO CB-ED-AMT
047400         DISPLAY CB-U-PROGRAM(CB-IX) ' ' CB-ED-RUNS ' '
047500                 CB-ED-SECS ' ' CB-ED-AMT
047600     END-PERFORM.
047700     MOVE CB-UNO-AMT TO CB-ED-AMT.
047800     DISPLAY 'WINDOW COST WITH NO OWNER         ' CB-ED-AMT.
047900 5000-EXIT.
048000     EXIT.
048100
048102 8000-RECORD-LINEAGE.
048104*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
048106*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
048108*    RETURN-CODE, SO IT IS PUT BACK.
048110     MOVE RETURN-CODE   TO CB-SAVE-RC.
048112     MOVE 'CHGBACK'     TO LN-PROGRAM.
048114     MOVE SPACES        TO LN-START-TIME.
048116     MOVE ZERO          TO LN-CNT.
048118     IF CB-LN-OWN-SW = 'Y'
048120         ADD 1 TO LN-CNT
048122         MOVE 'PGMOWN'      TO LN-DSN(LN-CNT)
048124         MOVE 'R'           TO LN-MODE(LN-CNT)
048126     END-IF.
048128     IF CB-LN-JOB-SW = 'Y'
048130         ADD 1 TO LN-CNT
048132         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
048134         MOVE 'R'           TO LN-MODE(LN-CNT)
048136     END-IF.
048138     IF CB-LN-CHG-SW = 'Y'
048140         ADD 1 TO LN-CNT
048142         MOVE 'CHGBACK'     TO LN-DSN(LN-CNT)
048144         MOVE 'W'           TO LN-MODE(LN-CNT)
048146     END-IF.
048148     CALL 'LINEAGE' USING LN-PARM.
048150     MOVE CB-SAVE-RC    TO RETURN-CODE.
048152 8000-EXIT.
048154     EXIT.
048156
048158 8100-POST-ALERT.
048160     MOVE CB-UNO-CNT TO CB-ED-UNO.
048162     MOVE SPACES TO AL-PARM.
048164     MOVE 'CHGBACK' TO AL-SOURCE.
048166     MOVE 'W' TO AL-SEVERITY.
048168     MOVE 'CHGBACK.SYSOUT' TO AL-DSN.
048170     STRING CB-ED-UNO ' PROGRAM(S) WITH NO OWNER UNCHARGED FOR '
048172            CB-MONTH
048174         DELIMITED BY SIZE INTO AL-TEXT.
048176     CALL 'ALERTSVC' USING AL-PARM.
048178 8100-EXIT.
048180     EXIT.
048182
048200 9999-EXIT.
048250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
048300     STOP RUN.
