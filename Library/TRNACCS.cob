000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRNACCS.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  TRNACCS - MONTHLY TRANSCRIPT ACCESS REPORT.  READS THE       *
000900*  TRNAUD LOOKUP LOG (TRNAUDRC) THAT TRNSCRPT APPENDS AND LISTS *
001000*  FOR EACH OPERATOR ACTIVE IN THE MONTH THE LOOKUPS MADE, THE  *
001100*  DISTINCT STUDENTS LOOKED UP AND THE DENIED ATTEMPTS.  THE    *
001200*  CONTROL CARD IS                                              *
001300*    [<MONTH YYYYMM> [<FACTOR> [<MINIMUM>]]]                    *
001400*  DEFAULTS: THE MONTH BEFORE THE BATCHDT DATE, FACTOR 3,       *
001500*  MINIMUM 10.  AN OPERATOR'S USUAL PATTERN IS THE AVERAGE      *
001600*  LOOKUPS PER MONTH OVER THE SIX MONTHS BEFORE, COUNTED FROM   *
001700*  THE OPERATOR'S FIRST MONTH ON THE LOG IF THAT IS LATER.  AN  *
001800*  OPERATOR IS FLAGGED UNUSUAL WHEN THE MONTH'S LOOKUPS EXCEED  *
001900*  FACTOR TIMES THE USUAL AND REACH THE MINIMUM, AND NO PATTERN *
002000*  WHEN THERE IS NO EARLIER MONTH TO COMPARE WITH AND THE       *
002100*  LOOKUPS REACH THE MINIMUM.  ANY FLAG GIVES RC 4 AND A        *
002200*  WARNING ALERT.  A BAD CONTROL CARD IS REJECTED WITH RC 12.   *
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-15  OSG  NEW PROGRAM.                                *
002533*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002566*                   LINEAGE REGISTER AT END OF JOB.             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL TRNAUD ASSIGN TO TRNAUD
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS TX-A-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  TRNAUD.
003600 01  TRNAUD-LINE              PIC X(60).
003700 WORKING-STORAGE SECTION.
003800 77  TX-A-STATUS              PIC X(02).
003825 77  TX-LN-AUD-SW             PIC X(01) VALUE 'N'.
003850 77  TX-LN-RPT-SW             PIC X(01) VALUE 'N'.
003875 77  TX-SAVE-RC               PIC S9(04) COMP.
003900 77  TX-EOF-SW                PIC X(01).
004000     88  TX-EOF                          VALUE 'Y'.
004100 77  TX-OPER-CNT              PIC 9(03) COMP VALUE ZERO.
004200 77  TX-PAIR-CNT              PIC 9(05) COMP VALUE ZERO.
004300 77  TX-IX                    PIC 9(05) COMP.
004400 77  TX-JX                    PIC 9(05) COMP.
004500 77  TX-FLAG-CNT              PIC 9(03) COMP VALUE ZERO.
004600 77  TX-DROP-CNT              PIC 9(07) COMP VALUE ZERO.
004700 77  TX-TOT-LOOK              PIC 9(07) COMP VALUE ZERO.
004800 77  TX-TOT-DENY              PIC 9(07) COMP VALUE ZERO.
004900 77  TX-RPT-MNUM              PIC 9(06) COMP.
005000 77  TX-ROW-MNUM              PIC 9(06) COMP.
005100 77  TX-AGE                   PIC S9(06) COMP.
005200 77  TX-LIMIT                 PIC 9(09)V9 COMP.
005300 77  TX-USUAL                 PIC 9(07)V9.
005400 01  TX-CARD                  PIC X(40).
005500 01  TX-TOK1                  PIC X(20).
005600 01  TX-TOK2                  PIC X(20).
005700 01  TX-TOK3                  PIC X(20).
005800 01  TX-MONTH                 PIC 9(06).
005900 01  FILLER REDEFINES TX-MONTH.
006000     05  TX-M-YYYY            PIC 9(04).
006100     05  TX-M-MM              PIC 9(02).
006200 01  TX-FACTOR                PIC 9(02)V9 VALUE 3.
006300 01  TX-MINIMUM               PIC 9(05) VALUE 10.
006400 01  TX-ROW-MONTH             PIC 9(06).
006500 01  FILLER REDEFINES TX-ROW-MONTH.
006600     05  TX-R-YYYY            PIC 9(04).
006700     05  TX-R-MM              PIC 9(02).
006800 01  TX-TIMESTAMP.
006900     05  TX-TS-DATE           PIC 9(08).
007000     05  FILLER REDEFINES TX-TS-DATE.
007100         07  TX-TS-YYYYMM     PIC 9(06).
007200         07  FILLER           PIC 9(02).
007300     05  TX-TS-TIME           PIC 9(08).
007400*    ONE ENTRY PER OPERATOR SEEN ON THE LOG.  TX-T-SPAN IS HOW
007500*    MANY OF THE SIX PRIOR MONTHS THE OPERATOR HAS BEEN ON THE
007600*    LOG, COUNTED FROM THE EARLIEST ROW.
007700 01  TX-OPER-TBL.
007800     05  TX-OPER OCCURS 200.
007900         10  TX-T-OPER        PIC X(08).
008000         10  TX-T-LOOK        PIC 9(07) COMP.
008100         10  TX-T-STUD        PIC 9(07) COMP.
008200         10  TX-T-DENY        PIC 9(07) COMP.
008300         10  TX-T-HIST        PIC 9(07) COMP.
008400         10  TX-T-SPAN        PIC 9(02) COMP.
008500*    ONE ENTRY PER OPERATOR/STUDENT PAIR LOOKED UP IN THE MONTH
008600 01  TX-PAIR-TBL.
008700     05  TX-PAIR OCCURS 5000.
008800         10  TX-P-OPER        PIC X(08).
008900         10  TX-P-SID         PIC X(08).
009000 01  TX-RPT-LINE              PIC X(100).
009100 01  TX-ED-CNT                PIC Z(06)9.
009200 01  TX-ED-USUAL              PIC Z(06)9.9.
009300 01  TX-ED-FACTOR             PIC Z9.9.
009400 01  TX-ED-SMALL              PIC ZZ9.
009500 COPY TRNAUDRC.
009600 COPY EDITNMPM.
009700 COPY BATCHDPM.
009800 COPY PRINTFPM.
009900 COPY ALERTPM.
009950 COPY LINEAGPM.
010000 PROCEDURE DIVISION.
010100*****************************************************************
010200*  0000-MAINLINE - READ THE LOG, REPORT EACH OPERATOR.          *
010300*****************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-READ-LOG THRU 2000-EXIT.
010700     PERFORM 3000-REPORT THRU 3000-EXIT.
010800     IF TX-FLAG-CNT > ZERO
010900         PERFORM 8100-POST-ALERT THRU 8100-EXIT
011000         MOVE 4 TO RETURN-CODE
011100     END-IF.
011200     GO TO 9999-EXIT.
011300
011400*****************************************************************
011500*  1000-INITIALIZE - REPORT MONTH, CONTROL CARD, REPORT.        *
011600*****************************************************************
011700 1000-INITIALIZE.
011800     ACCEPT TX-TS-DATE FROM DATE YYYYMMDD.
011900     ACCEPT TX-TS-TIME FROM TIME.
012000     MOVE TX-TS-DATE TO BD-DATE.
012100     CALL 'BATCHDT' USING BD-PARM
012200         ON EXCEPTION
012300             MOVE TX-TS-DATE TO BD-DATE
012400     END-CALL.
012500*    THE DEFAULT IS THE LAST COMPLETE MONTH
012600     MOVE BD-DATE(1:6) TO TX-MONTH.
012700     IF TX-M-MM = 1
012800         SUBTRACT 1 FROM TX-M-YYYY
012900         MOVE 12 TO TX-M-MM
013000     ELSE
013100         SUBTRACT 1 FROM TX-M-MM
013200     END-IF.
013300     MOVE SPACES TO TX-CARD.
013400     ACCEPT TX-CARD
013500         ON EXCEPTION
013600             MOVE SPACES TO TX-CARD
013700     END-ACCEPT.
013800     MOVE SPACES TO TX-TOK1 TX-TOK2 TX-TOK3.
013900     UNSTRING TX-CARD DELIMITED BY ALL SPACE
014000         INTO TX-TOK1 TX-TOK2 TX-TOK3.
014100     IF TX-TOK1 NOT = SPACES
014200         IF TX-TOK1(1:6) IS NOT NUMERIC
014300            OR TX-TOK1(7:14) NOT = SPACES
014400             GO TO 1000-REJECT
014500         END-IF
014600         MOVE TX-TOK1(1:6) TO TX-MONTH
014700         IF TX-M-MM < 1 OR TX-M-MM > 12
014800             GO TO 1000-REJECT
014900         END-IF
015000     END-IF.
015100     IF TX-TOK2 NOT = SPACES
015200         MOVE TX-TOK2 TO EN-TOKEN
015300         CALL 'EDITNUM' USING EN-PARM
015400         IF EN-STATUS = 'B'
015500             GO TO 1000-REJECT
015600         END-IF
015700         MOVE FUNCTION NUMVAL(TX-TOK2) TO TX-FACTOR
015800         IF TX-FACTOR < 1
015900             GO TO 1000-REJECT
016000         END-IF
016100     END-IF.
016200     IF TX-TOK3 NOT = SPACES
016300         MOVE TX-TOK3 TO EN-TOKEN
016400         CALL 'EDITNUM' USING EN-PARM
016500         IF EN-STATUS = 'B'
016600             GO TO 1000-REJECT
016700         END-IF
016800         MOVE FUNCTION NUMVAL(TX-TOK3) TO TX-MINIMUM
016900     END-IF.
017000     COMPUTE TX-RPT-MNUM = TX-M-YYYY * 12 + TX-M-MM.
017100     MOVE 'I' TO PF-OP.
017200     MOVE 'TRNACRPT' TO PF-DSN.
017300     MOVE SPACES TO PF-TITLE.
017400     STRING 'TRANSCRIPT ACCESS BY OPERATOR FOR MONTH ' TX-MONTH
017500         DELIMITED BY SIZE INTO PF-TITLE.
017600     MOVE 'OPERATOR  LOOKUPS STUDENTS DENIED  USUAL/MO FLAG'
017700         TO PF-HEADING.
017800     MOVE ZERO TO PF-PAGE-SIZE.
017900     CALL 'PRINTFMT' USING PF-PARM.
018000     IF PF-STATUS NOT = 'G'
018100         DISPLAY 'TRNACRPT DATASET NOT USABLE'
018200         MOVE 16 TO RETURN-CODE
018300         GO TO 9999-EXIT
018400     END-IF.
018450     MOVE 'Y' TO TX-LN-RPT-SW.
018500     GO TO 1000-EXIT.
018600 1000-REJECT.
018700     DISPLAY 'ACCESS REPORT CARD REJECTED: ' TX-CARD.
018800     DISPLAY 'EXPECTED [<MONTH YYYYMM> [<FACTOR> [<MINIMUM>]]]'.
018900     MOVE 12 TO RETURN-CODE.
019000     GO TO 9999-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300
019400*****************************************************************
019500*  2000-READ-LOG - ONE PASS OVER TRNAUD.  ROWS OF THE REPORT    *
019600*  MONTH ARE COUNTED; ROWS OF THE SIX MONTHS BEFORE BUILD THE   *
019700*  OPERATOR'S USUAL PATTERN; LATER ROWS ARE IGNORED.            *
019800*****************************************************************
019900 2000-READ-LOG.
020000     MOVE 'N' TO TX-EOF-SW.
020100     OPEN INPUT TRNAUD.
020200     IF TX-A-STATUS NOT = '00'
020300         DISPLAY 'NO TRNAUD LOG - NO TRANSCRIPT LOOKUPS TO REPORT'
020400         GO TO 2000-EXIT
020500     END-IF.
020550     MOVE 'Y' TO TX-LN-AUD-SW.
020600     PERFORM UNTIL TX-EOF
020700         READ TRNAUD INTO TA-REC
020800             AT END
020900                 MOVE 'Y' TO TX-EOF-SW
021000             NOT AT END
021100                 IF TRNAUD-LINE NOT = SPACES
021200                     PERFORM 2100-ONE-ROW THRU 2100-EXIT
021300                 END-IF
021400         END-READ
021500     END-PERFORM.
021600     CLOSE TRNAUD.
021700 2000-EXIT.
021800     EXIT.
021900
022000 2100-ONE-ROW.
022100     IF TA-DATE IS NOT NUMERIC OR TA-TERMS IS NOT NUMERIC
022200         ADD 1 TO TX-DROP-CNT
022300         GO TO 2100-EXIT
022400     END-IF.
022500     MOVE TA-DATE(1:6) TO TX-ROW-MONTH.
022600     COMPUTE TX-ROW-MNUM = TX-R-YYYY * 12 + TX-R-MM.
022700     COMPUTE TX-AGE = TX-RPT-MNUM - TX-ROW-MNUM.
022800     IF TX-AGE < ZERO
022900         GO TO 2100-EXIT
023000     END-IF.
023100     PERFORM 2200-FIND-OPER THRU 2200-EXIT.
023200     IF TX-IX = ZERO
023300         GO TO 2100-EXIT
023400     END-IF.
023500*    EARLIER MONTHS: HISTORY ONLY.  A ROW OLDER THAN SIX MONTHS
023600*    STILL SHOWS THE OPERATOR HAS BEEN ON THE LOG ALL SIX.
023700     IF TX-AGE > ZERO
023800         IF TX-AGE > 6
023900             MOVE 6 TO TX-AGE
024000         ELSE
024100             IF TA-RESULT NOT = 'DENIED'
024200                 ADD 1 TO TX-T-HIST(TX-IX)
024300             END-IF
024400         END-IF
024500         IF TX-AGE > TX-T-SPAN(TX-IX)
024600             MOVE TX-AGE TO TX-T-SPAN(TX-IX)
024700         END-IF
024800         GO TO 2100-EXIT
024900     END-IF.
025000     IF TA-RESULT = 'DENIED'
025100         ADD 1 TO TX-T-DENY(TX-IX)
025200         GO TO 2100-EXIT
025300     END-IF.
025400     ADD 1 TO TX-T-LOOK(TX-IX).
025500     PERFORM 2300-COUNT-STUDENT THRU 2300-EXIT.
025600 2100-EXIT.
025700     EXIT.
025800
025900 2200-FIND-OPER.
026000     PERFORM VARYING TX-IX FROM 1 BY 1
026100             UNTIL TX-IX > TX-OPER-CNT
026200                OR TX-T-OPER(TX-IX) = TA-OPER
026300         CONTINUE
026400     END-PERFORM.
026500     IF TX-IX <= TX-OPER-CNT
026600         GO TO 2200-EXIT
026700     END-IF.
026800     IF TX-OPER-CNT = 200
026900         ADD 1 TO TX-DROP-CNT
027000         MOVE ZERO TO TX-IX
027100         GO TO 2200-EXIT
027200     END-IF.
027300     ADD 1 TO TX-OPER-CNT.
027400     MOVE TX-OPER-CNT TO TX-IX.
027500     MOVE TA-OPER TO TX-T-OPER(TX-IX).
027600     MOVE ZERO TO TX-T-LOOK(TX-IX) TX-T-STUD(TX-IX)
027700                  TX-T-DENY(TX-IX) TX-T-HIST(TX-IX)
027800                  TX-T-SPAN(TX-IX).
027900 2200-EXIT.
028000     EXIT.
028100
028200 2300-COUNT-STUDENT.
028300     PERFORM VARYING TX-JX FROM 1 BY 1
028400             UNTIL TX-JX > TX-PAIR-CNT
028500                OR (TX-P-OPER(TX-JX) = TA-OPER
028600                    AND TX-P-SID(TX-JX) = TA-SID)
028700         CONTINUE
028800     END-PERFORM.
028900     IF TX-JX <= TX-PAIR-CNT
029000         GO TO 2300-EXIT
029100     END-IF.
029200     ADD 1 TO TX-T-STUD(TX-IX).
029300*    PAST THE TABLE EVERY FURTHER LOOKUP COUNTS AS A NEW
029400*    STUDENT - THE COUNT CAN ONLY ERR HIGH, NEVER HIDE ACCESS
029500     IF TX-PAIR-CNT = 5000
029600         GO TO 2300-EXIT
029700     END-IF.
029800     ADD 1 TO TX-PAIR-CNT.
029900     MOVE TA-OPER TO TX-P-OPER(TX-PAIR-CNT).
030000     MOVE TA-SID TO TX-P-SID(TX-PAIR-CNT).
030100 2300-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*  3000-REPORT - ONE LINE PER OPERATOR ACTIVE IN THE MONTH.     *
030600*****************************************************************
030700 3000-REPORT.
030800     PERFORM 3100-ONE-OPER THRU 3100-EXIT
030900         VARYING TX-IX FROM 1 BY 1
031000         UNTIL TX-IX > TX-OPER-CNT.
031100     MOVE SPACES TO TX-RPT-LINE.
031200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031300     MOVE TX-TOT-LOOK TO TX-ED-CNT.
031400     MOVE SPACES TO TX-RPT-LINE.
031500     STRING 'LOOKUPS IN THE MONTH         ' TX-ED-CNT
031600         DELIMITED BY SIZE INTO TX-RPT-LINE.
031700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031800     MOVE TX-TOT-DENY TO TX-ED-CNT.
031900     MOVE SPACES TO TX-RPT-LINE.
032000     STRING 'DENIED ATTEMPTS              ' TX-ED-CNT
032100         DELIMITED BY SIZE INTO TX-RPT-LINE.
032200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032300     MOVE TX-FLAG-CNT TO TX-ED-CNT.
032400     MOVE SPACES TO TX-RPT-LINE.
032500     STRING 'OPERATORS FLAGGED            ' TX-ED-CNT
032600         DELIMITED BY SIZE INTO TX-RPT-LINE.
032700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032800     MOVE TX-FACTOR TO TX-ED-FACTOR.
032900     MOVE TX-MINIMUM TO TX-ED-CNT.
033000     MOVE SPACES TO TX-RPT-LINE.
033100     STRING 'FLAG RULE: MORE THAN ' TX-ED-FACTOR
033200            ' X USUAL, AT LEAST ' TX-ED-CNT ' LOOKUPS'
033300         DELIMITED BY SIZE INTO TX-RPT-LINE.
033400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033500     IF TX-DROP-CNT > ZERO
033600         MOVE TX-DROP-CNT TO TX-ED-CNT
033700         MOVE SPACES TO TX-RPT-LINE
033800         STRING 'TRNAUD ROWS NOT COUNTED      ' TX-ED-CNT
033900             DELIMITED BY SIZE INTO TX-RPT-LINE
034000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
034100     END-IF.
034200     MOVE 'C' TO PF-OP.
034300     CALL 'PRINTFMT' USING PF-PARM.
034400     MOVE TX-FLAG-CNT TO TX-ED-SMALL.
034500     DISPLAY 'TRANSCRIPT ACCESS ' TX-MONTH ' - ' TX-ED-SMALL
034600             ' OPERATOR(S) FLAGGED'.
034700 3000-EXIT.
034800     EXIT.
034900
035000 3100-ONE-OPER.
035100     IF TX-T-LOOK(TX-IX) = ZERO AND TX-T-DENY(TX-IX) = ZERO
035200         GO TO 3100-EXIT
035300     END-IF.
035400     ADD TX-T-LOOK(TX-IX) TO TX-TOT-LOOK.
035500     ADD TX-T-DENY(TX-IX) TO TX-TOT-DENY.
035600     MOVE SPACES TO TX-RPT-LINE.
035700     MOVE TX-T-OPER(TX-IX) TO TX-RPT-LINE(1:8).
035800     MOVE TX-T-LOOK(TX-IX) TO TX-ED-CNT.
035900     MOVE TX-ED-CNT TO TX-RPT-LINE(11:7).
036000     MOVE TX-T-STUD(TX-IX) TO TX-ED-CNT.
036100     MOVE TX-ED-CNT TO TX-RPT-LINE(20:7).
036200     MOVE TX-T-DENY(TX-IX) TO TX-ED-CNT.
036300     MOVE TX-ED-CNT(2:6) TO TX-RPT-LINE(28:6).
036400     IF TX-T-SPAN(TX-IX) = ZERO
036500         MOVE '    NONE' TO TX-RPT-LINE(36:8)
036600         IF TX-T-LOOK(TX-IX) >= TX-MINIMUM
036700             MOVE 'NO PATTERN' TO TX-RPT-LINE(45:20)
036800             ADD 1 TO TX-FLAG-CNT
036900         END-IF
037000         GO TO 3100-PRINT
037100     END-IF.
037200     COMPUTE TX-USUAL ROUNDED =
037300         TX-T-HIST(TX-IX) / TX-T-SPAN(TX-IX).
037400     MOVE TX-USUAL TO TX-ED-USUAL.
037500     MOVE TX-ED-USUAL(2:8) TO TX-RPT-LINE(36:8).
037600*    COMPARED UNROUNDED SO A SMALL USUAL IS NOT ROUNDED AWAY
037700     COMPUTE TX-LIMIT = TX-FACTOR * TX-T-HIST(TX-IX).
037800     IF TX-T-LOOK(TX-IX) * TX-T-SPAN(TX-IX) > TX-LIMIT
037900        AND TX-T-LOOK(TX-IX) >= TX-MINIMUM
038000         MOVE 'UNUSUAL' TO TX-RPT-LINE(45:20)
038100         ADD 1 TO TX-FLAG-CNT
038200     END-IF.
038300 3100-PRINT.
038400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
038500 3100-EXIT.
038600     EXIT.
038700
038800 7900-PRINT-LINE.
038900     MOVE TX-RPT-LINE TO PF-LINE.
039000     MOVE 'D' TO PF-OP.
039100     CALL 'PRINTFMT' USING PF-PARM.
039200 7900-EXIT.
039300     EXIT.
039400
039404 8000-RECORD-LINEAGE.
039408*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
039412*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
039416*    RETURN-CODE, SO IT IS PUT BACK.
039420     MOVE RETURN-CODE   TO TX-SAVE-RC.
039424     MOVE 'TRNACCS'     TO LN-PROGRAM.
039428     MOVE TX-TS-TIME(1:6) TO LN-START-TIME.
039432     MOVE ZERO          TO LN-CNT.
039436     IF TX-LN-AUD-SW = 'Y'
039440         ADD 1 TO LN-CNT
039444         MOVE 'TRNAUD'      TO LN-DSN(LN-CNT)
039448         MOVE 'R'           TO LN-MODE(LN-CNT)
039452     END-IF.
039456     IF TX-LN-RPT-SW = 'Y'
039460         ADD 1 TO LN-CNT
039464         MOVE 'TRNACRPT'    TO LN-DSN(LN-CNT)
039468         MOVE 'W'           TO LN-MODE(LN-CNT)
039472     END-IF.
039476     CALL 'LINEAGE' USING LN-PARM.
039480     MOVE TX-SAVE-RC    TO RETURN-CODE.
039484 8000-EXIT.
039488     EXIT.
039492
039500 8100-POST-ALERT.
039600     MOVE TX-FLAG-CNT TO TX-ED-SMALL.
039700     MOVE SPACES TO AL-PARM.
039800     MOVE 'TRNACCS' TO AL-SOURCE.
039900     MOVE 'W' TO AL-SEVERITY.
040000     MOVE 'TRNACRPT' TO AL-DSN.
040100     STRING TX-ED-SMALL ' OPERATOR(S) WITH UNUSUAL TRANSCRIPT '
040200            'ACCESS IN ' TX-MONTH
040300         DELIMITED BY SIZE INTO AL-TEXT.
040400     CALL 'ALERTSVC' USING AL-PARM.
040500 8100-EXIT.
040600     EXIT.
040700
040800 9999-EXIT.
040850     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
040900     STOP RUN.
