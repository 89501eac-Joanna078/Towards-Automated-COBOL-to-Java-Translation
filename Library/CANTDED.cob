000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CANTDED.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  CANTDED - CANTEEN MEAL DEDUCTIONS FOR THE PAY PERIOD.  THE   *
000900*  MEALS DECK CARRIES THE CANTEEN'S TALLY, ONE CARD PER         *
001000*  EMPLOYEE:                                                    *
001100*    <EMPLOYEE ID> <MEALS TAKEN>                                *
001200*  ('*' IN COLUMN 1 IS A COMMENT).  MEALS ARE PRICED AT 800     *
001300*  EACH LESS 200 FOR EVERY FULL 15 - THE ABC_055_A RULE.  EACH  *
001400*  ID IS CHECKED AGAINST EMPMAST: AN ACTIVE EMPLOYEE'S          *
001500*  DEDUCTION GOES ON THE DEDUCT DATASET (DEDUCTRC) FOR TESTA TO *
001600*  TAKE AT PERIOD END.  AN UNKNOWN OR INACTIVE EMPLOYEE, A      *
001700*  SECOND CARD FOR THE SAME ID OR A CARD THAT CANNOT BE READ    *
001800*  GOES ON THE CANTEXC EXCEPTION LIST FOR THE CANTEEN MANAGER   *
001900*  INSTEAD: RC 4 AND A WARNING ALERT.  SYSIN MAY NAME THE       *
002000*  PERIOD-END DATE (YYYYMMDD, DEFAULT THE BATCHDT DATE).  RC 16 *
002100*  WITHOUT EMPMAST OR THE MEALS DECK, OR ON A BAD CONTROL CARD. *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  OSG  NEW PROGRAM.                                *
002433*  2026-10-15  OSG  EMPMAST, MEALS, DEDUCT AND CANTEXC RECORDED *
002466*                   ON THE LINEAGE REGISTER AT END OF JOB.      *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MEALS ASSIGN TO MEALS
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS CD-D-STATUS.
003200     SELECT EMPMAST ASSIGN TO EMPMAST
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS CD-M-STATUS.
003500     SELECT DEDUCT ASSIGN TO DEDUCT
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS CD-O-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MEALS.
004100 01  MEALS-LINE               PIC X(40).
004200 FD  EMPMAST.
004300 01  EMPMAST-LINE             PIC X(67).
004400 FD  DEDUCT.
004500 01  DEDUCT-LINE              PIC X(40).
004600 WORKING-STORAGE SECTION.
004700 77  CD-D-STATUS              PIC X(02).
004800 77  CD-M-STATUS              PIC X(02).
004900 77  CD-O-STATUS              PIC X(02).
005000 77  CD-EOF-SW                PIC X(01).
005100     88  CD-EOF                          VALUE 'Y'.
005116 77  CD-LN-EMP-SW             PIC X(01) VALUE 'N'.
005132 77  CD-LN-MEALS-SW           PIC X(01) VALUE 'N'.
005148 77  CD-LN-DED-SW             PIC X(01) VALUE 'N'.
005164 77  CD-LN-EXC-SW             PIC X(01) VALUE 'N'.
005180 77  CD-SAVE-RC               PIC S9(04) COMP.
005200 77  CD-EMP-CNT               PIC 9(03) COMP VALUE ZERO.
005300 77  CD-SEEN-CNT              PIC 9(03) COMP VALUE ZERO.
005400 77  CD-IX                    PIC 9(03) COMP.
005500 77  CD-HIT                   PIC 9(03) COMP.
005600 77  CD-CARD-CNT              PIC 9(05) COMP VALUE ZERO.
005700 77  CD-DED-CNT               PIC 9(05) COMP VALUE ZERO.
005800 77  CD-EXC-CNT               PIC 9(05) COMP VALUE ZERO.
005900 77  CD-POINTS                PIC 9(02) COMP.
006000 77  CD-REBATES               PIC 9(05) COMP.
006100 01  CD-CARD                  PIC X(30).
006200 01  CD-DATE-X                PIC X(10).
006300 01  CD-PERIOD                PIC 9(08).
006400 01  CD-EMP                   PIC X(08).
006500 01  CD-MEALS-X               PIC X(20).
006600 01  CD-REST                  PIC X(20).
006700 01  CD-MEALS                 PIC 9(05).
006800 01  CD-AMOUNT                PIC 9(09).
006900 01  CD-DED-TOTAL             PIC 9(11) VALUE ZERO.
007000 01  CD-EXC-TOTAL             PIC 9(11) VALUE ZERO.
007100 01  CD-REASON                PIC X(20).
007200 01  CD-TIMESTAMP.
007300     05  CD-TS-DATE           PIC 9(08).
007400     05  CD-TS-TIME           PIC 9(08).
007500 01  CD-EMP-TBL.
007600     05  CD-EMP-ROW OCCURS 500.
007700         10  CD-E-ID          PIC X(08).
007800         10  CD-E-STATUS      PIC X(01).
007900*    IDS ALREADY TALLIED THIS DECK - A SECOND CARD IS NOT ADDED
008000 01  CD-SEEN-TBL.
008100     05  CD-SEEN OCCURS 500   PIC X(08).
008200 01  CD-RPT-LINE              PIC X(100).
008300 01  CD-ED-MEALS              PIC Z(04)9.
008400 01  CD-ED-AMT                PIC Z(08)9.
008500 01  CD-ED-TOTAL              PIC Z(10)9.
008600 01  CD-ED-CNT                PIC Z(04)9.
008700 COPY EMPMSTRC.
008800 COPY DEDUCTRC.
008900 COPY EDITNMPM.
009000 COPY BATCHDPM.
009100 COPY PRINTFPM.
009200 COPY ALERTPM.
009250 COPY LINEAGPM.
009300 PROCEDURE DIVISION.
009400*****************************************************************
009500*  0000-MAINLINE - PRICE EACH TALLY, WRITE DEDUCT, LIST THE     *
009600*  EXCEPTIONS.                                                  *
009700*****************************************************************
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
010100     PERFORM 2000-PRICE-DECK THRU 2000-EXIT.
010200     PERFORM 3000-SUMMARY THRU 3000-EXIT.
010300     IF CD-EXC-CNT > ZERO
010400         PERFORM 8100-POST-ALERT THRU 8100-EXIT
010500         MOVE 4 TO RETURN-CODE
010600     END-IF.
010700     GO TO 9999-EXIT.
010800
010900*****************************************************************
011000*  1000-INITIALIZE - PERIOD DATE, CONTROL CARD, EXCEPTION LIST. *
011100*****************************************************************
011200 1000-INITIALIZE.
011300     ACCEPT CD-TS-DATE FROM DATE YYYYMMDD.
011400     ACCEPT CD-TS-TIME FROM TIME.
011500     MOVE CD-TS-DATE TO BD-DATE.
011600     CALL 'BATCHDT' USING BD-PARM
011700         ON EXCEPTION
011800             MOVE CD-TS-DATE TO BD-DATE
011900     END-CALL.
012000     MOVE BD-DATE TO CD-PERIOD.
012100     MOVE SPACES TO CD-CARD.
012200     ACCEPT CD-CARD
012300         ON EXCEPTION
012400             MOVE SPACES TO CD-CARD
012500     END-ACCEPT.
012600     MOVE SPACES TO CD-DATE-X.
012700     UNSTRING CD-CARD DELIMITED BY ALL SPACE
012800         INTO CD-DATE-X.
012900     IF CD-DATE-X NOT = SPACES
013000         IF CD-DATE-X(1:8) IS NOT NUMERIC
013100            OR CD-DATE-X(9:2) NOT = SPACES
013200             DISPLAY 'CONTROL CARD NEEDS <PERIOD END YYYYMMDD> '
013300                     '- RUN ABANDONED'
013400             MOVE 16 TO RETURN-CODE
013500             GO TO 9999-EXIT
013600         END-IF
013700         MOVE CD-DATE-X(1:8) TO CD-PERIOD
013800     END-IF.
013900     MOVE 'I' TO PF-OP.
014000     MOVE 'CANTEXC' TO PF-DSN.
014100     MOVE SPACES TO PF-TITLE.
014200     STRING 'CANTEEN DEDUCTION EXCEPTIONS FOR PERIOD ENDING '
014300            CD-PERIOD
014400         DELIMITED BY SIZE INTO PF-TITLE.
014500     MOVE 'EMPLOYEE  MEALS  DEDUCTION REASON' TO PF-HEADING.
014600     MOVE ZERO TO PF-PAGE-SIZE.
014700     CALL 'PRINTFMT' USING PF-PARM.
014800     IF PF-STATUS NOT = 'G'
014900         DISPLAY 'CANTEXC DATASET NOT USABLE'
015000         MOVE 16 TO RETURN-CODE
015100         GO TO 9999-EXIT
015200     END-IF.
015250     MOVE 'Y' TO CD-LN-EXC-SW.
015300 1000-EXIT.
015400     EXIT.
015500
015600 1100-LOAD-MASTER.
015700*    WITHOUT THE MASTER NO TALLY CAN BE CHECKED - NOTHING IS
015800*    DEDUCTED BLIND
015900     MOVE 'N' TO CD-EOF-SW.
016000     OPEN INPUT EMPMAST.
016100     IF CD-M-STATUS NOT = '00'
016200         DISPLAY 'EMPMAST NOT AVAILABLE, STATUS ' CD-M-STATUS
016300                 ' - RUN ABANDONED'
016400         GO TO 1100-ABANDON
016500     END-IF.
016550     MOVE 'Y' TO CD-LN-EMP-SW.
016600     PERFORM UNTIL CD-EOF
016700         READ EMPMAST INTO EP-REC
016800             AT END
016900                 MOVE 'Y' TO CD-EOF-SW
017000             NOT AT END
017100                 IF EP-ID NOT = SPACES
017200                     IF CD-EMP-CNT >= 500
017300                         DISPLAY 'EMPMAST EXCEEDS THE 500-ROW '
017400                                 'TABLE - RUN ABANDONED'
017500                         CLOSE EMPMAST
017600                         GO TO 1100-ABANDON
017700                     END-IF
017800                     ADD 1 TO CD-EMP-CNT
017900                     MOVE EP-ID     TO CD-E-ID(CD-EMP-CNT)
018000                     MOVE EP-STATUS TO CD-E-STATUS(CD-EMP-CNT)
018100                 END-IF
018200         END-READ
018300     END-PERFORM.
018400     CLOSE EMPMAST.
018500     IF CD-EMP-CNT = ZERO
018600         DISPLAY 'EMPMAST IS EMPTY - RUN ABANDONED'
018700         GO TO 1100-ABANDON
018800     END-IF.
018900     GO TO 1100-EXIT.
019000 1100-ABANDON.
019100     MOVE 'C' TO PF-OP.
019200     CALL 'PRINTFMT' USING PF-PARM.
019300     MOVE 16 TO RETURN-CODE.
019400     GO TO 9999-EXIT.
019500 1100-EXIT.
019600     EXIT.
019700
019800*****************************************************************
019900*  2000-PRICE-DECK - ONE CARD AT A TIME.  DEDUCT IS REWRITTEN   *
020000*  WHOLE EACH RUN, SO A RERUN REPLACES THE PERIOD'S DEDUCTIONS. *
020100*****************************************************************
020200 2000-PRICE-DECK.
020300     MOVE 'N' TO CD-EOF-SW.
020400     OPEN INPUT MEALS.
020500     IF CD-D-STATUS NOT = '00'
020600         DISPLAY 'MEALS DECK NOT AVAILABLE, STATUS ' CD-D-STATUS
020700                 ' - RUN ABANDONED'
020800         GO TO 1100-ABANDON
020900     END-IF.
020950     MOVE 'Y' TO CD-LN-MEALS-SW.
021000     OPEN OUTPUT DEDUCT.
021100     IF CD-O-STATUS NOT = '00'
021200         DISPLAY 'DEDUCT NOT WRITABLE, STATUS ' CD-O-STATUS
021300                 ' - RUN ABANDONED'
021400         CLOSE MEALS
021500         GO TO 1100-ABANDON
021600     END-IF.
021650     MOVE 'Y' TO CD-LN-DED-SW.
021700     PERFORM UNTIL CD-EOF
021800         READ MEALS
021900             AT END
022000                 MOVE 'Y' TO CD-EOF-SW
022100             NOT AT END
022200                 IF MEALS-LINE NOT = SPACES
022300                    AND MEALS-LINE(1:1) NOT = '*'
022400                     PERFORM 2100-ONE-TALLY THRU 2100-EXIT
022500                 END-IF
022600         END-READ
022700     END-PERFORM.
022800     CLOSE MEALS.
022900     CLOSE DEDUCT.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2100-ONE-TALLY.
023400     ADD 1 TO CD-CARD-CNT.
023500     MOVE SPACES TO CD-EMP CD-MEALS-X CD-REST.
023600     MOVE ZERO TO CD-MEALS CD-AMOUNT.
023700     UNSTRING MEALS-LINE DELIMITED BY ALL SPACE
023800         INTO CD-EMP CD-MEALS-X CD-REST.
023900     IF CD-MEALS-X = SPACES OR CD-REST NOT = SPACES
024000         MOVE 'CARD NOT READABLE' TO CD-REASON
024100         GO TO 2100-EXCEPTION
024200     END-IF.
024300*    A WHOLE NUMBER OF MEALS ONLY
024400     MOVE CD-MEALS-X TO EN-TOKEN.
024500     CALL 'EDITNUM' USING EN-PARM.
024600     MOVE ZERO TO CD-POINTS.
024700     INSPECT CD-MEALS-X TALLYING CD-POINTS FOR ALL '.'.
024800     IF EN-STATUS = 'B' OR CD-POINTS > ZERO
024900         MOVE 'MEALS NOT NUMERIC' TO CD-REASON
025000         GO TO 2100-EXCEPTION
025100     END-IF.
025200     MOVE FUNCTION NUMVAL(CD-MEALS-X) TO CD-MEALS.
025300     DIVIDE 15 INTO CD-MEALS GIVING CD-REBATES.
025400     COMPUTE CD-AMOUNT = 800 * CD-MEALS - 200 * CD-REBATES.
025500     PERFORM VARYING CD-IX FROM 1 BY 1
025600             UNTIL CD-IX > CD-SEEN-CNT
025700                OR CD-SEEN(CD-IX) = CD-EMP
025800         CONTINUE
025900     END-PERFORM.
026000     IF CD-IX <= CD-SEEN-CNT
026100         MOVE 'DUPLICATE TALLY' TO CD-REASON
026200         GO TO 2100-EXCEPTION
026300     END-IF.
026400     MOVE ZERO TO CD-HIT.
026500     PERFORM VARYING CD-IX FROM 1 BY 1
026600             UNTIL CD-IX > CD-EMP-CNT OR CD-HIT > ZERO
026700         IF CD-E-ID(CD-IX) = CD-EMP
026800             MOVE CD-IX TO CD-HIT
026900         END-IF
027000     END-PERFORM.
027100     IF CD-HIT = ZERO
027200         MOVE 'NOT ON EMPMAST' TO CD-REASON
027300         GO TO 2100-EXCEPTION
027400     END-IF.
027500     IF CD-E-STATUS(CD-HIT) NOT = 'A'
027600         MOVE 'INACTIVE' TO CD-REASON
027700         GO TO 2100-EXCEPTION
027800     END-IF.
027900*    EMPMAST HOLDS AT MOST 500 IDS, SO THE SEEN TABLE CANNOT
028000*    OVERFLOW ONCE THE ID HAS MATCHED
028100     ADD 1 TO CD-SEEN-CNT.
028200     MOVE CD-EMP TO CD-SEEN(CD-SEEN-CNT).
028300     IF CD-AMOUNT = ZERO
028400         GO TO 2100-EXIT
028500     END-IF.
028600     MOVE SPACES TO DD-REC.
028700     MOVE CD-PERIOD TO DD-PERIOD.
028800     MOVE CD-EMP    TO DD-EMP.
028900     MOVE CD-MEALS  TO DD-MEALS.
029000     MOVE CD-AMOUNT TO DD-AMOUNT.
029100     WRITE DEDUCT-LINE FROM DD-REC.
029200     ADD 1 TO CD-DED-CNT.
029300     ADD CD-AMOUNT TO CD-DED-TOTAL.
029400     GO TO 2100-EXIT.
029500 2100-EXCEPTION.
029600     ADD 1 TO CD-EXC-CNT.
029700     ADD CD-AMOUNT TO CD-EXC-TOTAL.
029800     MOVE SPACES TO CD-RPT-LINE.
029900     MOVE CD-EMP TO CD-RPT-LINE(1:8).
030000     IF CD-REASON NOT = 'CARD NOT READABLE'
030100        AND CD-REASON NOT = 'MEALS NOT NUMERIC'
030200         MOVE CD-MEALS TO CD-ED-MEALS
030300         MOVE CD-ED-MEALS TO CD-RPT-LINE(11:5)
030400         MOVE CD-AMOUNT TO CD-ED-AMT
030500         MOVE CD-ED-AMT TO CD-RPT-LINE(18:9)
030600     END-IF.
030700     MOVE CD-REASON TO CD-RPT-LINE(28:20).
030800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
030900 2100-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*  3000-SUMMARY - TOTALS ON THE LIST AND SYSOUT.                *
031400*****************************************************************
031500 3000-SUMMARY.
031600     MOVE SPACES TO CD-RPT-LINE.
031700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031800     MOVE CD-CARD-CNT TO CD-ED-CNT.
031900     MOVE SPACES TO CD-RPT-LINE.
032000     STRING 'TALLY CARDS READ             ' CD-ED-CNT
032100         DELIMITED BY SIZE INTO CD-RPT-LINE.
032200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032300     MOVE CD-DED-CNT TO CD-ED-CNT.
032400     MOVE CD-DED-TOTAL TO CD-ED-TOTAL.
032500     MOVE SPACES TO CD-RPT-LINE.
032600     STRING 'DEDUCTIONS TO PAYROLL        ' CD-ED-CNT
032700            '  TOTAL ' CD-ED-TOTAL
032800         DELIMITED BY SIZE INTO CD-RPT-LINE.
032900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033000     MOVE CD-EXC-CNT TO CD-ED-CNT.
033100     MOVE CD-EXC-TOTAL TO CD-ED-TOTAL.
033200     MOVE SPACES TO CD-RPT-LINE.
033300     STRING 'EXCEPTIONS NOT DEDUCTED      ' CD-ED-CNT
033400            '  TOTAL ' CD-ED-TOTAL
033500         DELIMITED BY SIZE INTO CD-RPT-LINE.
033600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033700     MOVE 'C' TO PF-OP.
033800     CALL 'PRINTFMT' USING PF-PARM.
033900     MOVE CD-DED-CNT TO CD-ED-CNT.
034000     MOVE CD-DED-TOTAL TO CD-ED-TOTAL.
034100     DISPLAY 'CANTEEN ' CD-PERIOD ' - ' CD-ED-CNT
034200             ' DEDUCTION(S) TOTAL ' CD-ED-TOTAL.
034300     IF CD-EXC-CNT > ZERO
034400         MOVE CD-EXC-CNT TO CD-ED-CNT
034500         DISPLAY CD-ED-CNT ' TALLY CARD(S) ON CANTEXC'
034600     END-IF.
034700 3000-EXIT.
034800     EXIT.
034900
035000 7900-PRINT-LINE.
035100     MOVE CD-RPT-LINE TO PF-LINE.
035200     MOVE 'D' TO PF-OP.
035300     CALL 'PRINTFMT' USING PF-PARM.
035400 7900-EXIT.
035500     EXIT.
035600
035602 8000-RECORD-LINEAGE.
035604*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
035606*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
035608*    RETURN-CODE, SO IT IS PUT BACK.
035610     MOVE RETURN-CODE   TO CD-SAVE-RC.
035612     MOVE 'CANTDED'     TO LN-PROGRAM.
035614     MOVE CD-TS-TIME(1:6) TO LN-START-TIME.
035616     MOVE ZERO          TO LN-CNT.
035618     IF CD-LN-EMP-SW = 'Y'
035620         ADD 1 TO LN-CNT
035622         MOVE 'EMPMAST'     TO LN-DSN(LN-CNT)
035624         MOVE 'R'           TO LN-MODE(LN-CNT)
035626     END-IF.
035628     IF CD-LN-MEALS-SW = 'Y'
035630         ADD 1 TO LN-CNT
035632         MOVE 'MEALS'       TO LN-DSN(LN-CNT)
035634         MOVE 'R'           TO LN-MODE(LN-CNT)
035636     END-IF.
035638     IF CD-LN-DED-SW = 'Y'
035640         ADD 1 TO LN-CNT
035642         MOVE 'DEDUCT'      TO LN-DSN(LN-CNT)
035644         MOVE 'W'           TO LN-MODE(LN-CNT)
035646     END-IF.
035648     IF CD-LN-EXC-SW = 'Y'
035650         ADD 1 TO LN-CNT
035652         MOVE 'CANTEXC'     TO LN-DSN(LN-CNT)
035654         MOVE 'W'           TO LN-MODE(LN-CNT)
035656     END-IF.
035658     CALL 'LINEAGE' USING LN-PARM.
035660     MOVE CD-SAVE-RC    TO RETURN-CODE.
035662 8000-EXIT.
035664     EXIT.
035666
035700 8100-POST-ALERT.
035800     MOVE CD-EXC-CNT TO CD-ED-CNT.
035900     MOVE SPACES TO AL-PARM.
036000     MOVE 'CANTDED' TO AL-SOURCE.
036100     MOVE 'W' TO AL-SEVERITY.
036200     MOVE 'CANTEXC' TO AL-DSN.
036300     STRING CD-ED-CNT ' CANTEEN TALLY CARD(S) NOT DEDUCTED FOR '
036400            CD-PERIOD
036500         DELIMITED BY SIZE INTO AL-TEXT.
036600     CALL 'ALERTSVC' USING AL-PARM.
036700 8100-EXIT.
036800     EXIT.
036900
037000 9999-EXIT.
037050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
037100     STOP RUN.
