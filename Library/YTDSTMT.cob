000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    YTDSTMT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  YTDSTMT - YEAR-END PAY STATEMENTS FROM THE YTDMAST YEAR-TO-  *
000900*  DATE MASTER THE TESTA PAYROLL RUN POSTS EACH PERIOD.  SYSIN  *
001000*  NAMES THE YEAR:                                              *
001100*    <YYYY>                                                     *
001200*  (A BLANK CARD MEANS THE YEAR OF THE OFFICIAL BATCH DATE).    *
001300*  PRINTS ONE STATEMENT PER EMPLOYEE ROW FOR THE YEAR - PERIODS *
001400*  PAID, LAST PERIOD AND YEAR-TO-DATE PAY, WITH THE NAME FROM   *
001500*  THE EMPMAST EMPLOYEE MASTER - THEN BALANCES THE STATEMENTS   *
001600*  AGAINST THE SUM OF THAT YEAR'S PAYREG GRAND TOTALS, WHICH    *
001700*  TESTA KEEPS ONE ROW PER PERIOD ON THE PAYTOTS HISTORY.       *
001800*  AN OUT-OF-BALANCE YEAR ENDS RC 8 AND IS POSTED TO ALERTQ.    *
001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-10-15  OSG  NEW PROGRAM.                                *
002133*  2026-10-15  OSG  EMPMAST, YTDMAST AND PAYTOTS RECORDED ON THE*
002166*                   LINEAGE REGISTER AT END OF JOB.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT YTDMAST ASSIGN TO YTDMAST
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS YS-Y-STATUS.
002900     SELECT OPTIONAL EMPMAST ASSIGN TO EMPMAST
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS YS-E-STATUS.
003200     SELECT OPTIONAL PAYTOTS ASSIGN TO PAYTOTS
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS YS-P-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  YTDMAST.
003800 01  YTDMAST-LINE             PIC X(38).
003900 FD  EMPMAST.
004000 01  EMPMAST-LINE             PIC X(67).
004100 FD  PAYTOTS.
004200 01  PAYTOTS-LINE             PIC X(30).
004300 WORKING-STORAGE SECTION.
004400 77  YS-Y-STATUS              PIC X(02).
004500 77  YS-E-STATUS              PIC X(02).
004600 77  YS-P-STATUS              PIC X(02).
004700 77  YS-EOF-SW                PIC X(01).
004800     88  YS-EOF                          VALUE 'Y'.
004820 77  YS-LN-EMP-SW             PIC X(01) VALUE 'N'.
004840 77  YS-LN-YTD-SW             PIC X(01) VALUE 'N'.
004860 77  YS-LN-TOT-SW             PIC X(01) VALUE 'N'.
004880 77  YS-SAVE-RC               PIC S9(04) COMP.
004900 77  YS-EMP-CNT               PIC 9(03) COMP VALUE ZERO.
005000 77  YS-IX                    PIC 9(03) COMP.
005100 77  YS-HIT                   PIC 9(03) COMP.
005200 77  YS-STMT-CNT              PIC 9(05) COMP VALUE ZERO.
005300 77  YS-PER-CNT               PIC 9(03) COMP VALUE ZERO.
005400 01  YS-CARD                  PIC X(20).
005500 01  YS-YEAR-X                PIC X(08).
005600 01  YS-YEAR                  PIC 9(04).
005700 01  YS-TODAY                 PIC 9(08).
005800 01  YS-STAMP-N               PIC 9(08).
005900 01  YS-NAME                  PIC X(19).
006000 01  YS-YTD-TOTAL             PIC 9(13) VALUE ZERO.
006100 01  YS-REG-TOTAL             PIC 9(13) VALUE ZERO.
006200 01  YS-DIFF                  PIC 9(13).
006300 01  YS-ED-AMT                PIC Z(12)9.
006400 01  YS-ED-CNT                PIC Z(04)9.
006500 01  YS-ED-PER                PIC ZZ9.
006600 COPY YTDMSTRC.
006700 COPY EMPMSTRC.
006800 COPY PAYTOTRC.
006900 COPY BATCHDPM.
007000 COPY ALERTPM.
007050 COPY LINEAGPM.
007100*    EMPLOYEE NAMES FROM THE MASTER, FOR THE STATEMENT HEADING
007200 01  YS-EMP-TBL.
007300     05  YS-EMP OCCURS 500.
007400         10  YS-E-ID          PIC X(08).
007500         10  YS-E-NAME        PIC X(19).
007600 PROCEDURE DIVISION.
007700*****************************************************************
007800*  0000-MAINLINE - STATEMENTS, PERIOD TOTALS, BALANCE.          *
007900*****************************************************************
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008200     PERFORM 1100-LOAD-NAMES THRU 1100-EXIT.
008300     PERFORM 2000-STATEMENTS THRU 2000-EXIT.
008400     PERFORM 3000-PERIOD-TOTALS THRU 3000-EXIT.
008500     PERFORM 4000-BALANCE THRU 4000-EXIT.
008600     GO TO 9999-EXIT.
008700
008800 1000-INITIALIZE.
008900     MOVE SPACES TO YS-CARD.
009000     ACCEPT YS-CARD
009100         ON EXCEPTION
009200             MOVE SPACES TO YS-CARD
009300     END-ACCEPT.
009400     MOVE SPACES TO YS-YEAR-X.
009500     UNSTRING YS-CARD DELIMITED BY ALL SPACE
009600         INTO YS-YEAR-X.
009700     IF YS-YEAR-X = SPACES
009800         ACCEPT YS-TODAY FROM DATE YYYYMMDD
009900         MOVE YS-TODAY TO BD-DATE
010000         CALL 'BATCHDT' USING BD-PARM
010100             ON EXCEPTION
010200                 MOVE YS-TODAY TO BD-DATE
010300         END-CALL
010400         MOVE BD-DATE TO YS-STAMP-N
010500         MOVE YS-STAMP-N(1:4) TO YS-YEAR
010600     ELSE
010700         IF YS-YEAR-X(1:4) IS NOT NUMERIC
010800            OR YS-YEAR-X(5:4) NOT = SPACES
010900             DISPLAY 'YEAR CARD NEEDS <YYYY> - RUN ABANDONED'
011000             MOVE 16 TO RETURN-CODE
011100             GO TO 9999-EXIT
011200         END-IF
011300         MOVE YS-YEAR-X(1:4) TO YS-YEAR
011400     END-IF.
011500     DISPLAY 'YEAR-END PAY STATEMENTS FOR ' YS-YEAR.
011600 1000-EXIT.
011700     EXIT.
011800
011900 1100-LOAD-NAMES.
012000     MOVE 'N' TO YS-EOF-SW.
012100     OPEN INPUT EMPMAST.
012200     IF YS-E-STATUS NOT = '00'
012300         IF YS-E-STATUS = '05'
012400             CLOSE EMPMAST
012500         END-IF
012600         DISPLAY 'EMPMAST NOT AVAILABLE - STATEMENTS PRINT '
012700                 'WITHOUT NAMES'
012800         GO TO 1100-EXIT
012900     END-IF.
012950     MOVE 'Y' TO YS-LN-EMP-SW.
013000     PERFORM UNTIL YS-EOF
013100         READ EMPMAST INTO EP-REC
013200             AT END
013300                 MOVE 'Y' TO YS-EOF-SW
013400             NOT AT END
013500                 IF EP-ID NOT = SPACES AND YS-EMP-CNT < 500
013600                     ADD 1 TO YS-EMP-CNT
013700                     MOVE EP-ID   TO YS-E-ID(YS-EMP-CNT)
013800                     MOVE EP-NAME TO YS-E-NAME(YS-EMP-CNT)
013900                 END-IF
014000         END-READ
014100     END-PERFORM.
014200     CLOSE EMPMAST.
014300 1100-EXIT.
014400     EXIT.
014500
014600*****************************************************************
014700*  2000-STATEMENTS - ONE STATEMENT PER ROW FOR THE YEAR.        *
014800*****************************************************************
014900 2000-STATEMENTS.
015000     MOVE 'N' TO YS-EOF-SW.
015100     OPEN INPUT YTDMAST.
015200     IF YS-Y-STATUS NOT = '00'
015300         DISPLAY 'YTDMAST NOT AVAILABLE, STATUS ' YS-Y-STATUS
015400                 ' - RUN ABANDONED'
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 9999-EXIT
015700     END-IF.
015750     MOVE 'Y' TO YS-LN-YTD-SW.
015800     PERFORM 2100-ONE-ROW THRU 2100-EXIT
015900         UNTIL YS-EOF.
016000     CLOSE YTDMAST.
016100 2000-EXIT.
016200     EXIT.
016300
016400 2100-ONE-ROW.
016500     READ YTDMAST INTO YM-REC
016600         AT END
016700             MOVE 'Y' TO YS-EOF-SW
016800             GO TO 2100-EXIT
016900     END-READ.
017000     IF YM-ID = SPACES OR YM-YEAR NOT = YS-YEAR
017100         GO TO 2100-EXIT
017200     END-IF.
017300     MOVE '*** NOT ON EMPMAST ***' TO YS-NAME.
017400     MOVE ZERO TO YS-HIT.
017500     PERFORM VARYING YS-IX FROM 1 BY 1
017600         UNTIL YS-IX > YS-EMP-CNT OR YS-HIT > ZERO
017700         IF YS-E-ID(YS-IX) = YM-ID
017800             MOVE YS-IX TO YS-HIT
017900             MOVE YS-E-NAME(YS-IX) TO YS-NAME
018000         END-IF
018100     END-PERFORM.
018200     ADD 1 TO YS-STMT-CNT.
018300     ADD YM-AMOUNT TO YS-YTD-TOTAL.
018400     MOVE YM-PERIODS TO YS-ED-PER.
018500     MOVE YM-AMOUNT  TO YS-ED-AMT.
018600     DISPLAY ' '.
018700     DISPLAY 'PAY STATEMENT ' YS-YEAR '   EMPLOYEE ' YM-ID
018800             '  ' YS-NAME.
018900     DISPLAY '  PERIODS PAID      ' YS-ED-PER
019000             '   LAST PERIOD ' YM-LAST-PERIOD.
019100     DISPLAY '  YEAR-TO-DATE PAY  ' YS-ED-AMT.
019200 2100-EXIT.
019300     EXIT.
019400
019500*****************************************************************
019600*  3000-PERIOD-TOTALS - SUM THE YEAR'S PAYREG GRAND TOTALS.     *
019700*****************************************************************
019800 3000-PERIOD-TOTALS.
019900     MOVE 'N' TO YS-EOF-SW.
020000     OPEN INPUT PAYTOTS.
020100     IF YS-P-STATUS NOT = '00' AND YS-P-STATUS NOT = '05'
020200         DISPLAY 'PAYTOTS NOT AVAILABLE, STATUS ' YS-P-STATUS
020300         GO TO 3000-EXIT
020400     END-IF.
020425     IF YS-P-STATUS = '00'
020450         MOVE 'Y' TO YS-LN-TOT-SW
020475     END-IF.
020500     PERFORM UNTIL YS-EOF
020600         READ PAYTOTS INTO PT-REC
020700             AT END
020800                 MOVE 'Y' TO YS-EOF-SW
020900             NOT AT END
021000                 IF PT-PERIOD IS NUMERIC
021100                    AND PT-PERIOD(1:4) = YS-YEAR
021200                     ADD 1 TO YS-PER-CNT
021300                     ADD PT-TOTAL TO YS-REG-TOTAL
021400                 END-IF
021500         END-READ
021600     END-PERFORM.
021700     CLOSE PAYTOTS.
021800 3000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*  4000-BALANCE - STATEMENTS AGAINST THE REGISTERS.             *
022300*****************************************************************
022400 4000-BALANCE.
022500     DISPLAY ' '.
022600     MOVE YS-STMT-CNT  TO YS-ED-CNT.
022700     MOVE YS-YTD-TOTAL TO YS-ED-AMT.
022800     DISPLAY 'STATEMENTS          ' YS-ED-CNT
022900             '   TOTAL PAY         ' YS-ED-AMT.
023000     MOVE YS-PER-CNT   TO YS-ED-PER.
023100     MOVE YS-REG-TOTAL TO YS-ED-AMT.
023200     DISPLAY 'PAYREG PERIODS        ' YS-ED-PER
023300             '   GRAND TOTALS      ' YS-ED-AMT.
023400     IF YS-YTD-TOTAL = YS-REG-TOTAL
023500         DISPLAY 'YEAR ' YS-YEAR ' BALANCED'
023600         GO TO 4000-EXIT
023700     END-IF.
023800     IF YS-YTD-TOTAL > YS-REG-TOTAL
023900         COMPUTE YS-DIFF = YS-YTD-TOTAL - YS-REG-TOTAL
024000     ELSE
024100         COMPUTE YS-DIFF = YS-REG-TOTAL - YS-YTD-TOTAL
024200     END-IF.
024300     MOVE YS-DIFF TO YS-ED-AMT.
024400     DISPLAY 'YEAR ' YS-YEAR ' OUT OF BALANCE BY ' YS-ED-AMT.
024500     PERFORM 8100-POST-ALERT THRU 8100-EXIT.
024600     MOVE 8 TO RETURN-CODE.
024700 4000-EXIT.
024800     EXIT.
024900
024903 8000-RECORD-LINEAGE.
024906*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
024909*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
024912*    RETURN-CODE, SO IT IS PUT BACK.
024915     MOVE RETURN-CODE   TO YS-SAVE-RC.
024918     MOVE 'YTDSTMT'     TO LN-PROGRAM.
024921     MOVE SPACES        TO LN-START-TIME.
024924     MOVE ZERO          TO LN-CNT.
024927     IF YS-LN-EMP-SW = 'Y'
024930         ADD 1 TO LN-CNT
024933         MOVE 'EMPMAST'     TO LN-DSN(LN-CNT)
024936         MOVE 'R'           TO LN-MODE(LN-CNT)
024939     END-IF.
024942     IF YS-LN-YTD-SW = 'Y'
024945         ADD 1 TO LN-CNT
024948         MOVE 'YTDMAST'     TO LN-DSN(LN-CNT)
024951         MOVE 'R'           TO LN-MODE(LN-CNT)
024954     END-IF.
024957     IF YS-LN-TOT-SW = 'Y'
024960         ADD 1 TO LN-CNT
024963         MOVE 'PAYTOTS'     TO LN-DSN(LN-CNT)
024966         MOVE 'R'           TO LN-MODE(LN-CNT)
024969     END-IF.
024972     CALL 'LINEAGE' USING LN-PARM.
024975     MOVE YS-SAVE-RC    TO RETURN-CODE.
024978 8000-EXIT.
024981     EXIT.
024984
025000 8100-POST-ALERT.
025100     MOVE SPACES TO AL-PARM.
025200     MOVE 'YTDSTMT' TO AL-SOURCE.
025300     MOVE 'E' TO AL-SEVERITY.
025400     MOVE 'YTDSTMT.SYSOUT' TO AL-DSN.
025500     STRING 'YEAR-END PAY ' YS-YEAR ' OUT BY '
025600            YS-ED-AMT ' - SEE YTDMAST'
025700         DELIMITED BY SIZE INTO AL-TEXT.
025800     CALL 'ALERTSVC' USING AL-PARM.
025900 8100-EXIT.
026000     EXIT.
026100
026200 9999-EXIT.
026250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
026300     STOP RUN.
