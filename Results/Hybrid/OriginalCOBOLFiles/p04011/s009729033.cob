           SELECT OPTIONAL CHKCTL ASSIGN TO "CHKPTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CC-ST.
           SELECT OPTIONAL YTDMAST ASSIGN TO "YTDMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS YT-ST.
           SELECT YTDNEW ASSIGN TO "YTDNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS YN-ST.
           SELECT OPTIONAL PAYTOTS ASSIGN TO "PAYTOTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PT-ST.
           SELECT OPTIONAL DEDUCT ASSIGN TO "DEDUCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DD-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYIN.
       FD  PAYREG.
       01  PR-LINE PIC X(80).
       FD  EMPMAST.
       01  EM-LINE PIC X(67).
       FD  PAYEXC.
       01  EX-LINE PIC X(60).
       FD  CHKCTL.
       01  CC-LINE PIC X(8).
       FD  YTDMAST.
       01  YT-LINE PIC X(38).
       FD  YTDNEW.
       01  YN-LINE PIC X(38).
       FD  PAYTOTS.
       01  PT-LINE PIC X(30).
       FD  DEDUCT.
       01  DD-LINE PIC X(40).
       WORKING-STORAGE SECTION.
       77 N PIC 9(5).
       77 K PIC 9(5).
          03 CTK2 PIC X(14).
      * shop-standard completion record written through JOBLOG at EOJ
       COPY JOBLOGPM.
      * and the datasets it read and wrote, for the LINEAGE register
       COPY LINEAGPM.
       01 TS-DATE PIC 9(8).
       01 TS-TIME.
          03 TS-HHMMSS PIC 9(6).
          03 PR-SUB-PAGE PIC 9(4).
          03 FILLER      PIC X(7) VALUE ' TOTAL '.
          03 PR-SUB-AMT  PIC 9(11).
      * the grand total closes the register ahead of the trailer,
      * marked with whether the deck's control totals balanced -
      * PAYBANK builds the bank file only from a balanced register
       01 PR-GRD.
          03 FILLER      PIC X(10) VALUE 'GRD TOTAL '.
          03 PR-GRD-AMT  PIC 9(11).
          03 FILLER      PIC X(1) VALUE SPACE.
          03 PR-GRD-CTL  PIC X(12).
      * every pay line now opens with the employee id, matched
      * against the EMPMAST employee master (id, status A/I, name).
      * unmatched or inactive ids go to the PAYEXC exception report
          03 EM-R-STATUS PIC X(1).
          03 FILLER      PIC X(1).
          03 EM-R-NAME   PIC X(19).
          03 FILLER      PIC X(1).
          03 EM-R-TERM   PIC X(8).
      * the bank routing and account that follow are for PAYBANK
          03 FILLER      PIC X(28).
       01 EM-TBL.
          03 EM-ROW OCCURS 500.
             05 EM-T-ID     PIC X(8).
             05 EM-T-STATUS PIC X(1).
             05 EM-T-TERM   PIC X(8).
      * EMPMNT keeps the master now.  a TERM leaves the row inactive
      * with its termination date, and the employee's lines stay
      * payable up to that date: each pay line may carry its work
      * date after the Y field (an undated line counts as the batch
      * date of the run), and only lines dated after the termination
      * go to PAYEXC.
       77 LINE-DATE-X PIC X(8).
       77 LINE-DATE PIC 9(8).
       77 TERM-DATE PIC 9(8).
       77 RUN-DATE PIC 9(8).
       77 PAY-OK PIC X(1).
      * the year-to-date master (YTDMAST) is posted once per period
      * from the finished register, so the lines a restart repeats
      * are counted once: each register line is kept by its record
      * number and a repeat simply replaces the earlier copy.  a row
      * whose last period is already this run's date is not posted
      * again.  the register grand total goes on the PAYTOTS history
      * the year-end statements (YTDSTMT) balance against.
       COPY YTDMSTRC.
       COPY PAYTOTRC.
       COPY FCOPYPM.
       77 YT-ST PIC X(2).
       77 YN-ST PIC X(2).
       77 PT-ST PIC X(2).
       77 YT-EOF PIC X(1).
       77 YT-BAD PIC X(1) VALUE 'N'.
       77 YT-YEAR PIC 9(4).
       77 YT-TOTAL PIC 9(11).
       77 YT-POSTED PIC 9(3).
       77 YT-SKIPPED PIC 9(3).
       77 YT-ED PIC Z(10)9.
       77 PT-FOUND PIC X(1).
       01 YR-DET.
          03 YR-RECNO  PIC 9(9).
          03 FILLER    PIC X(1).
          03 YR-EMP    PIC X(8).
          03 FILLER    PIC X(37).
          03 YR-ANS    PIC 9(9).
       77 YL-MAX PIC 9(5).
       77 YL-IX PIC 9(5).
       01 YL-TBL.
          03 YL-ROW OCCURS 20000.
             05 YL-EMP PIC X(8).
             05 YL-AMT PIC 9(9).
       77 YE-CNT PIC 9(3).
       77 YE-IX PIC 9(3).
       77 YE-HIT PIC 9(3).
       01 YE-TBL.
          03 YE-ROW OCCURS 500.
             05 YE-EMP PIC X(8).
             05 YE-AMT PIC 9(11).
       77 YM-CNT PIC 9(4).
       77 YM-IX PIC 9(4).
       77 YM-HIT PIC 9(4).
       01 YM-TBL.
          03 YM-ROW OCCURS 5000.
             05 YM-T-ID     PIC X(8).
             05 YM-T-YEAR   PIC 9(4).
             05 YM-T-PER    PIC 9(3).
             05 YM-T-AMT    PIC 9(11).
             05 YM-T-LAST   PIC 9(8).
       01 EX-REC.
          03 EX-RECNO  PIC 9(9).
          03 FILLER    PIC X(1) VALUE SPACE.
          03 EX-REASON PIC X(20).
          03 FILLER    PIC X(1) VALUE SPACE.
          03 EX-AMT    PIC 9(9).
      * canteen deductions (DEDUCT, from CANTDED) are taken from the
      * finished register at period end: each employee's pay on the
      * register less the deduction shows on a DED line with the net,
      * and a DED TOTAL line closes them ahead of the grand total,
      * which stays the gross the year-to-date posting uses.  a
      * deduction for an employee with no pay this period, of another
      * period, repeated, or beyond the pay is not taken and goes to
      * PAYEXC with no record number, so PAYBANK drops no pay line.
       COPY DEDUCTRC.
       COPY PAYDEDRC.
       77 DD-ST PIC X(2).
       77 DD-EOF PIC X(1).
       77 DD-BAD PIC X(1) VALUE 'N'.
       77 DD-CNT PIC 9(5) VALUE ZERO.
       77 DD-EXC PIC 9(5) VALUE ZERO.
       77 DD-TAKE PIC 9(9).
       77 DD-TOTAL PIC 9(11) VALUE ZERO.
       77 DD-ED PIC Z(10)9.
       01 DD-TAKEN-TBL.
          03 DD-TAKEN PIC X(1) OCCURS 500.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * no master means no way to tell who a line pays - the run is
      * abandoned rather than paying blind.
               PERFORM LOAD-EMPMAST.
               MOVE TS-DATE TO BD-DATE.
               CALL 'BATCHDT' USING BD-PARM
                   ON EXCEPTION
                       MOVE TS-DATE TO BD-DATE
               END-CALL.
               MOVE BD-DATE TO RUN-DATE.
               IF EM-CNT = ZERO
                   DISPLAY 'EMPMAST ABSENT OR EMPTY - RUN ABANDONED'
                   MOVE 'TESTA'   TO JL-PROGRAM
               CLOSE PAYIN.
               PERFORM CONTROL-VERIFY.
               PERFORM REGISTER-CLOSE.
               IF CTL-BAD = 'N'
                   PERFORM POST-YTD
               END-IF.
               PERFORM CHECKPOINT-COMPLETE.
               IF CTL-BAD = 'Y'
                   DISPLAY 'OUTPUT WITHHELD - CONTROL TOTALS DO '
                   MOVE GRAND-TOTAL TO GRAND-TOTAL-ED
                   DISPLAY 'GRAND TOTAL ' GRAND-TOTAL-ED
               END-IF.
               MOVE 'TESTA'      TO LN-PROGRAM.
               MOVE TS-HHMMSS    TO LN-START-TIME.
               MOVE 8            TO LN-CNT.
               MOVE 'PAYIN'      TO LN-DSN(1).
               MOVE 'R'          TO LN-MODE(1).
               MOVE 'EMPMAST'    TO LN-DSN(2).
               MOVE 'R'          TO LN-MODE(2).
               MOVE 'CHKPTCTL'   TO LN-DSN(3).
               MOVE 'R'          TO LN-MODE(3).
               MOVE 'PAYREG'     TO LN-DSN(4).
               MOVE 'W'          TO LN-MODE(4).
               MOVE 'PAYEXC'     TO LN-DSN(5).
               MOVE 'W'          TO LN-MODE(5).
               MOVE 'YTDMAST'    TO LN-DSN(6).
               MOVE 'W'          TO LN-MODE(6).
               MOVE 'PAYTOTS'    TO LN-DSN(7).
               MOVE 'W'          TO LN-MODE(7).
               MOVE 'DEDUCT'     TO LN-DSN(8).
               MOVE 'R'          TO LN-MODE(8).
               CALL 'LINEAGE' USING LN-PARM.
               MOVE 'TESTA'     TO JL-PROGRAM.
               MOVE TS-DATE     TO JL-START-DATE.
               MOVE TS-HHMMSS   TO JL-START-TIME.
                   MOVE 'NORMAL' TO JL-STATUS
               END-IF.
               CALL 'JOBLOG' USING JL-PARM.
               IF CTL-BAD = 'Y' OR YT-BAD = 'Y' OR DD-BAD = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               GOBACK.
               CALL 'CHKREG' USING CR-PARM.

       ONE-EMPLOYEE.
               MOVE SPACES TO LINE-DATE-X.
               UNSTRING PAY-REC DELIMITED BY SPACE
                   INTO EMP-ID N K X Y LINE-DATE-X.
               IF LINE-DATE-X = SPACES
                   MOVE RUN-DATE TO LINE-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(LINE-DATE-X) TO LINE-DATE
               END-IF.
               ADD 1 TO DATA-CNT.
               ADD N TO HASH-ACC.
               IF K < N THEN
                   COMPUTE ANS = N * X
               END-IF.
               PERFORM MATCH-EMPLOYEE.
               MOVE 'N' TO PAY-OK.
               IF EM-HIT NOT = ZERO
                   IF EM-T-STATUS(EM-HIT) = 'A'
                       MOVE 'Y' TO PAY-OK
                   ELSE
                       IF EM-T-TERM(EM-HIT) NOT = SPACES
                           MOVE EM-T-TERM(EM-HIT) TO TERM-DATE
                           IF LINE-DATE <= TERM-DATE
                               MOVE 'Y' TO PAY-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF PAY-OK = 'N'
                   PERFORM PAY-EXCEPTION
               ELSE
                   ADD ANS TO GRAND-TOTAL
                   PERFORM REGISTER-DETAIL
                   MOVE ANS TO ANSS
                   DISPLAY ANSS
               END-IF.

       LOAD-EMPMAST.
               OPEN INPUT EMPMAST.
                                       TO EM-T-ID(EM-CNT)
                                   MOVE EM-R-STATUS
                                       TO EM-T-STATUS(EM-CNT)
                                   MOVE EM-R-TERM
                                       TO EM-T-TERM(EM-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
               IF EM-HIT = ZERO
                   MOVE 'NOT ON MASTER' TO EX-REASON
               ELSE
                   IF EM-T-TERM(EM-HIT) NOT = SPACES
                       MOVE 'AFTER TERMINATION' TO EX-REASON
                   ELSE
                       MOVE 'INACTIVE' TO EX-REASON
                   END-IF
               END-IF.
               MOVE ANS TO EX-AMT.
               WRITE EX-LINE FROM EX-REC.
               IF PAGE-LINES > ZERO
                   PERFORM REGISTER-SUBTOTAL
               END-IF.
               PERFORM REGISTER-DEDUCTIONS.
      * the trailer balances the register itself: only the lines
      * actually written there, not the ones that went to PAYEXC
               COMPUTE REG-CNT = DATA-CNT - EXC-CNT.
               MOVE GRAND-TOTAL TO PR-GRD-AMT.
               IF CTL-BAD = 'Y'
                   MOVE 'NOT BALANCED' TO PR-GRD-CTL
               ELSE
                   MOVE 'BALANCED' TO PR-GRD-CTL
               END-IF.
               WRITE PR-LINE FROM PR-GRD.
               MOVE REG-CNT TO HT-T-COUNT.
               WRITE PR-LINE FROM HT-TRAILER.
               CLOSE PAYREG.
                   DISPLAY EXC-CNT ' PAY LINE(S) TO PAYEXC - '
                           'EXCLUDED FROM GRAND TOTAL'
               END-IF.

       REGISTER-DEDUCTIONS.
               OPEN INPUT DEDUCT.
               IF DD-ST NOT = '00'
                   IF DD-ST = '05'
                       CLOSE DEDUCT
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               CLOSE DEDUCT.
      * each employee's pay is read back from the register as written,
      * so the lines an earlier run wrote before a restart count too
               CLOSE PAYREG.
               PERFORM LOAD-PAID-LINES.
               OPEN EXTEND PAYREG.
               IF YT-BAD = 'Y'
                   DISPLAY 'CANTEEN DEDUCTIONS NOT TAKEN - PAYREG '
                           'COULD NOT BE READ BACK'
                   MOVE 'N' TO YT-BAD
                   MOVE 'Y' TO DD-BAD
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING YE-IX FROM 1 BY 1 UNTIL YE-IX > 500
                   MOVE 'N' TO DD-TAKEN(YE-IX)
               END-PERFORM.
               OPEN INPUT DEDUCT.
               MOVE 'N' TO DD-EOF.
               PERFORM UNTIL DD-EOF = 'Y'
                   READ DEDUCT INTO DD-REC
                       AT END
                           MOVE 'Y' TO DD-EOF
                       NOT AT END
                           IF DD-LINE NOT = SPACES
                               PERFORM ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEDUCT.
               MOVE DD-TOTAL     TO PD-T-AMT.
               COMPUTE PD-T-NET = GRAND-TOTAL - DD-TOTAL.
               WRITE PR-LINE FROM PD-TOT.
               MOVE DD-TOTAL TO DD-ED.
               DISPLAY 'CANTEEN DEDUCTIONS ' DD-CNT ' TAKEN, TOTAL '
                       DD-ED.
               IF DD-EXC > ZERO
                   DISPLAY DD-EXC ' CANTEEN DEDUCTION(S) NOT TAKEN - '
                           'SEE PAYEXC'
               END-IF.

       ONE-DEDUCTION.
               MOVE ZERO TO YE-HIT.
               IF DD-PERIOD IS NOT NUMERIC OR DD-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO DD-AMOUNT
                   MOVE 'DEDUCT NOT READABLE' TO EX-REASON
                   PERFORM DEDUCTION-EXCEPTION
                   EXIT PARAGRAPH
               END-IF.
               IF DD-PERIOD NOT = RUN-DATE
                   MOVE 'DEDUCT OTHER PERIOD' TO EX-REASON
                   PERFORM DEDUCTION-EXCEPTION
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING YE-IX FROM 1 BY 1
                   UNTIL YE-IX > YE-CNT OR YE-HIT > ZERO
                   IF YE-EMP(YE-IX) = DD-EMP
                       MOVE YE-IX TO YE-HIT
                   END-IF
               END-PERFORM.
               IF YE-HIT = ZERO
                   MOVE 'DEDUCT NOT PAID' TO EX-REASON
                   PERFORM DEDUCTION-EXCEPTION
                   EXIT PARAGRAPH
               END-IF.
               IF DD-TAKEN(YE-HIT) = 'Y'
                   MOVE 'DEDUCT DUPLICATE' TO EX-REASON
                   PERFORM DEDUCTION-EXCEPTION
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO DD-TAKEN(YE-HIT).
      * never more than the pay: the rest is listed, not carried
               IF DD-AMOUNT > YE-AMT(YE-HIT)
                   MOVE YE-AMT(YE-HIT) TO DD-TAKE
                   SUBTRACT DD-TAKE FROM DD-AMOUNT
                   MOVE 'DEDUCT OVER PAY' TO EX-REASON
                   PERFORM DEDUCTION-EXCEPTION
               ELSE
                   MOVE DD-AMOUNT TO DD-TAKE
               END-IF.
               MOVE DD-EMP         TO PD-EMP.
               MOVE YE-AMT(YE-HIT) TO PD-GROSS.
               MOVE DD-TAKE        TO PD-AMT.
               COMPUTE PD-NET = YE-AMT(YE-HIT) - DD-TAKE.
               WRITE PR-LINE FROM PD-DED.
               ADD 1 TO DD-CNT.
               ADD DD-TAKE TO DD-TOTAL.

       DEDUCTION-EXCEPTION.
               ADD 1 TO DD-EXC.
               MOVE ZERO      TO EX-RECNO.
               MOVE DD-EMP    TO EX-EMP.
               MOVE DD-AMOUNT TO EX-AMT.
               WRITE EX-LINE FROM EX-REC.

      * year-to-date posting: the register as finally written, one
      * amount per record number, summed by employee and added to
      * that employee's row for the batch year.
       POST-YTD.
               MOVE 'N' TO YT-BAD.
               DIVIDE RUN-DATE BY 10000 GIVING YT-YEAR.
               PERFORM LOAD-PAID-LINES.
               IF YT-BAD = 'Y'
                   DISPLAY 'YTDMAST NOT POSTED FOR ' RUN-DATE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LOAD-YTDMAST.
               IF YT-BAD = 'Y'
                   DISPLAY 'YTDMAST NOT POSTED FOR ' RUN-DATE
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZERO TO YT-POSTED YT-SKIPPED.
               PERFORM VARYING YE-IX FROM 1 BY 1
                   UNTIL YE-IX > YE-CNT
                   PERFORM POST-ONE-EMPLOYEE
               END-PERFORM.
               IF YT-POSTED > ZERO
                   PERFORM REWRITE-YTDMAST
               END-IF.
               IF YT-BAD = 'Y'
                   DISPLAY 'YTDMAST NOT POSTED FOR ' RUN-DATE
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'YTDMAST ' YT-POSTED ' EMPLOYEE(S) POSTED, '
                       YT-SKIPPED ' ALREADY POSTED FOR ' RUN-DATE.
               PERFORM RECORD-PAY-TOTAL.

       LOAD-PAID-LINES.
               MOVE ZERO TO YL-MAX YE-CNT YT-TOTAL.
               PERFORM VARYING YL-IX FROM 1 BY 1 UNTIL YL-IX > 20000
                   MOVE SPACES TO YL-EMP(YL-IX)
                   MOVE ZERO TO YL-AMT(YL-IX)
               END-PERFORM.
               OPEN INPUT PAYREG.
               IF PR-ST NOT = '00'
                   DISPLAY 'PAYREG NOT READABLE, STATUS ' PR-ST
                   MOVE 'Y' TO YT-BAD
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO YT-EOF.
               PERFORM UNTIL YT-EOF = 'Y'
                   READ PAYREG INTO YR-DET
                       AT END
                           MOVE 'Y' TO YT-EOF
                       NOT AT END
      * header, subtotal and trailer lines do not open with a number
                           IF YR-RECNO IS NUMERIC
                               IF YR-RECNO < 1 OR YR-RECNO > 20000
                                   DISPLAY 'PAYREG LINE ' YR-RECNO
                                       ' BEYOND THE 20000-LINE TABLE'
                                   MOVE 'Y' TO YT-BAD
                                   MOVE 'Y' TO YT-EOF
                               ELSE
                                   MOVE YR-EMP
                                       TO YL-EMP(YR-RECNO)
                                   MOVE YR-ANS
                                       TO YL-AMT(YR-RECNO)
                                   IF YR-RECNO > YL-MAX
                                       MOVE YR-RECNO TO YL-MAX
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAYREG.
               IF YT-BAD = 'Y'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING YL-IX FROM 1 BY 1 UNTIL YL-IX > YL-MAX
                   IF YL-EMP(YL-IX) NOT = SPACES
                       PERFORM ADD-PAID-LINE
                   END-IF
               END-PERFORM.
      * the register as posted must agree with the total just paid
               IF YT-TOTAL NOT = GRAND-TOTAL
                   MOVE YT-TOTAL TO YT-ED
                   DISPLAY 'PAYREG LINES TOTAL ' YT-ED
                           ' - NOT THE GRAND TOTAL'
                   MOVE 'Y' TO YT-BAD
               END-IF.

       ADD-PAID-LINE.
               MOVE ZERO TO YE-HIT.
               PERFORM VARYING YE-IX FROM 1 BY 1
                   UNTIL YE-IX > YE-CNT OR YE-HIT > ZERO
                   IF YE-EMP(YE-IX) = YL-EMP(YL-IX)
                       MOVE YE-IX TO YE-HIT
                   END-IF
               END-PERFORM.
               IF YE-HIT = ZERO
      * only master employees are paid, so 500 rows always suffice
                   ADD 1 TO YE-CNT
                   MOVE YE-CNT TO YE-HIT
                   MOVE YL-EMP(YL-IX) TO YE-EMP(YE-HIT)
                   MOVE ZERO TO YE-AMT(YE-HIT)
               END-IF.
               ADD YL-AMT(YL-IX) TO YE-AMT(YE-HIT).
               ADD YL-AMT(YL-IX) TO YT-TOTAL.

       LOAD-YTDMAST.
               MOVE ZERO TO YM-CNT.
               OPEN INPUT YTDMAST.
               IF YT-ST NOT = '00' AND YT-ST NOT = '05'
                   DISPLAY 'YTDMAST NOT READABLE, STATUS ' YT-ST
                   MOVE 'Y' TO YT-BAD
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO YT-EOF.
               PERFORM UNTIL YT-EOF = 'Y'
                   READ YTDMAST INTO YM-REC
                       AT END
                           MOVE 'Y' TO YT-EOF
                       NOT AT END
                           IF YM-ID NOT = SPACES
                               IF YM-CNT >= 5000
                                   DISPLAY 'YTDMAST EXCEEDS THE '
                                       '5000-ROW TABLE'
                                   MOVE 'Y' TO YT-BAD
                                   MOVE 'Y' TO YT-EOF
                               ELSE
                                   ADD 1 TO YM-CNT
                                   MOVE YM-ID
                                       TO YM-T-ID(YM-CNT)
                                   MOVE YM-YEAR
                                       TO YM-T-YEAR(YM-CNT)
                                   MOVE YM-PERIODS
                                       TO YM-T-PER(YM-CNT)
                                   MOVE YM-AMOUNT
                                       TO YM-T-AMT(YM-CNT)
                                   MOVE YM-LAST-PERIOD
                                       TO YM-T-LAST(YM-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE YTDMAST.

       POST-ONE-EMPLOYEE.
               MOVE ZERO TO YM-HIT.
               PERFORM VARYING YM-IX FROM 1 BY 1
                   UNTIL YM-IX > YM-CNT OR YM-HIT > ZERO
                   IF YM-T-ID(YM-IX) = YE-EMP(YE-IX)
                      AND YM-T-YEAR(YM-IX) = YT-YEAR
                       MOVE YM-IX TO YM-HIT
                   END-IF
               END-PERFORM.
               IF YM-HIT > ZERO
                   IF YM-T-LAST(YM-HIT) = RUN-DATE
                       ADD 1 TO YT-SKIPPED
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF YM-CNT >= 5000
                       DISPLAY 'YTDMAST EXCEEDS THE 5000-ROW TABLE'
                       MOVE 'Y' TO YT-BAD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO YM-CNT
                   MOVE YM-CNT TO YM-HIT
                   MOVE YE-EMP(YE-IX) TO YM-T-ID(YM-HIT)
                   MOVE YT-YEAR TO YM-T-YEAR(YM-HIT)
                   MOVE ZERO TO YM-T-PER(YM-HIT) YM-T-AMT(YM-HIT)
               END-IF.
               ADD 1 TO YM-T-PER(YM-HIT).
               ADD YE-AMT(YE-IX) TO YM-T-AMT(YM-HIT).
               MOVE RUN-DATE TO YM-T-LAST(YM-HIT).
               ADD 1 TO YT-POSTED.

      * the master is rebuilt on YTDNEW and copied over only once
      * complete, with the prior generation kept on YTDBK1
       REWRITE-YTDMAST.
               IF YT-BAD = 'Y'
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT YTDNEW.
               IF YN-ST NOT = '00'
                   DISPLAY 'YTDNEW NOT USABLE, STATUS ' YN-ST
                   MOVE 'Y' TO YT-BAD
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING YM-IX FROM 1 BY 1
                   UNTIL YM-IX > YM-CNT
                   MOVE SPACES TO YM-REC
                   MOVE YM-T-ID(YM-IX)   TO YM-ID
                   MOVE YM-T-YEAR(YM-IX) TO YM-YEAR
                   MOVE YM-T-PER(YM-IX)  TO YM-PERIODS
                   MOVE YM-T-AMT(YM-IX)  TO YM-AMOUNT
                   MOVE YM-T-LAST(YM-IX) TO YM-LAST-PERIOD
                   WRITE YN-LINE FROM YM-REC
               END-PERFORM.
               CLOSE YTDNEW.
               MOVE 'YTDMAST' TO FC-SRC.
               MOVE 'YTDBK1'  TO FC-DST.
               CALL 'FILECOPY' USING FC-PARM.
               IF FC-STATUS = 'B'
                   DISPLAY 'YTDMAST BACKUP FAILED'
                   MOVE 'Y' TO YT-BAD
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'YTDNEW'  TO FC-SRC.
               MOVE 'YTDMAST' TO FC-DST.
               CALL 'FILECOPY' USING FC-PARM.
               IF FC-STATUS NOT = 'G'
                   DISPLAY 'YTDMAST REWRITE FAILED - PRIOR '
                           'GENERATION ON YTDBK1'
                   MOVE 'Y' TO YT-BAD
               END-IF.

      * one PAYTOTS row per period: a rerun of a period already on
      * the history does not add it twice
       RECORD-PAY-TOTAL.
               MOVE 'N' TO PT-FOUND.
               OPEN INPUT PAYTOTS.
               IF PT-ST = '00' OR PT-ST = '05'
                   MOVE 'N' TO YT-EOF
                   PERFORM UNTIL YT-EOF = 'Y'
                       READ PAYTOTS INTO PT-REC
                           AT END
                               MOVE 'Y' TO YT-EOF
                           NOT AT END
                               IF PT-PERIOD = RUN-DATE
                                   MOVE 'Y' TO PT-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYTOTS
               END-IF.
               IF PT-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND PAYTOTS.
               IF PT-ST NOT = '00' AND PT-ST NOT = '05'
                   DISPLAY 'PAYTOTS NOT USABLE, STATUS ' PT-ST
                   MOVE 'Y' TO YT-BAD
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES      TO PT-REC.
               MOVE RUN-DATE    TO PT-PERIOD.
               MOVE GRAND-TOTAL TO PT-TOTAL.
               MOVE REG-CNT     TO PT-LINES.
               WRITE PT-LINE FROM PT-REC.
               CLOSE PAYTOTS.
       END PROGRAM TESTA.
