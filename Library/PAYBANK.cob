000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAYBANK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PAYBANK - BANK PAYMENT FILE FROM THE TESTA PAYROLL REGISTER. *
000900*  RUNS AFTER TESTA AND BUILDS THE FIXED-FORMAT BANKPAY UPLOAD: *
001000*    '1' BATCH HEADER  - ORIGINATOR, PAY DATE, CREATION STAMP   *
001100*    '6' CREDIT        - ONE PER PAID EMPLOYEE: ROUTING,        *
001200*                        ACCOUNT, AMOUNT, EMPLOYEE ID, NAME     *
001300*    '9' TRAILER       - CREDIT COUNT, AMOUNT TOTAL AND THE     *
001400*                        HASH OF THE ACCOUNT NUMBERS            *
001500*  SYSIN MAY NAME THE ORIGINATOR ID (DEFAULT PAYROLL).          *
001600*  THE REGISTER IS PROVED FIRST.  IT MUST CARRY ITS HEADER, A   *
001700*  GRAND TOTAL MARKED BALANCED AND ITS TRAILER; THE DETAIL      *
001800*  LINES READ MUST AGREE WITH THE TRAILER COUNT AND THE GRAND   *
001900*  TOTAL.  A RESTARTED TESTA RUN MAY REPEAT LINES ON THE        *
002000*  REGISTER, SO EACH LINE IS KEPT BY ITS RECORD NUMBER AND A    *
002100*  REPEAT REPLACES THE EARLIER COPY.  ANY LINE ALSO ON PAYEXC   *
002200*  IS DROPPED.  A REGISTER THAT DOES NOT PROVE IS NOT PAID:     *
002300*  BANKPAY IS LEFT EMPTY, THE RUN ENDS RC 8 AND IS POSTED TO    *
002400*  ALERTQ.                                                      *
002500*  PAY IS SUMMED BY EMPLOYEE.  AN EMPLOYEE WHO IS INACTIVE ON   *
002600*  EMPMAST (A TERMINATION PAID UP TO ITS DATE) OR HAS NO BANK   *
002700*  DETAILS NEVER GOES ON THE FILE - THE AMOUNT IS LISTED FOR    *
002800*  PAYMENT BY HAND AND THE RUN ENDS RC 4 WITH AN ALERT.         *
002810*  CANTEEN DEDUCTIONS TESTA TOOK ARE ON THE REGISTER AS 'DED '  *
002820*  LINES (PAYDEDRC) UNDER A 'DED TOTAL ' LINE THAT THEY MUST    *
002830*  AGREE WITH; EACH EMPLOYEE IS PAID THE NET OF THE DEDUCTION.  *
002900*****************************************************************
003000*  MODIFICATION HISTORY                                         *
003100*  2026-10-15  OSG  NEW PROGRAM.                                *
003110*  2026-10-15  OSG  PAYS NET OF THE CANTEEN DEDUCTION LINES.    *
003140*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003170*                   LINEAGE REGISTER AT END OF JOB.             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAYREG ASSIGN TO PAYREG
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS PB-R-STATUS.
003900     SELECT OPTIONAL PAYEXC ASSIGN TO PAYEXC
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS PB-X-STATUS.
004200     SELECT EMPMAST ASSIGN TO EMPMAST
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS PB-M-STATUS.
004500     SELECT BANKPAY ASSIGN TO BANKPAY
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS PB-B-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAYREG.
005100 01  PAYREG-LINE              PIC X(80).
005200 FD  PAYEXC.
005300 01  PAYEXC-LINE              PIC X(60).
005400 FD  EMPMAST.
005500 01  EMPMAST-LINE             PIC X(67).
005600 FD  BANKPAY.
005700 01  BANKPAY-LINE             PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 77  PB-R-STATUS              PIC X(02).
006000 77  PB-X-STATUS              PIC X(02).
006100 77  PB-M-STATUS              PIC X(02).
006200 77  PB-B-STATUS              PIC X(02).
006300 77  PB-EOF-SW                PIC X(01).
006400     88  PB-EOF                          VALUE 'Y'.
006500 77  PB-HDR-SW                PIC X(01) VALUE 'N'.
006600 77  PB-GRD-SW                PIC X(01) VALUE 'N'.
006614*    DATASETS THIS RUN ACTUALLY OPENED, FOR THE LINEAGE REGISTER
006628 77  PB-LN-MAST-SW            PIC X(01) VALUE 'N'.
006642 77  PB-LN-EXC-SW             PIC X(01) VALUE 'N'.
006656 77  PB-LN-REG-SW             PIC X(01) VALUE 'N'.
006670 77  PB-LN-BANK-SW            PIC X(01) VALUE 'N'.
006684 77  PB-SAVE-RC               PIC S9(04) COMP.
006700 77  PB-TRL-SW                PIC X(01) VALUE 'N'.
006800 77  PB-EMP-CNT               PIC 9(03) COMP VALUE ZERO.
006900 77  PB-PAY-CNT               PIC 9(03) COMP VALUE ZERO.
007000 77  PB-IX                    PIC 9(05) COMP.
007100 77  PB-JX                    PIC 9(03) COMP.
007200 77  PB-HIT                   PIC 9(03) COMP.
007300 77  PB-MAX-RECNO             PIC 9(05) COMP VALUE ZERO.
007400 77  PB-LINE-CNT              PIC 9(09) COMP VALUE ZERO.
007500 77  PB-DROP-CNT              PIC 9(05) COMP VALUE ZERO.
007600 77  PB-CREDIT-CNT            PIC 9(06) COMP VALUE ZERO.
007700 77  PB-HAND-CNT              PIC 9(03) COMP VALUE ZERO.
007800 77  PB-ACCT-LEN              PIC 9(02) COMP.
007810 77  PB-DED-CNT               PIC 9(03) COMP VALUE ZERO.
007820 77  PB-DTOT-SW               PIC X(01) VALUE 'N'.
007900 01  PB-CARD                  PIC X(20).
008000 01  PB-ORIGIN                PIC X(10) VALUE 'PAYROLL'.
008100 01  PB-PAY-DATE              PIC X(08) VALUE SPACES.
008200 01  PB-GRD-AMT               PIC 9(11) VALUE ZERO.
008300 01  PB-GRD-CTL               PIC X(12) VALUE SPACES.
008400 01  PB-TRL-CNT               PIC 9(09) VALUE ZERO.
008500 01  PB-REG-TOTAL             PIC 9(13) VALUE ZERO.
008600 01  PB-BANK-TOTAL            PIC 9(13) VALUE ZERO.
008700 01  PB-HAND-TOTAL            PIC 9(13) VALUE ZERO.
008800 01  PB-ACCT-N                PIC 9(17).
008900 01  PB-HASH-ACC              PIC 9(20) VALUE ZERO.
008910 01  PB-DTOT-AMT              PIC 9(11) VALUE ZERO.
008920 01  PB-DED-SUM               PIC 9(13) VALUE ZERO.
008930 01  PB-DED-TAKEN             PIC 9(13) VALUE ZERO.
009000 01  PB-REASON                PIC X(30).
009100 01  PB-ED-AMT                PIC Z(12)9.
009200 01  PB-ED-CNT                PIC Z(08)9.
009300 01  PB-TIMESTAMP.
009400     05  PB-TS-DATE           PIC 9(08).
009500     05  PB-TS-TIME.
009600         07  PB-TS-HHMMSS     PIC 9(06).
009700         07  FILLER           PIC 9(02).
009800*    REGISTER DETAIL LINE AS TESTA WRITES IT
009900 01  PB-DET.
010000     05  PB-D-RECNO           PIC 9(09).
010100     05  FILLER               PIC X(01).
010200     05  PB-D-EMP             PIC X(08).
010300     05  FILLER               PIC X(37).
010400     05  PB-D-AMT             PIC 9(09).
010500 01  PB-GRD REDEFINES PB-DET.
010600     05  PB-G-ID              PIC X(10).
010700     05  PB-G-AMT             PIC 9(11).
010800     05  FILLER               PIC X(01).
010900     05  PB-G-CTL             PIC X(12).
011000     05  FILLER               PIC X(30).
011100 01  PB-EXC.
011200     05  PB-X-RECNO           PIC 9(09).
011300     05  FILLER               PIC X(51).
011400 COPY EMPMSTRC.
011500 COPY RPTHDTRL.
011600 COPY ALERTPM.
011610 COPY PAYDEDRC.
011615 COPY LINEAGPM.
011620*    DEDUCTIONS BY EMPLOYEE; A RESTART'S REPEAT OF A DED LINE
011630*    REPLACES THE FIRST COPY
011640 01  PB-DED-TBL.
011650     05  PB-DED OCCURS 500.
011660         10  PB-K-EMP         PIC X(08).
011670         10  PB-K-AMT         PIC 9(09).
011700*    REGISTER LINES BY RECORD NUMBER; A RESTART'S REPEAT OF A
011800*    LINE OVERWRITES THE FIRST COPY, A PAYEXC LINE IS DROPPED
011900 01  PB-LINE-TBL.
012000     05  PB-LINE OCCURS 20000.
012100         10  PB-L-EMP         PIC X(08).
012200         10  PB-L-AMT         PIC 9(09).
012300         10  PB-L-EXC         PIC X(01).
012400 01  PB-EMP-TBL.
012500     05  PB-EMP OCCURS 500.
012600         10  PB-E-ID          PIC X(08).
012700         10  PB-E-STATUS      PIC X(01).
012800         10  PB-E-NAME        PIC X(19).
012900         10  PB-E-ROUTING     PIC X(09).
013000         10  PB-E-ACCOUNT     PIC X(17).
013100*    PAY SUMMED BY EMPLOYEE, IN REGISTER ORDER
013200 01  PB-PAY-TBL.
013300     05  PB-PAY OCCURS 500.
013400         10  PB-P-EMP         PIC X(08).
013500         10  PB-P-AMT         PIC 9(11).
013600 01  PB-HEADER-REC.
013700     05  PB-H-TYPE            PIC X(01) VALUE '1'.
013800     05  PB-H-ORIGIN          PIC X(10).
013900     05  PB-H-PAY-DATE        PIC X(08).
014000     05  PB-H-CRT-DATE        PIC 9(08).
014100     05  PB-H-CRT-TIME        PIC 9(06).
014200     05  PB-H-SOURCE          PIC X(08) VALUE 'PAYREG'.
014300     05  FILLER               PIC X(39) VALUE SPACES.
014400 01  PB-CREDIT-REC.
014500     05  PB-C-TYPE            PIC X(01) VALUE '6'.
014600     05  PB-C-ROUTING         PIC X(09).
014700     05  PB-C-ACCOUNT         PIC X(17).
014800     05  PB-C-AMT             PIC 9(11).
014900     05  PB-C-EMP             PIC X(08).
015000     05  PB-C-NAME            PIC X(19).
015100     05  FILLER               PIC X(15) VALUE SPACES.
015200 01  PB-TRAILER-REC.
015300     05  PB-T-TYPE            PIC X(01) VALUE '9'.
015400     05  PB-T-COUNT           PIC 9(06).
015500     05  PB-T-TOTAL           PIC 9(13).
015600     05  PB-T-HASH            PIC 9(18).
015700     05  FILLER               PIC X(42) VALUE SPACES.
015800 PROCEDURE DIVISION.
015900*****************************************************************
016000*  0000-MAINLINE - PROVE THE REGISTER, THEN BUILD THE FILE.     *
016100*****************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
016500     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
016600     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
016700     PERFORM 3000-PROVE-REGISTER THRU 3000-EXIT.
016800     PERFORM 4000-SUM-BY-EMPLOYEE THRU 4000-EXIT.
016900     PERFORM 5000-WRITE-FILE THRU 5000-EXIT.
017000     PERFORM 6000-SUMMARY THRU 6000-EXIT.
017100     GO TO 9999-EXIT.
017200
017300 1000-INITIALIZE.
017400     ACCEPT PB-TS-DATE FROM DATE YYYYMMDD.
017500     ACCEPT PB-TS-TIME FROM TIME.
017600     MOVE SPACES TO PB-CARD.
017700     ACCEPT PB-CARD
017800         ON EXCEPTION
017900             MOVE SPACES TO PB-CARD
018000     END-ACCEPT.
018100     IF PB-CARD NOT = SPACES
018200         UNSTRING PB-CARD DELIMITED BY ALL SPACE
018300             INTO PB-ORIGIN
018400     END-IF.
018500     PERFORM VARYING PB-IX FROM 1 BY 1 UNTIL PB-IX > 20000
018600         MOVE SPACES TO PB-L-EMP(PB-IX)
018700         MOVE ZERO   TO PB-L-AMT(PB-IX)
018800         MOVE 'N'    TO PB-L-EXC(PB-IX)
018900     END-PERFORM.
019000 1000-EXIT.
019100     EXIT.
019200
019300 1100-LOAD-MASTER.
019400     MOVE 'N' TO PB-EOF-SW.
019500     OPEN INPUT EMPMAST.
019600     IF PB-M-STATUS NOT = '00'
019700         DISPLAY 'EMPMAST NOT AVAILABLE, STATUS ' PB-M-STATUS
019800                 ' - RUN ABANDONED'
019900         MOVE 16 TO RETURN-CODE
020000         GO TO 9999-EXIT
020100     END-IF.
020150     MOVE 'Y' TO PB-LN-MAST-SW.
020200     PERFORM UNTIL PB-EOF
020300         READ EMPMAST INTO EP-REC
020400             AT END
020500                 MOVE 'Y' TO PB-EOF-SW
020600             NOT AT END
020700                 IF EP-ID NOT = SPACES
020800                     IF PB-EMP-CNT >= 500
020900                         DISPLAY 'EMPMAST EXCEEDS THE 500-ROW '
021000                                 'TABLE - RUN ABANDONED'
021100                         MOVE 16 TO RETURN-CODE
021200                         GO TO 9999-EXIT
021300                     END-IF
021400                     ADD 1 TO PB-EMP-CNT
021500                     MOVE EP-ID      TO PB-E-ID(PB-EMP-CNT)
021600                     MOVE EP-STATUS  TO PB-E-STATUS(PB-EMP-CNT)
021700                     MOVE EP-NAME    TO PB-E-NAME(PB-EMP-CNT)
021800                     MOVE EP-ROUTING TO PB-E-ROUTING(PB-EMP-CNT)
021900                     MOVE EP-ACCOUNT TO PB-E-ACCOUNT(PB-EMP-CNT)
022000                 END-IF
022100         END-READ
022200     END-PERFORM.
022300     CLOSE EMPMAST.
022400 1100-EXIT.
022500     EXIT.
022600
022700 1200-LOAD-EXCEPTIONS.
022800     MOVE 'N' TO PB-EOF-SW.
022900     OPEN INPUT PAYEXC.
023000     IF PB-X-STATUS NOT = '00' AND PB-X-STATUS NOT = '05'
023100         GO TO 1200-EXIT
023200     END-IF.
023225     IF PB-X-STATUS = '00'
023250         MOVE 'Y' TO PB-LN-EXC-SW
023275     END-IF.
023300     PERFORM UNTIL PB-EOF
023400         READ PAYEXC INTO PB-EXC
023500             AT END
023600                 MOVE 'Y' TO PB-EOF-SW
023700             NOT AT END
023800                 IF PB-X-RECNO IS NUMERIC
023900                    AND PB-X-RECNO > ZERO
024000                    AND PB-X-RECNO NOT > 20000
024100                     MOVE 'Y' TO PB-L-EXC(PB-X-RECNO)
024200                 END-IF
024300         END-READ
024400     END-PERFORM.
024500     CLOSE PAYEXC.
024600 1200-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*  2000-READ-REGISTER - HEADER, DETAIL, GRAND TOTAL, TRAILER.   *
025100*****************************************************************
025200 2000-READ-REGISTER.
025300     MOVE 'N' TO PB-EOF-SW.
025400     OPEN INPUT PAYREG.
025500     IF PB-R-STATUS NOT = '00'
025600         DISPLAY 'PAYREG NOT AVAILABLE, STATUS ' PB-R-STATUS
025700         MOVE 'REGISTER NOT AVAILABLE' TO PB-REASON
025800         GO TO 8000-REFUSE
025900     END-IF.
025950     MOVE 'Y' TO PB-LN-REG-SW.
026000     PERFORM 2100-ONE-LINE THRU 2100-EXIT
026100         UNTIL PB-EOF.
026200     CLOSE PAYREG.
026300 2000-EXIT.
026400     EXIT.
026500
026600 2100-ONE-LINE.
026700     READ PAYREG
026800         AT END
026900             MOVE 'Y' TO PB-EOF-SW
027000             GO TO 2100-EXIT
027100     END-READ.
027200     EVALUATE TRUE
027300         WHEN PAYREG-LINE(1:4) = 'HDR '
027400             MOVE PAYREG-LINE TO HT-HEADER
027500             MOVE HT-H-DATE TO PB-PAY-DATE
027600             MOVE 'Y' TO PB-HDR-SW
027700         WHEN PAYREG-LINE(1:10) = 'GRD TOTAL '
027800             MOVE PAYREG-LINE TO PB-DET
027900             MOVE PB-G-AMT TO PB-GRD-AMT
028000             MOVE PB-G-CTL TO PB-GRD-CTL
028100             MOVE 'Y' TO PB-GRD-SW
028200         WHEN PAYREG-LINE(1:4) = 'TRL '
028300             MOVE PAYREG-LINE TO HT-TRAILER
028400             MOVE HT-T-COUNT TO PB-TRL-CNT
028500             MOVE 'Y' TO PB-TRL-SW
028510         WHEN PAYREG-LINE(1:10) = 'DED TOTAL '
028520             MOVE PAYREG-LINE TO PD-TOT
028530             MOVE PD-T-AMT TO PB-DTOT-AMT
028540             MOVE 'Y' TO PB-DTOT-SW
028550         WHEN PAYREG-LINE(1:4) = 'DED '
028560             PERFORM 2150-KEEP-DEDUCTION THRU 2150-EXIT
028600         WHEN PAYREG-LINE(1:9) IS NUMERIC
028700             MOVE PAYREG-LINE TO PB-DET
028800             IF PB-D-RECNO = ZERO OR PB-D-RECNO > 20000
028900                 DISPLAY 'PAYREG LINE ' PB-D-RECNO
029000                         ' BEYOND THE 20000-LINE TABLE'
029100                 CLOSE PAYREG
029200                 MOVE 'REGISTER TOO LARGE' TO PB-REASON
029300                 GO TO 8000-REFUSE
029400             END-IF
029500             MOVE PB-D-EMP TO PB-L-EMP(PB-D-RECNO)
029600             MOVE PB-D-AMT TO PB-L-AMT(PB-D-RECNO)
029700             IF PB-D-RECNO > PB-MAX-RECNO
029800                 MOVE PB-D-RECNO TO PB-MAX-RECNO
029900             END-IF
030000         WHEN OTHER
030100             CONTINUE
030200     END-EVALUATE.
030300 2100-EXIT.
030303     EXIT.
030306
030309 2150-KEEP-DEDUCTION.
030312     MOVE PAYREG-LINE TO PD-DED.
030315     IF PD-AMT IS NOT NUMERIC
030318         DISPLAY 'PAYREG DEDUCTION LINE FOR ' PD-EMP
030321                 ' NOT READABLE'
030324         CLOSE PAYREG
030327         MOVE 'DEDUCTIONS DISAGREE' TO PB-REASON
030330         GO TO 8000-REFUSE
030333     END-IF.
030336     PERFORM VARYING PB-JX FROM 1 BY 1
030339         UNTIL PB-JX > PB-DED-CNT
030342            OR PB-K-EMP(PB-JX) = PD-EMP
030345         CONTINUE
030348     END-PERFORM.
030351     IF PB-JX > PB-DED-CNT
030354         IF PB-DED-CNT >= 500
030357             DISPLAY 'MORE THAN 500 DEDUCTIONS ON PAYREG'
030360             CLOSE PAYREG
030363             MOVE 'REGISTER TOO LARGE' TO PB-REASON
030366             GO TO 8000-REFUSE
030369         END-IF
030372         ADD 1 TO PB-DED-CNT
030375         MOVE PB-DED-CNT TO PB-JX
030378         MOVE PD-EMP TO PB-K-EMP(PB-JX)
030381     END-IF.
030384     MOVE PD-AMT TO PB-K-AMT(PB-JX).
030387 2150-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  3000-PROVE-REGISTER - COUNT AND TOTAL AGAINST THE REGISTER'S *
030800*  OWN TRAILER AND GRAND TOTAL.                                 *
030900*****************************************************************
031000 3000-PROVE-REGISTER.
031100     IF PB-HDR-SW = 'N' OR PB-TRL-SW = 'N' OR PB-GRD-SW = 'N'
031200         DISPLAY 'PAYREG INCOMPLETE - HEADER ' PB-HDR-SW
031300                 ' GRAND TOTAL ' PB-GRD-SW ' TRAILER ' PB-TRL-SW
031400         MOVE 'REGISTER INCOMPLETE' TO PB-REASON
031500         GO TO 8000-REFUSE
031600     END-IF.
031700     IF PB-GRD-CTL NOT = 'BALANCED'
031800         DISPLAY 'PAYREG CONTROL TOTALS ' PB-GRD-CTL
031900         MOVE 'CONTROLS NOT BALANCED' TO PB-REASON
032000         GO TO 8000-REFUSE
032100     END-IF.
032200     PERFORM VARYING PB-IX FROM 1 BY 1
032300         UNTIL PB-IX > PB-MAX-RECNO
032400         IF PB-L-EMP(PB-IX) NOT = SPACES
032500             IF PB-L-EXC(PB-IX) = 'Y'
032600                 ADD 1 TO PB-DROP-CNT
032700                 MOVE SPACES TO PB-L-EMP(PB-IX)
032800             ELSE
032900                 ADD 1 TO PB-LINE-CNT
033000                 ADD PB-L-AMT(PB-IX) TO PB-REG-TOTAL
033100             END-IF
033200         END-IF
033300     END-PERFORM.
033400     IF PB-DROP-CNT > ZERO
033500         DISPLAY PB-DROP-CNT ' REGISTER LINE(S) ALSO ON PAYEXC '
033600                 '- DROPPED'
033700     END-IF.
033800     IF PB-LINE-CNT NOT = PB-TRL-CNT
033900         MOVE PB-LINE-CNT TO PB-ED-CNT
034000         DISPLAY 'PAYREG LINES READ ' PB-ED-CNT
034100                 ' - TRAILER COUNT ' PB-TRL-CNT
034200         MOVE 'TRAILER COUNT DISAGREES' TO PB-REASON
034300         GO TO 8000-REFUSE
034400     END-IF.
034500     IF PB-REG-TOTAL NOT = PB-GRD-AMT
034600         MOVE PB-REG-TOTAL TO PB-ED-AMT
034700         DISPLAY 'PAYREG LINES TOTAL ' PB-ED-AMT
034800                 ' - GRAND TOTAL ' PB-GRD-AMT
034900         MOVE 'GRAND TOTAL DISAGREES' TO PB-REASON
035000         GO TO 8000-REFUSE
035100     END-IF.
035105     PERFORM VARYING PB-JX FROM 1 BY 1
035110         UNTIL PB-JX > PB-DED-CNT
035115         ADD PB-K-AMT(PB-JX) TO PB-DED-SUM
035120     END-PERFORM.
035125     IF PB-DED-CNT > ZERO AND PB-DTOT-SW = 'N'
035130         DISPLAY 'PAYREG DEDUCTION LINES WITHOUT THEIR TOTAL'
035135         MOVE 'REGISTER INCOMPLETE' TO PB-REASON
035140         GO TO 8000-REFUSE
035145     END-IF.
035150     IF PB-DED-SUM NOT = PB-DTOT-AMT
035155         MOVE PB-DED-SUM TO PB-ED-AMT
035160         DISPLAY 'PAYREG DEDUCTIONS ' PB-ED-AMT
035165                 ' - DEDUCTION TOTAL ' PB-DTOT-AMT
035170         MOVE 'DEDUCTIONS DISAGREE' TO PB-REASON
035175         GO TO 8000-REFUSE
035180     END-IF.
035200 3000-EXIT.
035300     EXIT.
035400
035500 4000-SUM-BY-EMPLOYEE.
035600     PERFORM VARYING PB-IX FROM 1 BY 1
035700         UNTIL PB-IX > PB-MAX-RECNO
035800         IF PB-L-EMP(PB-IX) NOT = SPACES
035900             PERFORM 4100-ADD-LINE THRU 4100-EXIT
036000         END-IF
036100     END-PERFORM.
036110     PERFORM 4200-TAKE-DEDUCTION THRU 4200-EXIT
036120         VARYING PB-IX FROM 1 BY 1
036130         UNTIL PB-IX > PB-DED-CNT.
036200 4000-EXIT.
036300     EXIT.
036400
036500 4100-ADD-LINE.
036600     MOVE ZERO TO PB-HIT.
036700     PERFORM VARYING PB-JX FROM 1 BY 1
036800         UNTIL PB-JX > PB-PAY-CNT OR PB-HIT > ZERO
036900         IF PB-P-EMP(PB-JX) = PB-L-EMP(PB-IX)
037000             MOVE PB-JX TO PB-HIT
037100         END-IF
037200     END-PERFORM.
037300     IF PB-HIT = ZERO
037400         IF PB-PAY-CNT >= 500
037500             DISPLAY 'MORE THAN 500 EMPLOYEES ON PAYREG'
037600             MOVE 'REGISTER TOO LARGE' TO PB-REASON
037700             GO TO 8000-REFUSE
037800         END-IF
037900         ADD 1 TO PB-PAY-CNT
038000         MOVE PB-PAY-CNT TO PB-HIT
038100         MOVE PB-L-EMP(PB-IX) TO PB-P-EMP(PB-HIT)
038200         MOVE ZERO TO PB-P-AMT(PB-HIT)
038300     END-IF.
038400     ADD PB-L-AMT(PB-IX) TO PB-P-AMT(PB-HIT).
038500 4100-EXIT.
038503     EXIT.
038506
038509 4200-TAKE-DEDUCTION.
038512*    TESTA NEVER DEDUCTS MORE THAN THE PAY, BUT A LINE DROPPED AS
038515*    ALSO ON PAYEXC CAN LEAVE LESS - THE NET STOPS AT ZERO
038518     MOVE ZERO TO PB-HIT.
038521     PERFORM VARYING PB-JX FROM 1 BY 1
038524         UNTIL PB-JX > PB-PAY-CNT OR PB-HIT > ZERO
038527         IF PB-P-EMP(PB-JX) = PB-K-EMP(PB-IX)
038530             MOVE PB-JX TO PB-HIT
038533         END-IF
038536     END-PERFORM.
038539     IF PB-HIT = ZERO
038542         DISPLAY 'DEDUCTION FOR ' PB-K-EMP(PB-IX)
038545                 ' HAS NO PAY ON THE REGISTER - NOT TAKEN'
038548         GO TO 4200-EXIT
038551     END-IF.
038554     IF PB-K-AMT(PB-IX) > PB-P-AMT(PB-HIT)
038557         ADD PB-P-AMT(PB-HIT) TO PB-DED-TAKEN
038560         MOVE ZERO TO PB-P-AMT(PB-HIT)
038563     ELSE
038566         ADD PB-K-AMT(PB-IX) TO PB-DED-TAKEN
038569         SUBTRACT PB-K-AMT(PB-IX) FROM PB-P-AMT(PB-HIT)
038572     END-IF.
038575 4200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  5000-WRITE-FILE - HEADER, ONE CREDIT PER PAYABLE EMPLOYEE,   *
039000*  TRAILER.  EMPLOYEES THE BANK CANNOT PAY ARE LISTED INSTEAD.  *
039100*****************************************************************
039200 5000-WRITE-FILE.
039300     OPEN OUTPUT BANKPAY.
039400     IF PB-B-STATUS NOT = '00'
039500         DISPLAY 'BANKPAY NOT WRITABLE, STATUS ' PB-B-STATUS
039600                 ' - RUN ABANDONED'
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 9999-EXIT
039900     END-IF.
039950     MOVE 'Y' TO PB-LN-BANK-SW.
040000     MOVE PB-ORIGIN    TO PB-H-ORIGIN.
040100     MOVE PB-PAY-DATE  TO PB-H-PAY-DATE.
040200     MOVE PB-TS-DATE   TO PB-H-CRT-DATE.
040300     MOVE PB-TS-HHMMSS TO PB-H-CRT-TIME.
040400     WRITE BANKPAY-LINE FROM PB-HEADER-REC.
040500     PERFORM 5100-ONE-EMPLOYEE THRU 5100-EXIT
040600         VARYING PB-JX FROM 1 BY 1
040700         UNTIL PB-JX > PB-PAY-CNT.
040800     MOVE PB-CREDIT-CNT TO PB-T-COUNT.
040900     MOVE PB-BANK-TOTAL TO PB-T-TOTAL.
041000     MOVE PB-HASH-ACC   TO PB-T-HASH.
041100     WRITE BANKPAY-LINE FROM PB-TRAILER-REC.
041200     CLOSE BANKPAY.
041300 5000-EXIT.
041400     EXIT.
041500
041600 5100-ONE-EMPLOYEE.
041610*    A DEDUCTION THAT TOOK THE WHOLE PAY LEAVES NOTHING TO SEND
041620     IF PB-P-AMT(PB-JX) = ZERO
041630         DISPLAY 'NO NET PAY   ' PB-P-EMP(PB-JX)
041640         GO TO 5100-EXIT
041650     END-IF.
041700     MOVE ZERO TO PB-HIT.
041800     PERFORM VARYING PB-IX FROM 1 BY 1
041900         UNTIL PB-IX > PB-EMP-CNT OR PB-HIT > ZERO
042000         IF PB-E-ID(PB-IX) = PB-P-EMP(PB-JX)
042100             MOVE PB-IX TO PB-HIT
042200         END-IF
042300     END-PERFORM.
042400     EVALUATE TRUE
042500         WHEN PB-HIT = ZERO
042600             MOVE 'NOT ON EMPMAST' TO PB-REASON
042700         WHEN PB-E-STATUS(PB-HIT) NOT = 'A'
042800             MOVE 'INACTIVE' TO PB-REASON
042900         WHEN PB-E-ROUTING(PB-HIT) = SPACES
043000           OR PB-E-ACCOUNT(PB-HIT) = SPACES
043100             MOVE 'NO BANK DETAILS' TO PB-REASON
043200         WHEN OTHER
043300             MOVE SPACES TO PB-REASON
043400     END-EVALUATE.
043500     IF PB-REASON NOT = SPACES
043600         ADD 1 TO PB-HAND-CNT
043700         ADD PB-P-AMT(PB-JX) TO PB-HAND-TOTAL
043800         MOVE PB-P-AMT(PB-JX) TO PB-ED-AMT
043900         DISPLAY 'PAY BY HAND  ' PB-P-EMP(PB-JX) ' '
044000                 PB-ED-AMT '  ' PB-REASON
044100         GO TO 5100-EXIT
044200     END-IF.
044300     MOVE PB-E-ROUTING(PB-HIT) TO PB-C-ROUTING.
044400     MOVE PB-E-ACCOUNT(PB-HIT) TO PB-C-ACCOUNT.
044500     MOVE PB-P-AMT(PB-JX)      TO PB-C-AMT.
044600     MOVE PB-P-EMP(PB-JX)      TO PB-C-EMP.
044700     MOVE PB-E-NAME(PB-HIT)    TO PB-C-NAME.
044800     WRITE BANKPAY-LINE FROM PB-CREDIT-REC.
044900     ADD 1 TO PB-CREDIT-CNT.
045000     ADD PB-P-AMT(PB-JX) TO PB-BANK-TOTAL.
045100*    THE HASH IS THE SUM OF THE ACCOUNT NUMBERS, KEPT TO THE
045200*    LOW-ORDER 18 DIGITS OF THE TRAILER FIELD
045300     MOVE ZERO TO PB-ACCT-LEN.
045400     INSPECT PB-C-ACCOUNT TALLYING PB-ACCT-LEN
045500         FOR CHARACTERS BEFORE INITIAL SPACE.
045600     MOVE PB-C-ACCOUNT(1:PB-ACCT-LEN) TO PB-ACCT-N.
045700     ADD PB-ACCT-N TO PB-HASH-ACC.
045800 5100-EXIT.
045900     EXIT.
046000
046100 6000-SUMMARY.
046200     MOVE PB-CREDIT-CNT TO PB-ED-CNT.
046300     MOVE PB-BANK-TOTAL TO PB-ED-AMT.
046400     DISPLAY 'BANKPAY FOR ' PB-PAY-DATE ' - ' PB-ED-CNT
046500             ' CREDIT(S) TOTAL ' PB-ED-AMT.
046600     IF PB-HAND-CNT > ZERO
046700         MOVE PB-HAND-CNT   TO PB-ED-CNT
046800         MOVE PB-HAND-TOTAL TO PB-ED-AMT
046900         DISPLAY 'NOT ON THE FILE - ' PB-ED-CNT
047000                 ' EMPLOYEE(S) TOTAL ' PB-ED-AMT
047100         MOVE SPACES TO AL-PARM
047200         MOVE 'PAYBANK' TO AL-SOURCE
047300         MOVE 'W' TO AL-SEVERITY
047400         MOVE 'PAYBANK.SYSOUT' TO AL-DSN
047500         STRING 'PAYBANK - ' PB-ED-CNT
047600                ' EMPLOYEE(S) TO BE PAID BY HAND'
047700             DELIMITED BY SIZE INTO AL-TEXT
047800         CALL 'ALERTSVC' USING AL-PARM
047900         MOVE 4 TO RETURN-CODE
048000     END-IF.
048010     IF PB-DED-CNT > ZERO
048020         MOVE PB-DED-TAKEN TO PB-ED-AMT
048030         DISPLAY 'CANTEEN DEDUCTIONS TAKEN ' PB-ED-AMT
048040     END-IF.
048100     MOVE PB-REG-TOTAL TO PB-ED-AMT.
048200     DISPLAY 'PAYREG GRAND TOTAL ' PB-ED-AMT ' PROVED'.
048300 6000-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*  8000-REFUSE - NO FILE FROM A REGISTER THAT DOES NOT PROVE.   *
048800*  BANKPAY IS EMPTIED SO AN EARLIER PERIOD'S FILE CANNOT BE     *
048900*  SENT IN ITS PLACE.                                           *
049000*****************************************************************
049100 8000-REFUSE.
049200     OPEN OUTPUT BANKPAY.
049300     IF PB-B-STATUS = '00'
049350         MOVE 'Y' TO PB-LN-BANK-SW
049400         CLOSE BANKPAY
049500     END-IF.
049600     DISPLAY 'BANK FILE NOT BUILT, BANKPAY LEFT EMPTY - '
049700             PB-REASON.
049800     MOVE SPACES TO AL-PARM.
049900     MOVE 'PAYBANK' TO AL-SOURCE.
050000     MOVE 'E' TO AL-SEVERITY.
050100     MOVE 'PAYBANK.SYSOUT' TO AL-DSN.
050200     STRING 'BANK FILE NOT BUILT - ' PB-REASON
050300         DELIMITED BY SIZE INTO AL-TEXT.
050400     CALL 'ALERTSVC' USING AL-PARM.
050500     MOVE 8 TO RETURN-CODE.
050600     GO TO 9999-EXIT.
050602
050604 8200-RECORD-LINEAGE.
050606*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
050608*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
050610*    RETURN-CODE, SO IT IS PUT BACK.
050612     MOVE RETURN-CODE   TO PB-SAVE-RC.
050614     MOVE 'PAYBANK'     TO LN-PROGRAM.
050616     MOVE PB-TS-HHMMSS  TO LN-START-TIME.
050618     MOVE ZERO          TO LN-CNT.
050620     IF PB-LN-MAST-SW = 'Y'
050622         ADD 1 TO LN-CNT
050624         MOVE 'EMPMAST'     TO LN-DSN(LN-CNT)
050626         MOVE 'R'           TO LN-MODE(LN-CNT)
050628     END-IF.
050630     IF PB-LN-EXC-SW = 'Y'
050632         ADD 1 TO LN-CNT
050634         MOVE 'PAYEXC'      TO LN-DSN(LN-CNT)
050636         MOVE 'R'           TO LN-MODE(LN-CNT)
050638     END-IF.
050640     IF PB-LN-REG-SW = 'Y'
050642         ADD 1 TO LN-CNT
050644         MOVE 'PAYREG'      TO LN-DSN(LN-CNT)
050646         MOVE 'R'           TO LN-MODE(LN-CNT)
050648     END-IF.
050650     IF PB-LN-BANK-SW = 'Y'
050652         ADD 1 TO LN-CNT
050654         MOVE 'BANKPAY'     TO LN-DSN(LN-CNT)
050656         MOVE 'W'           TO LN-MODE(LN-CNT)
050658     END-IF.
050660     CALL 'LINEAGE' USING LN-PARM.
050662     MOVE PB-SAVE-RC    TO RETURN-CODE.
050664 8200-EXIT.
050666     EXIT.
050700
050800 9999-EXIT.
050850     PERFORM 8200-RECORD-LINEAGE THRU 8200-EXIT.
050900     STOP RUN.
