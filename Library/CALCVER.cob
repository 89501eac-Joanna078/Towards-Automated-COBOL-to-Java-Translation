000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCVER.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  CALCVER - MONTH-END RE-VERIFICATION PASS OVER THE CALCLED    *
000900*  LEDGER ABC_050_A APPENDS EVERY EVALUATION TO.  SYSIN:        *
001000*    <FROM YYYYMMDD> <TO YYYYMMDD>                              *
001100*  (BLANK = FROM THE FIRST OF THE BATCH MONTH TO THE BATCH      *
001200*  DATE.)  EVERY LEDGER ENTRY STAMPED INSIDE THE RANGE IS       *
001300*  RECOMPUTED FROM ITS STORED OPERANDS AND OPERATOR EXACTLY AS  *
001400*  ABC_050_A COMPUTES IT, AND THE RESULT AND CONDITION (OK,     *
001500*  OVERFLOW, DIVZERO, BADOP) ARE COMPARED WITH WHAT WAS         *
001600*  LEDGERED.  EVERY MISMATCH, AND EVERY ENTRY IN RANGE THAT     *
001700*  CANNOT BE READ, IS LISTED ON THE CALCEXC EXCEPTION REPORT.   *
001800*  ENTRIES WRITTEN BEFORE THE LEDGER WAS DATE-STAMPED BELONG TO *
001900*  NO RANGE AND ARE ONLY COUNTED.  A CERTIFICATION RECORD       *
002000*  (STAMP, RANGE, ENTRIES, MISMATCHES, VERDICT) IS APPENDED TO  *
002100*  CALCCERT AS FACTCHK CERTIFIES FACTTBL, AND ANY MISMATCH ENDS *
002200*  THE RUN RC 8 WITH AN ALERT SO RUNBOOK HOLDS MONTH-END CLOSE. *
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-15  OSG  NEW PROGRAM.                                *
002533*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002566*                   LINEAGE REGISTER AT END OF JOB.             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CALCLED ASSIGN TO CALCLED
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS CV-L-STATUS.
003300     SELECT OPTIONAL CALCCERT ASSIGN TO CALCCERT
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS CV-C-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CALCLED.
003900 01  CALCLED-LINE             PIC X(80).
004000 FD  CALCCERT.
004100 01  CALCCERT-LINE            PIC X(60).
004200 WORKING-STORAGE SECTION.
004300 77  CV-L-STATUS              PIC X(02).
004400 77  CV-C-STATUS              PIC X(02).
004420 77  CV-LN-LED-SW             PIC X(01) VALUE 'N'.
004440 77  CV-LN-EXC-SW             PIC X(01) VALUE 'N'.
004460 77  CV-LN-CRT-SW             PIC X(01) VALUE 'N'.
004480 77  CV-SAVE-RC               PIC S9(04) COMP.
004500 77  CV-EOF-SW                PIC X(01) VALUE 'N'.
004600     88  CV-EOF                          VALUE 'Y'.
004700 77  CV-LINE-NO               PIC 9(07) COMP VALUE ZERO.
004800 77  CV-CHK-CNT               PIC 9(07) COMP VALUE ZERO.
004900 77  CV-ERR-CNT               PIC 9(07) COMP VALUE ZERO.
005000 77  CV-UNDATED-CNT           PIC 9(07) COMP VALUE ZERO.
005100 77  CV-OUT-CNT               PIC 9(07) COMP VALUE ZERO.
005200 01  CV-CARD                  PIC X(40).
005300 01  CV-FROM-X                PIC X(10).
005400 01  CV-TO-X                  PIC X(10).
005500 01  CV-FROM                  PIC 9(08).
005600 01  CV-TO                    PIC 9(08).
005700 01  CV-TIMESTAMP.
005800     05  CV-TS-DATE           PIC 9(08).
005900     05  CV-TS-DATE-R REDEFINES CV-TS-DATE.
006000         07  CV-TS-YYYYMM     PIC 9(06).
006100         07  CV-TS-DD         PIC 9(02).
006200     05  CV-TS-TIME.
006300         07  CV-TS-HHMMSS     PIC 9(06).
006400         07  FILLER           PIC 9(02).
006500*    ONE LEDGER ENTRY AS ABC_050_A WRITES IT
006600 01  CV-LED-REC.
006700     05  CV-L-A               PIC 9(10).
006800     05  FILLER               PIC X(01).
006900     05  CV-L-OP              PIC X(01).
007000     05  FILLER               PIC X(01).
007100     05  CV-L-B-X             PIC X(11).
007200     05  FILLER               PIC X(01).
007300     05  CV-L-RESULT-X        PIC X(11).
007400     05  FILLER               PIC X(01).
007500     05  CV-L-COND            PIC X(08).
007600     05  FILLER               PIC X(01).
007700     05  CV-L-DATE            PIC 9(08).
007800     05  CV-L-DATE-X REDEFINES CV-L-DATE
007900                              PIC X(08).
008000     05  FILLER               PIC X(01).
008100     05  CV-L-TIME            PIC 9(06).
008200     05  FILLER               PIC X(19).
008300*    THE RECOMPUTATION, IN ABC_050_A'S OWN PICTURES
008400 01  CV-A                     PIC 9(10).
008500 01  CV-B                     PIC S9(10).
008600 01  CV-RESULT                PIC S9(10).
008700 01  CV-COND                  PIC X(08).
008800 01  CV-LED-RESULT            PIC S9(10).
008900 01  CV-REASON                PIC X(30).
009000 01  CV-CERT-REC.
009100     05  CV-CERT-DATE         PIC 9(08).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  CV-CERT-TIME         PIC 9(06).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  CV-CERT-FROM         PIC 9(08).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  CV-CERT-TO           PIC 9(08).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  CV-CERT-CNT          PIC 9(07).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  CV-CERT-ERRS         PIC 9(07).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  CV-CERT-VERDICT      PIC X(09).
010400 01  CV-RPT-LINE              PIC X(100).
010500 01  CV-ED-LINE               PIC Z(06)9.
010600 01  CV-ED-RES                PIC -(10)9.
010700 01  CV-ED-CNT                PIC Z(06)9.
010900 COPY BATCHDPM.
011000 COPY PRINTFPM.
011100 COPY ALERTPM.
011150 COPY LINEAGPM.
011200 PROCEDURE DIVISION.
011300*****************************************************************
011400*  0000-MAINLINE - SET THE RANGE, WALK THE LEDGER ONCE,         *
011500*  CERTIFY, SET THE RC.                                         *
011600*****************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900     PERFORM 2000-ONE-ENTRY THRU 2000-EXIT
012000         UNTIL CV-EOF.
012100     CLOSE CALCLED.
012200     PERFORM 4000-CERTIFY THRU 4000-EXIT.
012300     IF CV-ERR-CNT > ZERO
012400         PERFORM 8100-POST-ALERT THRU 8100-EXIT
012500         MOVE 8 TO RETURN-CODE
012600     END-IF.
012700     GO TO 9999-EXIT.
012800
012900 1000-INITIALIZE.
013000     ACCEPT CV-TS-DATE FROM DATE YYYYMMDD.
013100     ACCEPT CV-TS-TIME FROM TIME.
013200     MOVE CV-TS-DATE TO BD-DATE.
013300     CALL 'BATCHDT' USING BD-PARM
013400         ON EXCEPTION
013500             MOVE CV-TS-DATE TO BD-DATE
013600     END-CALL.
013700     MOVE BD-DATE TO CV-TS-DATE.
013800     MOVE SPACES TO CV-CARD.
013900     ACCEPT CV-CARD
014000         ON EXCEPTION
014100             MOVE SPACES TO CV-CARD
014200     END-ACCEPT.
014300     MOVE SPACES TO CV-FROM-X CV-TO-X.
014400     UNSTRING CV-CARD DELIMITED BY ALL SPACE
014500         INTO CV-FROM-X CV-TO-X.
014600     IF CV-FROM-X = SPACES
014700         COMPUTE CV-FROM = CV-TS-YYYYMM * 100 + 1
014800         MOVE CV-TS-DATE TO CV-TO
014900     ELSE
015000         IF CV-FROM-X(1:8) IS NOT NUMERIC
015100            OR CV-TO-X(1:8) IS NOT NUMERIC
015200            OR CV-FROM-X(9:2) NOT = SPACES
015300            OR CV-TO-X(9:2) NOT = SPACES
015400             DISPLAY 'CONTROL CARD NEEDS <FROM YYYYMMDD> '
015500                     '<TO YYYYMMDD> - RUN ABANDONED'
015600             MOVE 16 TO RETURN-CODE
015700             GO TO 9999-EXIT
015800         END-IF
015900         MOVE CV-FROM-X(1:8) TO CV-FROM
016000         MOVE CV-TO-X(1:8) TO CV-TO
016100     END-IF.
016200     IF CV-FROM > CV-TO
016300         DISPLAY 'FROM DATE ' CV-FROM ' IS AFTER TO DATE '
016400                 CV-TO ' - RUN ABANDONED'
016500         MOVE 16 TO RETURN-CODE
016600         GO TO 9999-EXIT
016700     END-IF.
016800     OPEN INPUT CALCLED.
016900     IF CV-L-STATUS NOT = '00'
017000         DISPLAY 'CALCLED NOT AVAILABLE, STATUS ' CV-L-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         GO TO 9999-EXIT
017300     END-IF.
017350     MOVE 'Y' TO CV-LN-LED-SW.
017400     MOVE 'I' TO PF-OP.
017500     MOVE 'CALCEXC' TO PF-DSN.
017600     MOVE SPACES TO PF-TITLE.
017700     STRING 'CALCLED RE-VERIFICATION EXCEPTIONS ' CV-FROM
017800            ' TO ' CV-TO
017900         DELIMITED BY SIZE INTO PF-TITLE.
018000     MOVE '   LINE DATE     TIME   ENTRY                       '
018100       & 'LEDGERED              RECOMPUTED'
018200         TO PF-HEADING.
018300     MOVE ZERO TO PF-PAGE-SIZE.
018400     CALL 'PRINTFMT' USING PF-PARM.
018500     IF PF-STATUS NOT = 'G'
018600         DISPLAY 'CALCEXC DATASET NOT USABLE'
018700         MOVE 16 TO RETURN-CODE
018800         GO TO 9999-EXIT
018900     END-IF.
018950     MOVE 'Y' TO CV-LN-EXC-SW.
019000 1000-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400*  2000-ONE-ENTRY - SELECT BY DATE, RECOMPUTE, COMPARE.         *
019500*****************************************************************
019600 2000-ONE-ENTRY.
019700     READ CALCLED INTO CV-LED-REC
019800         AT END
019900             MOVE 'Y' TO CV-EOF-SW
020000             GO TO 2000-EXIT
020100     END-READ.
020200     ADD 1 TO CV-LINE-NO.
020300     IF CALCLED-LINE = SPACES
020400         GO TO 2000-EXIT
020500     END-IF.
020600     IF CV-L-DATE-X = SPACES
020700         ADD 1 TO CV-UNDATED-CNT
020800         GO TO 2000-EXIT
020900     END-IF.
021000     IF CV-L-DATE IS NUMERIC
021100         IF CV-L-DATE < CV-FROM OR CV-L-DATE > CV-TO
021200             ADD 1 TO CV-OUT-CNT
021300             GO TO 2000-EXIT
021400         END-IF
021500     END-IF.
021600     ADD 1 TO CV-CHK-CNT.
021700     IF CV-L-DATE IS NOT NUMERIC
021800        OR CV-L-A IS NOT NUMERIC
021900        OR FUNCTION TEST-NUMVAL(CV-L-B-X) NOT = ZERO
022000        OR FUNCTION TEST-NUMVAL(CV-L-RESULT-X) NOT = ZERO
022100         MOVE 'ENTRY CANNOT BE READ' TO CV-REASON
022200         PERFORM 3100-EXCEPTION THRU 3100-EXIT
022300         GO TO 2000-EXIT
022400     END-IF.
022500     MOVE CV-L-A TO CV-A.
022600     MOVE FUNCTION NUMVAL(CV-L-B-X) TO CV-B.
022700     MOVE FUNCTION NUMVAL(CV-L-RESULT-X) TO CV-LED-RESULT.
022800     PERFORM 3000-RECOMPUTE THRU 3000-EXIT.
022900     EVALUATE TRUE
023000         WHEN CV-COND NOT = CV-L-COND
023100             MOVE 'CONDITION DIFFERS' TO CV-REASON
023200             PERFORM 3100-EXCEPTION THRU 3100-EXIT
023300         WHEN CV-RESULT NOT = CV-LED-RESULT
023400             MOVE 'RESULT DIFFERS' TO CV-REASON
023500             PERFORM 3100-EXCEPTION THRU 3100-EXIT
023600     END-EVALUATE.
023700 2000-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*  3000-RECOMPUTE - ABC_050_A'S EVALUATION, STEP FOR STEP.  A   *
024200*  CONDITION OTHER THAN OK LEDGERS A RESULT OF ZERO.            *
024300*****************************************************************
024400 3000-RECOMPUTE.
024500     MOVE 'OK' TO CV-COND.
024600     MOVE ZERO TO CV-RESULT.
024700     EVALUATE CV-L-OP
024800         WHEN '+'
024900             COMPUTE CV-RESULT = CV-A + CV-B
025000                 ON SIZE ERROR MOVE 'OVERFLOW' TO CV-COND
025100             END-COMPUTE
025200         WHEN '-'
025300             COMPUTE CV-RESULT = CV-A - CV-B
025400                 ON SIZE ERROR MOVE 'OVERFLOW' TO CV-COND
025500             END-COMPUTE
025600         WHEN '*'
025700             COMPUTE CV-RESULT = CV-A * CV-B
025800                 ON SIZE ERROR MOVE 'OVERFLOW' TO CV-COND
025900             END-COMPUTE
026000         WHEN '/'
026100             IF CV-B = ZERO
026200                 MOVE 'DIVZERO' TO CV-COND
026300             ELSE
026400                 COMPUTE CV-RESULT = CV-A / CV-B
026500                     ON SIZE ERROR MOVE 'OVERFLOW' TO CV-COND
026600                 END-COMPUTE
026700             END-IF
026800         WHEN '%'
026900             IF CV-B = ZERO
027000                 MOVE 'DIVZERO' TO CV-COND
027100             ELSE
027200                 COMPUTE CV-RESULT = FUNCTION MOD(CV-A, CV-B)
027300                     ON SIZE ERROR MOVE 'OVERFLOW' TO CV-COND
027400                 END-COMPUTE
027500             END-IF
027600         WHEN OTHER
027700             MOVE 'BADOP' TO CV-COND
027800     END-EVALUATE.
027900     IF CV-COND NOT = 'OK'
028000         MOVE ZERO TO CV-RESULT
028100     END-IF.
028200 3000-EXIT.
028300     EXIT.
028400
028500 3100-EXCEPTION.
028600     ADD 1 TO CV-ERR-CNT.
028700     MOVE CV-LINE-NO TO CV-ED-LINE.
028800     MOVE SPACES TO CV-RPT-LINE.
028900     STRING CV-ED-LINE ' ' CV-L-DATE-X ' ' CV-LED-REC(56:6) ' '
029000            CV-LED-REC(1:24) ' ' CV-L-RESULT-X ' '
029100            CV-L-COND
029200         DELIMITED BY SIZE INTO CV-RPT-LINE.
029300     IF CV-REASON NOT = 'ENTRY CANNOT BE READ'
029400         MOVE CV-RESULT TO CV-ED-RES
029500         MOVE CV-ED-RES TO CV-RPT-LINE(74:11)
029600         MOVE CV-COND TO CV-RPT-LINE(86:8)
029700     END-IF.
029800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
029900     MOVE SPACES TO CV-RPT-LINE.
030000     STRING '        ' CV-REASON
030100         DELIMITED BY SIZE INTO CV-RPT-LINE.
030200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
030300 3100-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  4000-CERTIFY - REPORT TOTALS AND THE CALCCERT RECORD.        *
030800*****************************************************************
030900 4000-CERTIFY.
031000     IF CV-ERR-CNT = ZERO
031100         MOVE 'NO EXCEPTIONS - EVERY ENTRY IN RANGE AGREES'
031200             TO CV-RPT-LINE
031300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
031400     END-IF.
031500     MOVE SPACES TO CV-RPT-LINE.
031600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031700     MOVE CV-CHK-CNT TO CV-ED-CNT.
031800     MOVE SPACES TO CV-RPT-LINE.
031900     STRING 'ENTRIES RE-VERIFIED           ' CV-ED-CNT
032000         DELIMITED BY SIZE INTO CV-RPT-LINE.
032100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032200     MOVE CV-ERR-CNT TO CV-ED-CNT.
032300     MOVE SPACES TO CV-RPT-LINE.
032400     STRING 'MISMATCHES                    ' CV-ED-CNT
032500         DELIMITED BY SIZE INTO CV-RPT-LINE.
032600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032700     MOVE CV-OUT-CNT TO CV-ED-CNT.
032800     MOVE SPACES TO CV-RPT-LINE.
032900     STRING 'ENTRIES OUTSIDE THE RANGE     ' CV-ED-CNT
033000         DELIMITED BY SIZE INTO CV-RPT-LINE.
033100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033200     IF CV-UNDATED-CNT > ZERO
033300         MOVE CV-UNDATED-CNT TO CV-ED-CNT
033400         MOVE SPACES TO CV-RPT-LINE
033500         STRING 'UNDATED ENTRIES NOT VERIFIED  ' CV-ED-CNT
033600             DELIMITED BY SIZE INTO CV-RPT-LINE
033700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
033800     END-IF.
033900     MOVE 'C' TO PF-OP.
034000     CALL 'PRINTFMT' USING PF-PARM.
034100     MOVE CV-TS-DATE   TO CV-CERT-DATE.
034200     MOVE CV-TS-HHMMSS TO CV-CERT-TIME.
034300     MOVE CV-FROM      TO CV-CERT-FROM.
034400     MOVE CV-TO        TO CV-CERT-TO.
034500     MOVE CV-CHK-CNT   TO CV-CERT-CNT.
034600     MOVE CV-ERR-CNT   TO CV-CERT-ERRS.
034700     IF CV-ERR-CNT > ZERO
034800         MOVE 'MISMATCH' TO CV-CERT-VERDICT
034900         MOVE CV-ERR-CNT TO CV-ED-CNT
035000         DISPLAY 'CALCLED CERTIFICATION FAILED - ' CV-ED-CNT
035100                 ' MISMATCH(ES)'
035200     ELSE
035300         MOVE 'CERTIFIED' TO CV-CERT-VERDICT
035400         MOVE CV-CHK-CNT TO CV-ED-CNT
035500         DISPLAY 'CALCLED CERTIFIED ' CV-FROM ' TO ' CV-TO
035600                 ', ' CV-ED-CNT ' ENTRIES'
035700     END-IF.
035800     OPEN EXTEND CALCCERT.
035900     IF CV-C-STATUS = '00' OR CV-C-STATUS = '05'
035950         MOVE 'Y' TO CV-LN-CRT-SW
036000         WRITE CALCCERT-LINE FROM CV-CERT-REC
036100         CLOSE CALCCERT
036200     END-IF.
036300 4000-EXIT.
036400     EXIT.
036500
036600 7900-PRINT-LINE.
036700     MOVE CV-RPT-LINE TO PF-LINE.
036800     MOVE 'D' TO PF-OP.
036900     CALL 'PRINTFMT' USING PF-PARM.
037000 7900-EXIT.
037100     EXIT.
037200
037203 8000-RECORD-LINEAGE.
037206*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
037209*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
037212*    RETURN-CODE, SO IT IS PUT BACK.
037215     MOVE RETURN-CODE   TO CV-SAVE-RC.
037218     MOVE 'CALCVER'     TO LN-PROGRAM.
037221     MOVE CV-TS-HHMMSS  TO LN-START-TIME.
037224     MOVE ZERO          TO LN-CNT.
037227     IF CV-LN-LED-SW = 'Y'
037230         ADD 1 TO LN-CNT
037233         MOVE 'CALCLED'     TO LN-DSN(LN-CNT)
037236         MOVE 'R'           TO LN-MODE(LN-CNT)
037239     END-IF.
037242     IF CV-LN-EXC-SW = 'Y'
037245         ADD 1 TO LN-CNT
037248         MOVE 'CALCEXC'     TO LN-DSN(LN-CNT)
037251         MOVE 'W'           TO LN-MODE(LN-CNT)
037254     END-IF.
037257     IF CV-LN-CRT-SW = 'Y'
037260         ADD 1 TO LN-CNT
037263         MOVE 'CALCCERT'    TO LN-DSN(LN-CNT)
037266         MOVE 'W'           TO LN-MODE(LN-CNT)
037269     END-IF.
037272     CALL 'LINEAGE' USING LN-PARM.
037275     MOVE CV-SAVE-RC    TO RETURN-CODE.
037278 8000-EXIT.
037281     EXIT.
037284
037300 8100-POST-ALERT.
037400     MOVE CV-ERR-CNT TO CV-ED-CNT.
037500     MOVE SPACES TO AL-PARM.
037600     MOVE 'CALCVER' TO AL-SOURCE.
037700     MOVE 'E' TO AL-SEVERITY.
037800     MOVE 'CALCCERT' TO AL-DSN.
037900     STRING 'CALCLED RE-VERIFICATION FAILED - ' CV-ED-CNT
038000            ' MISMATCH(ES) - HOLD CLOSE'
038100         DELIMITED BY SIZE INTO AL-TEXT.
038200     CALL 'ALERTSVC' USING AL-PARM.
038300 8100-EXIT.
038400     EXIT.
038500
038600 9999-EXIT.
038650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
038700     STOP RUN.
