000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACSTAND.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ACSTAND - ACADEMIC STANDING SWEEP OVER THE WHOLE STUHIST     *
000900*  STUDENT HISTORY, RUN AFTER EACH TERM'S GRADING.  SYSIN IS    *
001000*  THE STANDING-RULES CARD:                                     *
001100*    <THRESHOLD SCORE> <CONSECUTIVE TERMS> [<TERM>]             *
001200*  A GRADED TERM WHOSE ADJUSTED SCORE IS BELOW THE THRESHOLD    *
001300*  IS A SHORT TERM.  COUNTING THE SHORT TERMS IN A ROW UP TO    *
001400*  THE STUDENT'S LATEST TERM: NONE IS GOOD STANDING, FEWER      *
001500*  THAN THE CONSECUTIVE COUNT IS A WARNING, EXACTLY THE COUNT   *
001600*  IS PROBATION AND MORE IS DISMISSAL REVIEW.  THE TERM         *
001700*  DEFAULTS TO THE LATEST ON STUHIST; LATER ROWS ARE LEFT OUT.  *
001800*  WHEN A TERM APPEARS MORE THAN ONCE (A DELTA RERUN CORRECTED  *
001900*  IT) THE LAST ROW APPENDED WINS, AS IN TRNSCRPT.  EVERY       *
002000*  STUDENT GETS A STANDING ROW; THE STANDCHG LIST GIVES THE     *
002100*  REGISTRAR EACH STUDENT WHOSE STANDING MOVED SINCE THE TERM   *
002200*  BEFORE.                                                      *
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-15  OSG  NEW PROGRAM.                                *
002510*  2026-10-15  OSG  STUHIST ROW WIDENED FOR THE GRADING DATE.   *
002540*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002570*                   LINEAGE REGISTER AT END OF JOB.             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL STUHIST ASSIGN TO STUHIST
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS AS-H-STATUS.
003300     SELECT STANDING ASSIGN TO STANDING
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS AS-S-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STUHIST.
003900 01  STUHIST-LINE             PIC X(40).
004000 FD  STANDING.
004100 01  STANDING-LINE            PIC X(36).
004200 WORKING-STORAGE SECTION.
004300 77  AS-H-STATUS              PIC X(02).
004400 77  AS-S-STATUS              PIC X(02).
004420 77  AS-LN-HST-SW             PIC X(01) VALUE 'N'.
004440 77  AS-LN-STD-SW             PIC X(01) VALUE 'N'.
004460 77  AS-LN-CHG-SW             PIC X(01) VALUE 'N'.
004480 77  AS-SAVE-RC               PIC S9(04) COMP.
004500 77  AS-EOF-SW                PIC X(01) VALUE 'N'.
004600     88  AS-EOF                          VALUE 'Y'.
004700 77  AS-THRESHOLD             PIC 9(06).
004800 77  AS-CONSEC                PIC 9(02).
004900 77  AS-ROW-CNT               PIC 9(05) COMP VALUE ZERO.
005000 77  AS-SEQ                   PIC 9(06) VALUE ZERO.
005100 77  AS-IX                    PIC 9(05) COMP.
005200 77  AS-BAD-CNT               PIC 9(06) VALUE ZERO.
005300 77  AS-LATER-CNT             PIC 9(06) VALUE ZERO.
005400 77  AS-STU-CNT               PIC 9(06) VALUE ZERO.
005500 77  AS-CHG-CNT               PIC 9(06) VALUE ZERO.
005600 77  AS-RUN                   PIC 9(02).
005700 77  AS-PRIOR-RUN             PIC 9(02).
005800 77  AS-PRIOR-SW              PIC X(01).
005900     88  AS-HAD-PRIOR                    VALUE 'Y'.
006000 77  AS-STATUS                PIC X(01).
006100 77  AS-PRIOR                 PIC X(01).
006200 77  AS-CLASS-RUN             PIC 9(02).
006300 77  AS-CLASS                 PIC X(01).
006400 01  AS-CARD                  PIC X(30).
006500 01  AS-TOK1                  PIC X(08).
006600 01  AS-TOK2                  PIC X(08).
006700 01  AS-TOK3                  PIC X(08).
006800 01  AS-TERM                  PIC X(06) VALUE SPACES.
006900 01  AS-PRIOR-TERM            PIC X(06) VALUE SPACES.
007000 01  AS-CUR-SID               PIC X(08).
007100 01  AS-LAST-TERM             PIC X(06).
007200 01  AS-LAST-ADJ              PIC 9(06).
007300 01  AS-HIST-REC.
007400     05  AS-H-SID             PIC X(08).
007500     05  FILLER               PIC X(01).
007600     05  AS-H-TERM            PIC X(06).
007700     05  FILLER               PIC X(01).
007800     05  AS-H-ADJ             PIC 9(06).
007900     05  FILLER               PIC X(09).
008000*    THE HISTORY IN STUDENT / TERM / APPEND ORDER
008100 01  AS-HIST-TBL.
008200     05  AS-ROW OCCURS 1 TO 30000
008300             DEPENDING ON AS-ROW-CNT
008400             ASCENDING KEY IS AS-R-SID AS-R-TERM AS-R-SEQ.
008500         10  AS-R-SID         PIC X(08).
008600         10  AS-R-TERM        PIC X(06).
008700         10  AS-R-SEQ         PIC 9(06).
008800         10  AS-R-ADJ         PIC 9(06).
008900*    STUDENTS IN EACH STANDING: G, W, P, D
009000 01  AS-CODES                 PIC X(04) VALUE 'GWPD'.
009100 01  AS-CODES-R REDEFINES AS-CODES.
009200     05  AS-CODE              PIC X(01) OCCURS 4.
009300 01  AS-TALLY-TBL.
009400     05  AS-TALLY             PIC 9(06) OCCURS 4.
009500 01  AS-CX                    PIC 9(01).
009600 01  AS-STAT-NAME             PIC X(16).
009700 01  AS-WAS-NAME              PIC X(16).
009800 01  AS-RPT-LINE              PIC X(100).
009900 01  AS-ED-CNT                PIC Z(05)9.
010000 01  AS-ED-ADJ                PIC Z(05)9.
010100 01  AS-ED-RUN                PIC Z9.
010200 COPY STANDRC.
010300 COPY EDITNMPM.
010400 COPY PRINTFPM.
010500 COPY ALERTPM.
010550 COPY LINEAGPM.
010600 PROCEDURE DIVISION.
010700*****************************************************************
010800*  0000-MAINLINE - LOAD THE HISTORY, CLASSIFY, LIST CHANGES.    *
010900*****************************************************************
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
011300     PERFORM 3000-CLASSIFY THRU 3000-EXIT.
011400     PERFORM 5000-SUMMARY THRU 5000-EXIT.
011500     GO TO 9999-EXIT.
011600
011700*****************************************************************
011800*  1000-INITIALIZE - EDIT THE STANDING-RULES CARD.  A CARD      *
011900*  THAT CANNOT BE READ IS REJECTED - NO DEFAULT RULE IS SAFE    *
012000*  FOR PUTTING A STUDENT ON PROBATION.                          *
012100*****************************************************************
012200 1000-INITIALIZE.
012300     MOVE SPACES TO AS-CARD.
012400     ACCEPT AS-CARD
012500         ON EXCEPTION
012600             MOVE SPACES TO AS-CARD
012700     END-ACCEPT.
012800     MOVE SPACES TO AS-TOK1 AS-TOK2 AS-TOK3.
012900     UNSTRING AS-CARD DELIMITED BY ALL SPACE
013000         INTO AS-TOK1 AS-TOK2 AS-TOK3.
013100     MOVE AS-TOK1 TO EN-TOKEN.
013200     PERFORM 1100-EDIT-TOKEN THRU 1100-EXIT.
013300     MOVE FUNCTION NUMVAL(AS-TOK1) TO AS-THRESHOLD.
013400     MOVE AS-TOK2 TO EN-TOKEN.
013500     PERFORM 1100-EDIT-TOKEN THRU 1100-EXIT.
013600     MOVE FUNCTION NUMVAL(AS-TOK2) TO AS-CONSEC.
013700     IF AS-CONSEC = ZERO
013800         DISPLAY 'STANDING RULES CARD REJECTED - CONSECUTIVE '
013900                 'TERMS MUST BE 1 TO 99'
014000         MOVE 12 TO RETURN-CODE
014100         GO TO 9999-EXIT
014200     END-IF.
014300     MOVE AS-TOK3 TO AS-TERM.
014400     MOVE ZERO TO AS-TALLY(1) AS-TALLY(2)
014500                  AS-TALLY(3) AS-TALLY(4).
014600 1000-EXIT.
014700     EXIT.
014800
014900 1100-EDIT-TOKEN.
015000     IF EN-TOKEN NOT = SPACES
015100         CALL 'EDITNUM' USING EN-PARM
015200         IF EN-STATUS NOT = 'B'
015300             GO TO 1100-EXIT
015400         END-IF
015500     END-IF.
015600     DISPLAY 'STANDING RULES CARD REJECTED: ' AS-CARD.
015700     DISPLAY 'EXPECTED <THRESHOLD SCORE> <CONSECUTIVE TERMS> '
015800             '[<TERM>]'.
015900     MOVE 12 TO RETURN-CODE.
016000     GO TO 9999-EXIT.
016100 1100-EXIT.
016200     EXIT.
016300
016400*****************************************************************
016500*  2000-LOAD-HISTORY - EVERY STUHIST ROW UP TO THE RUN'S TERM,  *
016600*  NUMBERED IN APPEND ORDER SO THE SORT KEEPS A CORRECTED       *
016700*  TERM'S LAST ROW LAST.                                        *
016800*****************************************************************
016900 2000-LOAD-HISTORY.
017000     OPEN INPUT STUHIST.
017100     IF AS-H-STATUS NOT = '00' AND AS-H-STATUS NOT = '05'
017200         DISPLAY 'STUHIST DATASET NOT AVAILABLE, STATUS '
017300                 AS-H-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         GO TO 9999-EXIT
017600     END-IF.
017625     IF AS-H-STATUS = '00'
017650         MOVE 'Y' TO AS-LN-HST-SW
017675     END-IF.
017700     PERFORM UNTIL AS-EOF
017800         READ STUHIST INTO AS-HIST-REC
017900             AT END
018000                 MOVE 'Y' TO AS-EOF-SW
018100             NOT AT END
018200                 PERFORM 2100-KEEP-ROW THRU 2100-EXIT
018300         END-READ
018400     END-PERFORM.
018500     CLOSE STUHIST.
018600     IF AS-ROW-CNT = ZERO
018700         DISPLAY 'STUHIST HOLDS NO GRADED TERMS - NO STANDING '
018800                 'PRODUCED'
018900         PERFORM 8100-POST-ALERT THRU 8100-EXIT
019000         MOVE 4 TO RETURN-CODE
019100         GO TO 9999-EXIT
019200     END-IF.
019300*    A TERM ON THE CARD LIMITS THE HISTORY; OTHERWISE THE RUN
019400*    IS AS OF THE LATEST TERM GRADED
019500     IF AS-TERM = SPACES
019600         PERFORM VARYING AS-IX FROM 1 BY 1
019700             UNTIL AS-IX > AS-ROW-CNT
019800             IF AS-R-TERM(AS-IX) > AS-TERM
019900                 MOVE AS-R-TERM(AS-IX) TO AS-TERM
020000             END-IF
020100         END-PERFORM
020200     END-IF.
020300     PERFORM VARYING AS-IX FROM 1 BY 1
020400         UNTIL AS-IX > AS-ROW-CNT
020500         IF AS-R-TERM(AS-IX) < AS-TERM
020600            AND AS-R-TERM(AS-IX) > AS-PRIOR-TERM
020700             MOVE AS-R-TERM(AS-IX) TO AS-PRIOR-TERM
020800         END-IF
020900     END-PERFORM.
021000     IF AS-ROW-CNT > 1
021100         SORT AS-ROW ASCENDING KEY AS-R-SID AS-R-TERM AS-R-SEQ
021200     END-IF.
021300 2000-EXIT.
021400     EXIT.
021500
021600 2100-KEEP-ROW.
021700     ADD 1 TO AS-SEQ.
021800     IF AS-H-SID = SPACES OR AS-H-TERM = SPACES
021900        OR AS-H-ADJ IS NOT NUMERIC
022000         ADD 1 TO AS-BAD-CNT
022100         GO TO 2100-EXIT
022200     END-IF.
022300     IF AS-TERM NOT = SPACES AND AS-H-TERM > AS-TERM
022400         ADD 1 TO AS-LATER-CNT
022500         GO TO 2100-EXIT
022600     END-IF.
022700     IF AS-ROW-CNT >= 30000
022800         DISPLAY 'STUHIST EXCEEDS THE 30000-ROW TABLE - '
022900                 'NO STANDING PRODUCED'
023000         MOVE 16 TO RETURN-CODE
023100         GO TO 9999-EXIT
023200     END-IF.
023300     ADD 1 TO AS-ROW-CNT.
023400     MOVE AS-H-SID  TO AS-R-SID(AS-ROW-CNT).
023500     MOVE AS-H-TERM TO AS-R-TERM(AS-ROW-CNT).
023600     MOVE AS-SEQ    TO AS-R-SEQ(AS-ROW-CNT).
023700     MOVE AS-H-ADJ  TO AS-R-ADJ(AS-ROW-CNT).
023800 2100-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*  3000-CLASSIFY - ONE STANDING ROW PER STUDENT, AND A STANDCHG *
024300*  LINE WHEREVER THE STANDING DIFFERS FROM THE TERM BEFORE.     *
024400*****************************************************************
024500 3000-CLASSIFY.
024600     OPEN OUTPUT STANDING.
024700     IF AS-S-STATUS NOT = '00'
024800         DISPLAY 'STANDING DATASET NOT USABLE, STATUS '
024900                 AS-S-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 9999-EXIT
025200     END-IF.
025250     MOVE 'Y' TO AS-LN-STD-SW.
025300     MOVE 'I' TO PF-OP.
025400     MOVE 'STANDCHG' TO PF-DSN.
025500     MOVE SPACES TO PF-TITLE.
025600     STRING 'ACADEMIC STANDING CHANGES FOR TERM ' AS-TERM
025700         DELIMITED BY SIZE INTO PF-TITLE.
025800     MOVE 'STUDENT   TERM    ADJUSTED  SHORT  WAS / NOW'
025900         TO PF-HEADING.
026000     MOVE ZERO TO PF-PAGE-SIZE.
026100     CALL 'PRINTFMT' USING PF-PARM.
026200     IF PF-STATUS NOT = 'G'
026300         DISPLAY 'STANDCHG DATASET NOT USABLE'
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026650     MOVE 'Y' TO AS-LN-CHG-SW.
026700     MOVE 1 TO AS-IX.
026800     PERFORM 3100-ONE-STUDENT THRU 3100-EXIT
026900         UNTIL AS-IX > AS-ROW-CNT.
027000     CLOSE STANDING.
027100 3000-EXIT.
027200     EXIT.
027300
027400 3100-ONE-STUDENT.
027500     MOVE AS-R-SID(AS-IX) TO AS-CUR-SID.
027600     MOVE ZERO TO AS-RUN AS-PRIOR-RUN.
027700     MOVE 'N' TO AS-PRIOR-SW.
027800     PERFORM 3200-ONE-TERM THRU 3200-EXIT
027900         UNTIL AS-IX > AS-ROW-CNT
028000            OR AS-R-SID(AS-IX) NOT = AS-CUR-SID.
028100     MOVE AS-RUN TO AS-CLASS-RUN.
028200     PERFORM 3300-CLASS-OF THRU 3300-EXIT.
028300     MOVE AS-CLASS TO AS-STATUS.
028400     MOVE SPACE TO AS-PRIOR.
028500     IF AS-HAD-PRIOR
028600         MOVE AS-PRIOR-RUN TO AS-CLASS-RUN
028700         PERFORM 3300-CLASS-OF THRU 3300-EXIT
028800         MOVE AS-CLASS TO AS-PRIOR
028900     END-IF.
029000     MOVE SPACES TO SN-REC.
029100     MOVE AS-CUR-SID   TO SN-SID.
029200     MOVE AS-TERM      TO SN-TERM.
029300     MOVE AS-LAST-TERM TO SN-LAST-TERM.
029400     MOVE AS-LAST-ADJ  TO SN-LAST-ADJ.
029500     MOVE AS-RUN       TO SN-RUN.
029600     MOVE AS-STATUS    TO SN-STATUS.
029700     MOVE AS-PRIOR     TO SN-PRIOR.
029800     WRITE STANDING-LINE FROM SN-REC.
029900     ADD 1 TO AS-STU-CNT.
030000     PERFORM VARYING AS-CX FROM 1 BY 1 UNTIL AS-CX > 4
030100         IF AS-CODE(AS-CX) = AS-STATUS
030200             ADD 1 TO AS-TALLY(AS-CX)
030300         END-IF
030400     END-PERFORM.
030500*    A NEW STUDENT IN GOOD STANDING IS NOT A CHANGE
030600     IF AS-STATUS = AS-PRIOR
030700         GO TO 3100-EXIT
030800     END-IF.
030900     IF AS-PRIOR = SPACE AND AS-STATUS = 'G'
031000         GO TO 3100-EXIT
031100     END-IF.
031200     PERFORM 3400-LIST-CHANGE THRU 3400-EXIT.
031300 3100-EXIT.
031400     EXIT.
031500
031600 3200-ONE-TERM.
031700*    THE LAST ROW APPENDED FOR A TERM SUPERSEDES - AN EARLIER
031800*    ROW FOR THE SAME TERM IS PASSED OVER
031900     IF AS-IX < AS-ROW-CNT
032000         IF AS-R-SID(AS-IX + 1) = AS-CUR-SID
032100            AND AS-R-TERM(AS-IX + 1) = AS-R-TERM(AS-IX)
032200             ADD 1 TO AS-IX
032300             GO TO 3200-EXIT
032400         END-IF
032500     END-IF.
032600     IF AS-R-ADJ(AS-IX) < AS-THRESHOLD
032700         IF AS-RUN < 99
032800             ADD 1 TO AS-RUN
032900         END-IF
033000     ELSE
033100         MOVE ZERO TO AS-RUN
033200     END-IF.
033300     IF AS-R-TERM(AS-IX) NOT > AS-PRIOR-TERM
033400         MOVE AS-RUN TO AS-PRIOR-RUN
033500         MOVE 'Y' TO AS-PRIOR-SW
033600     END-IF.
033700     MOVE AS-R-TERM(AS-IX) TO AS-LAST-TERM.
033800     MOVE AS-R-ADJ(AS-IX)  TO AS-LAST-ADJ.
033900     ADD 1 TO AS-IX.
034000 3200-EXIT.
034100     EXIT.
034200
034300 3300-CLASS-OF.
034400     EVALUATE TRUE
034500         WHEN AS-CLASS-RUN = ZERO
034600             MOVE 'G' TO AS-CLASS
034700         WHEN AS-CLASS-RUN < AS-CONSEC
034800             MOVE 'W' TO AS-CLASS
034900         WHEN AS-CLASS-RUN = AS-CONSEC
035000             MOVE 'P' TO AS-CLASS
035100         WHEN OTHER
035200             MOVE 'D' TO AS-CLASS
035300     END-EVALUATE.
035400 3300-EXIT.
035500     EXIT.
035600
035700 3400-LIST-CHANGE.
035800     ADD 1 TO AS-CHG-CNT.
035900     MOVE AS-PRIOR TO AS-CLASS.
036000     PERFORM 3500-NAME-OF THRU 3500-EXIT.
036100     MOVE AS-STAT-NAME TO AS-WAS-NAME.
036200     IF AS-PRIOR = SPACE
036300         MOVE 'NEW STUDENT' TO AS-WAS-NAME
036400     END-IF.
036500     MOVE AS-STATUS TO AS-CLASS.
036600     PERFORM 3500-NAME-OF THRU 3500-EXIT.
036700     MOVE AS-LAST-ADJ TO AS-ED-ADJ.
036800     MOVE AS-RUN TO AS-ED-RUN.
036900     MOVE SPACES TO AS-RPT-LINE.
037000     STRING AS-CUR-SID '  ' AS-LAST-TERM '     ' AS-ED-ADJ
037100            '     ' AS-ED-RUN '   ' AS-WAS-NAME ' ' AS-STAT-NAME
037200         DELIMITED BY SIZE INTO AS-RPT-LINE.
037300     MOVE AS-RPT-LINE TO PF-LINE.
037400     MOVE 'D' TO PF-OP.
037500     CALL 'PRINTFMT' USING PF-PARM.
037600 3400-EXIT.
037700     EXIT.
037800
037900 3500-NAME-OF.
038000     EVALUATE AS-CLASS
038100         WHEN 'G'
038200             MOVE 'GOOD STANDING' TO AS-STAT-NAME
038300         WHEN 'W'
038400             MOVE 'WARNING' TO AS-STAT-NAME
038500         WHEN 'P'
038600             MOVE 'PROBATION' TO AS-STAT-NAME
038700         WHEN 'D'
038800             MOVE 'DISMISSAL REVIEW' TO AS-STAT-NAME
038900         WHEN OTHER
039000             MOVE SPACES TO AS-STAT-NAME
039100     END-EVALUATE.
039200 3500-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*  5000-SUMMARY - COUNTS BY STANDING CLOSE THE CHANGE LIST.     *
039700*  UNREADABLE HISTORY ROWS ARE A WARNING, NOT A STOP.           *
039800*****************************************************************
039900 5000-SUMMARY.
040000     PERFORM VARYING AS-CX FROM 1 BY 1 UNTIL AS-CX > 4
040100         MOVE AS-CODE(AS-CX) TO AS-CLASS
040200         PERFORM 3500-NAME-OF THRU 3500-EXIT
040300         MOVE AS-TALLY(AS-CX) TO AS-ED-CNT
040400         MOVE SPACES TO AS-RPT-LINE
040500         STRING 'STUDENTS IN ' AS-STAT-NAME ' ' AS-ED-CNT
040600             DELIMITED BY SIZE INTO AS-RPT-LINE
040700         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
040800     END-PERFORM.
040900     MOVE AS-CHG-CNT TO AS-ED-CNT.
041000     MOVE SPACES TO AS-RPT-LINE.
041100     STRING 'STANDING CHANGES SINCE TERM ' AS-PRIOR-TERM ' '
041200            AS-ED-CNT
041300         DELIMITED BY SIZE INTO AS-RPT-LINE.
041400     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
041500     IF AS-LATER-CNT > ZERO
041600         MOVE AS-LATER-CNT TO AS-ED-CNT
041700         MOVE SPACES TO AS-RPT-LINE
041800         STRING 'ROWS AFTER TERM ' AS-TERM ' LEFT OUT ' AS-ED-CNT
041900             DELIMITED BY SIZE INTO AS-RPT-LINE
042000         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
042100     END-IF.
042200     IF AS-BAD-CNT > ZERO
042300         MOVE AS-BAD-CNT TO AS-ED-CNT
042400         MOVE SPACES TO AS-RPT-LINE
042500         STRING 'UNREADABLE STUHIST ROWS SKIPPED ' AS-ED-CNT
042600             DELIMITED BY SIZE INTO AS-RPT-LINE
042700         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
042800     END-IF.
042900     MOVE 'C' TO PF-OP.
043000     CALL 'PRINTFMT' USING PF-PARM.
043100     MOVE AS-STU-CNT TO AS-ED-CNT.
043200     DISPLAY 'ACSTAND TERM ' AS-TERM ' STUDENTS ' AS-ED-CNT.
043300     IF AS-BAD-CNT > ZERO
043400         PERFORM 8100-POST-ALERT THRU 8100-EXIT
043500         MOVE 4 TO RETURN-CODE
043600     END-IF.
043700 5000-EXIT.
043800     EXIT.
043900
044000 5900-PRINT-LINE.
044100     MOVE AS-RPT-LINE TO PF-LINE.
044200     MOVE 'D' TO PF-OP.
044300     CALL 'PRINTFMT' USING PF-PARM.
044400 5900-EXIT.
044500     EXIT.
044600
044603 8000-RECORD-LINEAGE.
044606*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
044609*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
044612*    RETURN-CODE, SO IT IS PUT BACK.
044615     MOVE RETURN-CODE   TO AS-SAVE-RC.
044618     MOVE 'ACSTAND'     TO LN-PROGRAM.
044621     MOVE SPACES        TO LN-START-TIME.
044624     MOVE ZERO          TO LN-CNT.
044627     IF AS-LN-HST-SW = 'Y'
044630         ADD 1 TO LN-CNT
044633         MOVE 'STUHIST'     TO LN-DSN(LN-CNT)
044636         MOVE 'R'           TO LN-MODE(LN-CNT)
044639     END-IF.
044642     IF AS-LN-STD-SW = 'Y'
044645         ADD 1 TO LN-CNT
044648         MOVE 'STANDING'    TO LN-DSN(LN-CNT)
044651         MOVE 'W'           TO LN-MODE(LN-CNT)
044654     END-IF.
044657     IF AS-LN-CHG-SW = 'Y'
044660         ADD 1 TO LN-CNT
044663         MOVE 'STANDCHG'    TO LN-DSN(LN-CNT)
044666         MOVE 'W'           TO LN-MODE(LN-CNT)
044669     END-IF.
044672     CALL 'LINEAGE' USING LN-PARM.
044675     MOVE AS-SAVE-RC    TO RETURN-CODE.
044678 8000-EXIT.
044681     EXIT.
044684
044700 8100-POST-ALERT.
044800     MOVE SPACES TO AL-PARM.
044900     MOVE 'ACSTAND' TO AL-SOURCE.
045000     MOVE 'W' TO AL-SEVERITY.
045100     MOVE 'ACSTAND.SYSOUT' TO AL-DSN.
045200     IF AS-ROW-CNT = ZERO
045300         MOVE 'STUHIST HOLDS NO GRADED TERMS - NO STANDING RUN'
045400             TO AL-TEXT
045500     ELSE
045600         MOVE AS-BAD-CNT TO AS-ED-CNT
045700         STRING 'STUHIST ROWS UNREADABLE ' AS-ED-CNT
045800                ' - SKIPPED BY STANDING'
045900             DELIMITED BY SIZE INTO AL-TEXT
046000     END-IF.
046100     CALL 'ALERTSVC' USING AL-PARM.
046200 8100-EXIT.
046300     EXIT.
046400
046500 9999-EXIT.
046550     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
046600     STOP RUN.
