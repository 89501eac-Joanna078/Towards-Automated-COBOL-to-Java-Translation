000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STEPBAL.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  STEPBAL - NIGHTLY INTER-STEP RECORD-COUNT BALANCING.  THE    *
000900*  BALMAST MASTER (BALMSRC) NAMES EVERY PRODUCER/CONSUMER PAIR  *
001000*  AND THE DATASETS HANDED BETWEEN THEM:                        *
001100*    <PRODUCER> <CONSUMER> <DATASETS>                           *
001200*  E.G. 'ABC_057_B    REBAL        ASSIGNOUT LOADSUM'.  FOR     *
001300*  THE BATCH DATE (SYSIN YYYYMMDD, BLANK = THE BATCHDT DATE)    *
001400*  THE LAST JOBLOG COMPLETION OF EACH PROGRAM IS TAKEN - FROM   *
001500*  THE MAIN LOG, THEN FROM ITS JLSIDE-<PROGRAM> SIDE DATASET    *
001600*  IF JLSWEEP HAS NOT YET FOLDED IT - AND THE PRODUCER'S        *
001700*  RECORDS-OUT IS COMPARED WITH THE CONSUMER'S RECORDS-IN.  A   *
001800*  SKIPPED RUN HANDED NOTHING OVER AND COUNTS AS NOT RUN.  THE  *
001900*  BALRPT REPORT SHOWS EVERY PAIR WITH BOTH COUNTS AND THE      *
002000*  DIFFERENCE.  A PAIR THAT DOES NOT TIE, WHERE ONLY ONE SIDE   *
002100*  RAN, OR WHERE EITHER SIDE ENDED OTHER THAN NORMAL IS A       *
002200*  BREAK: RC 4 AND A WARNING ALERT.  A PAIR WHERE NEITHER SIDE  *
002300*  RAN IS LISTED BUT IS NOT A BREAK.  RC 16 WITHOUT A USABLE    *
002400*  BALMAST OR ON A BAD CONTROL CARD.                            *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002733*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002766*                   LINEAGE REGISTER AT END OF JOB.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BALMAST ASSIGN TO BALMAST
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS SB-M-STATUS.
003500     SELECT OPTIONAL JOBFILE ASSIGN TO JOBLOG
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS SB-J-STATUS.
003800     SELECT OPTIONAL SIDEFILE ASSIGN USING SB-SIDE-DSN
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS SB-S-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BALMAST.
004400 01  BALMAST-LINE             PIC X(80).
004500 FD  JOBFILE.
004600 01  JOBFILE-LINE             PIC X(80).
004700 FD  SIDEFILE.
004800 01  SIDEFILE-LINE            PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 77  SB-M-STATUS              PIC X(02).
005100 77  SB-J-STATUS              PIC X(02).
005200 77  SB-S-STATUS              PIC X(02).
005220 77  SB-LN-MST-SW             PIC X(01) VALUE 'N'.
005240 77  SB-LN-JOB-SW             PIC X(01) VALUE 'N'.
005260 77  SB-LN-RPT-SW             PIC X(01) VALUE 'N'.
005280 77  SB-SAVE-RC               PIC S9(04) COMP.
005300 77  SB-EOF-SW                PIC X(01).
005400     88  SB-EOF                          VALUE 'Y'.
005500 77  SB-PAIR-CNT              PIC 9(03) COMP VALUE ZERO.
005600 77  SB-IX                    PIC 9(03) COMP.
005700 77  SB-JX                    PIC 9(03) COMP.
005800 77  SB-TIED-CNT              PIC 9(03) COMP VALUE ZERO.
005900 77  SB-BREAK-CNT             PIC 9(03) COMP VALUE ZERO.
006000 77  SB-IDLE-CNT              PIC 9(03) COMP VALUE ZERO.
006100 77  SB-BAD-CNT               PIC 9(03) COMP VALUE ZERO.
006200 77  SB-LOG-CNT               PIC 9(07) COMP VALUE ZERO.
006300 77  SB-DIFF                  PIC S9(10).
006400 77  SB-BREAK-SW              PIC X(01).
006500     88  SB-BREAK                        VALUE 'Y'.
006600 01  SB-CARD                  PIC X(30).
006700 01  SB-DATE-X                PIC X(10).
006800 01  SB-BATCH-DATE            PIC X(08).
006900 01  SB-SIDE-PGM              PIC X(12).
007000 01  SB-SIDE-DSN              PIC X(30).
007100 01  SB-TIMESTAMP.
007200     05  SB-TS-DATE           PIC 9(08).
007300     05  SB-TS-TIME.
007400         07  SB-TS-HHMMSS     PIC 9(06).
007500         07  FILLER           PIC 9(02).
007600*    ONE ENTRY PER BALMAST PAIR WITH WHAT EACH SIDE LOGGED
007700 01  SB-PAIR-TBL.
007800     05  SB-PAIR OCCURS 100.
007900         10  SB-T-PROD        PIC X(12).
008000         10  SB-T-CONS        PIC X(12).
008100         10  SB-T-DSNS        PIC X(22).
008200         10  SB-T-P-SEEN      PIC X(01).
008300         10  SB-T-P-OUT       PIC 9(09).
008400         10  SB-T-P-STAT      PIC X(08).
008500         10  SB-T-C-SEEN      PIC X(01).
008600         10  SB-T-C-IN        PIC 9(09).
008700         10  SB-T-C-STAT      PIC X(08).
008800 01  SB-RPT-LINE              PIC X(100).
008900 01  SB-ED-CNT                PIC Z(08)9.
009000 01  SB-ED-DIFF               PIC -(09)9.
009100 01  SB-ED-SMALL              PIC ZZ9.
009200 COPY BALMSRC.
009300 COPY JOBLOGRC.
009400 COPY BATCHDPM.
009500 COPY PRINTFPM.
009600 COPY ALERTPM.
009650 COPY LINEAGPM.
009700 PROCEDURE DIVISION.
009800*****************************************************************
009900*  0000-MAINLINE - LOAD THE PAIRS, GATHER THE LOG, BALANCE.     *
010000*****************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
010400     PERFORM 2000-READ-JOBLOG THRU 2000-EXIT.
010500     PERFORM 2500-READ-SIDES THRU 2500-EXIT
010600         VARYING SB-IX FROM 1 BY 1
010700         UNTIL SB-IX > SB-PAIR-CNT.
010800     PERFORM 3000-REPORT THRU 3000-EXIT.
010900     IF SB-BREAK-CNT > ZERO
011000         PERFORM 8100-POST-ALERT THRU 8100-EXIT
011100         MOVE 4 TO RETURN-CODE
011200     END-IF.
011300     GO TO 9999-EXIT.
011400
011500*****************************************************************
011600*  1000-INITIALIZE - BATCH DATE, CONTROL CARD, REPORT.          *
011700*****************************************************************
011800 1000-INITIALIZE.
011900     ACCEPT SB-TS-DATE FROM DATE YYYYMMDD.
012000     ACCEPT SB-TS-TIME FROM TIME.
012025     MOVE 'STEPBAL'     TO LN-PROGRAM.
012050     MOVE SB-TS-HHMMSS  TO LN-START-TIME.
012075     MOVE ZERO          TO LN-CNT.
012100     MOVE SB-TS-DATE TO BD-DATE.
012200     CALL 'BATCHDT' USING BD-PARM
012300         ON EXCEPTION
012400             MOVE SB-TS-DATE TO BD-DATE
012500     END-CALL.
012600     MOVE BD-DATE TO SB-BATCH-DATE.
012700     MOVE SPACES TO SB-CARD.
012800     ACCEPT SB-CARD
012900         ON EXCEPTION
013000             MOVE SPACES TO SB-CARD
013100     END-ACCEPT.
013200     MOVE SPACES TO SB-DATE-X.
013300     UNSTRING SB-CARD DELIMITED BY ALL SPACE
013400         INTO SB-DATE-X.
013500     IF SB-DATE-X NOT = SPACES
013600         IF SB-DATE-X(1:8) IS NOT NUMERIC
013700            OR SB-DATE-X(9:2) NOT = SPACES
013800             DISPLAY 'CONTROL CARD NEEDS <BATCH DATE YYYYMMDD> '
013900                     '- RUN ABANDONED'
014000             MOVE 16 TO RETURN-CODE
014100             GO TO 9999-EXIT
014200         END-IF
014300         MOVE SB-DATE-X(1:8) TO SB-BATCH-DATE
014400     END-IF.
014500     MOVE 'I' TO PF-OP.
014600     MOVE 'BALRPT' TO PF-DSN.
014700     MOVE SPACES TO PF-TITLE.
014800     STRING 'INTER-STEP RECORD-COUNT BALANCING FOR BATCH DATE '
014900            SB-BATCH-DATE
015000         DELIMITED BY SIZE INTO PF-TITLE.
015100     MOVE 'PRODUCER     CONSUMER     DATASETS                '
015200       & 'RECS-OUT   RECS-IN       DIFF RESULT'
015300         TO PF-HEADING.
015400     MOVE ZERO TO PF-PAGE-SIZE.
015500     CALL 'PRINTFMT' USING PF-PARM.
015600     IF PF-STATUS NOT = 'G'
015700         DISPLAY 'BALRPT DATASET NOT USABLE'
015800         MOVE 16 TO RETURN-CODE
015900         GO TO 9999-EXIT
016000     END-IF.
016050     MOVE 'Y' TO SB-LN-RPT-SW.
016100 1000-EXIT.
016200     EXIT.
016300
016400 1100-LOAD-MASTER.
016500*    WITHOUT THE MASTER THERE IS NOTHING TO BALANCE - A QUIET
016600*    RC 0 WOULD READ AS EVERY HAND-OFF TIED.
016700     MOVE 'N' TO SB-EOF-SW.
016800     OPEN INPUT BALMAST.
016900     IF SB-M-STATUS NOT = '00'
017000         DISPLAY 'BALMAST NOT AVAILABLE, STATUS ' SB-M-STATUS
017100         GO TO 1100-ABANDON
017200     END-IF.
017250     MOVE 'Y' TO SB-LN-MST-SW.
017300     PERFORM UNTIL SB-EOF
017400         READ BALMAST INTO BP-REC
017500             AT END
017600                 MOVE 'Y' TO SB-EOF-SW
017700             NOT AT END
017800                 IF BALMAST-LINE NOT = SPACES
017900                    AND BALMAST-LINE(1:1) NOT = '*'
018000                     PERFORM 1110-ONE-PAIR THRU 1110-EXIT
018100                 END-IF
018200         END-READ
018300     END-PERFORM.
018400     CLOSE BALMAST.
018500     IF SB-PAIR-CNT > 100
018600         DISPLAY 'BALMAST EXCEEDS THE 100-PAIR TABLE'
018700         GO TO 1100-ABANDON
018800     END-IF.
018900     IF SB-PAIR-CNT = ZERO
019000         DISPLAY 'BALMAST NAMES NO PAIRS'
019100         GO TO 1100-ABANDON
019200     END-IF.
019300     GO TO 1100-EXIT.
019400 1100-ABANDON.
019500     MOVE 'C' TO PF-OP.
019600     CALL 'PRINTFMT' USING PF-PARM.
019700     MOVE 16 TO RETURN-CODE.
019800     GO TO 9999-EXIT.
019900 1100-EXIT.
020000     EXIT.
020100
020200 1110-ONE-PAIR.
020300     IF BP-PRODUCER = SPACES OR BP-CONSUMER = SPACES
020400         DISPLAY 'BALMAST CARD IGNORED - ' BALMAST-LINE(1:60)
020500         ADD 1 TO SB-BAD-CNT
020600         GO TO 1110-EXIT
020700     END-IF.
020800     ADD 1 TO SB-PAIR-CNT.
020900     IF SB-PAIR-CNT > 100
021000         GO TO 1110-EXIT
021100     END-IF.
021200     MOVE BP-PRODUCER TO SB-T-PROD(SB-PAIR-CNT).
021300     MOVE BP-CONSUMER TO SB-T-CONS(SB-PAIR-CNT).
021400     MOVE BP-DSNS     TO SB-T-DSNS(SB-PAIR-CNT).
021500     MOVE 'N' TO SB-T-P-SEEN(SB-PAIR-CNT)
021600                 SB-T-C-SEEN(SB-PAIR-CNT).
021700     MOVE ZERO TO SB-T-P-OUT(SB-PAIR-CNT)
021800                  SB-T-C-IN(SB-PAIR-CNT).
021900     MOVE SPACES TO SB-T-P-STAT(SB-PAIR-CNT)
022000                    SB-T-C-STAT(SB-PAIR-CNT).
022100 1110-EXIT.
022200     EXIT.
022300
022400*****************************************************************
022500*  2000-READ-JOBLOG - THE BATCH DATE'S COMPLETIONS, IN ORDER;   *
022600*  A LATER RUN OF THE SAME PROGRAM (A RERUN) REPLACES AN        *
022700*  EARLIER ONE.                                                 *
022800*****************************************************************
022900 2000-READ-JOBLOG.
023000     MOVE 'N' TO SB-EOF-SW.
023100     OPEN INPUT JOBFILE.
023200     IF SB-J-STATUS NOT = '00' AND SB-J-STATUS NOT = '05'
023300         GO TO 2000-EXIT
023400     END-IF.
023425     IF SB-J-STATUS = '00'
023450         MOVE 'Y' TO SB-LN-JOB-SW
023475     END-IF.
023500     PERFORM UNTIL SB-EOF
023600         READ JOBFILE INTO JR-REC
023700             AT END
023800                 MOVE 'Y' TO SB-EOF-SW
023900             NOT AT END
024000                 PERFORM 2100-ONE-COMPLETION THRU 2100-EXIT
024100         END-READ
024200     END-PERFORM.
024300     CLOSE JOBFILE.
024400 2000-EXIT.
024500     EXIT.
024600
024700 2100-ONE-COMPLETION.
024800     IF JR-END-DATE NOT = SB-BATCH-DATE
024900        OR JR-STATUS = 'SKIPPED'
025000         GO TO 2100-EXIT
025100     END-IF.
025200     ADD 1 TO SB-LOG-CNT.
025300     PERFORM VARYING SB-JX FROM 1 BY 1
025400         UNTIL SB-JX > SB-PAIR-CNT
025500         IF JR-PROGRAM = SB-T-PROD(SB-JX)
025600             MOVE 'Y' TO SB-T-P-SEEN(SB-JX)
025700             MOVE JR-RECS-OUT TO SB-T-P-OUT(SB-JX)
025800             MOVE JR-STATUS TO SB-T-P-STAT(SB-JX)
025900         END-IF
026000         IF JR-PROGRAM = SB-T-CONS(SB-JX)
026100             MOVE 'Y' TO SB-T-C-SEEN(SB-JX)
026200             MOVE JR-RECS-IN TO SB-T-C-IN(SB-JX)
026300             MOVE JR-STATUS TO SB-T-C-STAT(SB-JX)
026400         END-IF
026500     END-PERFORM.
026600 2100-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  2500-READ-SIDES - COMPLETIONS JOBLOG DIVERTED TO A PROGRAM'S *
027100*  SIDE DATASET WHILE THE MAIN LOG WAS BUSY ARE NEWER THAN      *
027200*  ANYTHING ON THE MAIN LOG, SO THEY ARE TAKEN LAST.            *
027300*****************************************************************
027400 2500-READ-SIDES.
027500     MOVE SB-T-PROD(SB-IX) TO SB-SIDE-PGM.
027600     PERFORM 2600-ONE-SIDE THRU 2600-EXIT.
027700     MOVE SB-T-CONS(SB-IX) TO SB-SIDE-PGM.
027800     PERFORM 2600-ONE-SIDE THRU 2600-EXIT.
027900 2500-EXIT.
028000     EXIT.
028100
028200 2600-ONE-SIDE.
028300     MOVE SPACES TO SB-SIDE-DSN.
028400     STRING 'JLSIDE-' SB-SIDE-PGM
028500         DELIMITED BY SPACE INTO SB-SIDE-DSN.
028600     MOVE 'N' TO SB-EOF-SW.
028700     OPEN INPUT SIDEFILE.
028800     IF SB-S-STATUS NOT = '00'
028900         IF SB-S-STATUS = '05'
029000             CLOSE SIDEFILE
029100         END-IF
029200         GO TO 2600-EXIT
029300     END-IF.
029350     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
029400     PERFORM UNTIL SB-EOF
029500         READ SIDEFILE INTO JR-REC
029600             AT END
029700                 MOVE 'Y' TO SB-EOF-SW
029800             NOT AT END
029900                 IF JR-PROGRAM = SB-SIDE-PGM
030000                     PERFORM 2100-ONE-COMPLETION THRU 2100-EXIT
030100                 END-IF
030200         END-READ
030300     END-PERFORM.
030400     CLOSE SIDEFILE.
030500 2600-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  3000-REPORT - ONE LINE PER PAIR, THEN THE TOTALS.            *
031000*****************************************************************
031100 3000-REPORT.
031200     PERFORM 3100-ONE-PAIR THRU 3100-EXIT
031300         VARYING SB-IX FROM 1 BY 1
031400         UNTIL SB-IX > SB-PAIR-CNT.
031500     MOVE SPACES TO SB-RPT-LINE.
031600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
031700     MOVE SB-PAIR-CNT TO SB-ED-SMALL.
031800     MOVE SPACES TO SB-RPT-LINE.
031900     STRING 'PAIRS ON BALMAST              ' SB-ED-SMALL
032000         DELIMITED BY SIZE INTO SB-RPT-LINE.
032100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032200     MOVE SB-TIED-CNT TO SB-ED-SMALL.
032300     MOVE SPACES TO SB-RPT-LINE.
032400     STRING 'PAIRS TIED                    ' SB-ED-SMALL
032500         DELIMITED BY SIZE INTO SB-RPT-LINE.
032600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
032700     MOVE SB-BREAK-CNT TO SB-ED-SMALL.
032800     MOVE SPACES TO SB-RPT-LINE.
032900     STRING 'PAIRS OUT OF BALANCE          ' SB-ED-SMALL
033000         DELIMITED BY SIZE INTO SB-RPT-LINE.
033100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033200     MOVE SB-IDLE-CNT TO SB-ED-SMALL.
033300     MOVE SPACES TO SB-RPT-LINE.
033400     STRING 'PAIRS WITH NEITHER SIDE RUN   ' SB-ED-SMALL
033500         DELIMITED BY SIZE INTO SB-RPT-LINE.
033600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
033700     IF SB-BAD-CNT > ZERO
033800         MOVE SB-BAD-CNT TO SB-ED-SMALL
033900         MOVE SPACES TO SB-RPT-LINE
034000         STRING 'BALMAST CARDS IGNORED         ' SB-ED-SMALL
034100             DELIMITED BY SIZE INTO SB-RPT-LINE
034200         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
034300     END-IF.
034400     MOVE 'C' TO PF-OP.
034500     CALL 'PRINTFMT' USING PF-PARM.
034600     MOVE SB-BREAK-CNT TO SB-ED-SMALL.
034700     DISPLAY 'STEP BALANCING ' SB-BATCH-DATE ' - ' SB-ED-SMALL
034800             ' PAIR(S) OUT OF BALANCE'.
034900 3000-EXIT.
035000     EXIT.
035100
035200 3100-ONE-PAIR.
035300     MOVE 'N' TO SB-BREAK-SW.
035400     MOVE SPACES TO SB-RPT-LINE.
035500     MOVE SB-T-PROD(SB-IX) TO SB-RPT-LINE(1:12).
035600     MOVE SB-T-CONS(SB-IX) TO SB-RPT-LINE(14:12).
035700     MOVE SB-T-DSNS(SB-IX) TO SB-RPT-LINE(27:22).
035800     IF SB-T-P-SEEN(SB-IX) = 'Y'
035900         MOVE SB-T-P-OUT(SB-IX) TO SB-ED-CNT
036000         MOVE SB-ED-CNT TO SB-RPT-LINE(50:9)
036100     ELSE
036200         MOVE '  NOT RUN' TO SB-RPT-LINE(50:9)
036300     END-IF.
036400     IF SB-T-C-SEEN(SB-IX) = 'Y'
036500         MOVE SB-T-C-IN(SB-IX) TO SB-ED-CNT
036600         MOVE SB-ED-CNT TO SB-RPT-LINE(60:9)
036700     ELSE
036800         MOVE '  NOT RUN' TO SB-RPT-LINE(60:9)
036900     END-IF.
037000     IF SB-T-P-SEEN(SB-IX) = 'N' AND SB-T-C-SEEN(SB-IX) = 'N'
037100         ADD 1 TO SB-IDLE-CNT
037200         MOVE 'NEITHER RAN' TO SB-RPT-LINE(81:20)
037300         GO TO 3100-PRINT
037400     END-IF.
037500     MOVE 'Y' TO SB-BREAK-SW.
037600     IF SB-T-P-SEEN(SB-IX) = 'N'
037700         MOVE 'PRODUCER NOT RUN' TO SB-RPT-LINE(81:20)
037800         GO TO 3100-PRINT
037900     END-IF.
038000     IF SB-T-C-SEEN(SB-IX) = 'N'
038100         MOVE 'CONSUMER NOT RUN' TO SB-RPT-LINE(81:20)
038200         GO TO 3100-PRINT
038300     END-IF.
038400     COMPUTE SB-DIFF = SB-T-C-IN(SB-IX) - SB-T-P-OUT(SB-IX).
038500     MOVE SB-DIFF TO SB-ED-DIFF.
038600     MOVE SB-ED-DIFF TO SB-RPT-LINE(70:10).
038700     IF SB-T-P-STAT(SB-IX) NOT = 'NORMAL'
038800         STRING 'PRODUCER ' SB-T-P-STAT(SB-IX)
038900             DELIMITED BY SIZE INTO SB-RPT-LINE(81:20)
039000         GO TO 3100-PRINT
039100     END-IF.
039200     IF SB-T-C-STAT(SB-IX) NOT = 'NORMAL'
039300         STRING 'CONSUMER ' SB-T-C-STAT(SB-IX)
039400             DELIMITED BY SIZE INTO SB-RPT-LINE(81:20)
039500         GO TO 3100-PRINT
039600     END-IF.
039700     IF SB-DIFF NOT = ZERO
039800         MOVE 'OUT OF BALANCE' TO SB-RPT-LINE(81:20)
039900         GO TO 3100-PRINT
040000     END-IF.
040100     MOVE 'N' TO SB-BREAK-SW.
040200     ADD 1 TO SB-TIED-CNT.
040300     MOVE 'TIED' TO SB-RPT-LINE(81:20).
040400 3100-PRINT.
040500     IF SB-BREAK
040600         ADD 1 TO SB-BREAK-CNT
040700     END-IF.
040800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
040900 3100-EXIT.
041000     EXIT.
041100
041200 7900-PRINT-LINE.
041300     MOVE SB-RPT-LINE TO PF-LINE.
041400     MOVE 'D' TO PF-OP.
041500     CALL 'PRINTFMT' USING PF-PARM.
041600 7900-EXIT.
041700     EXIT.
041800
041802 8000-RECORD-LINEAGE.
041804*    EVERY PATH OUT ENDS HERE.  THE JOBLOG SIDE DATASETS READ ARE
041806*    ALREADY ON THE LIST (8050); THE MASTER, JOBLOG AND BALRPT, IF
041808*    THE RUN GOT AS FAR AS OPENING THEM, ARE ADDED AND THE LIST
041810*    SENT.
041812     IF SB-LN-MST-SW = 'Y'
041814         ADD 1 TO LN-CNT
041816         MOVE 'BALMAST'     TO LN-DSN(LN-CNT)
041818         MOVE 'R'           TO LN-MODE(LN-CNT)
041820     END-IF.
041822     IF SB-LN-JOB-SW = 'Y'
041824         ADD 1 TO LN-CNT
041826         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
041828         MOVE 'R'           TO LN-MODE(LN-CNT)
041830     END-IF.
041832     IF SB-LN-RPT-SW = 'Y'
041834         ADD 1 TO LN-CNT
041836         MOVE 'BALRPT'      TO LN-DSN(LN-CNT)
041838         MOVE 'W'           TO LN-MODE(LN-CNT)
041840     END-IF.
041842     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
041844 8000-EXIT.
041846     EXIT.
041848
041850*    EVERY PAIR CAN HAVE TWO SIDE DATASETS, SO THE LIST CAN
041852*    OUTGROW ONE CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME
041854*    START TIME, KEEPING THREE PLACES FOR THE FIXED DATASETS.
041856 8050-NOTE-DSN.
041858     IF LN-CNT >= 9
041860         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
041862     END-IF.
041864     ADD 1 TO LN-CNT.
041866     MOVE SB-SIDE-DSN   TO LN-DSN(LN-CNT).
041868     MOVE 'R'           TO LN-MODE(LN-CNT).
041870 8050-EXIT.
041872     EXIT.
041874
041876*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
041878 8090-SEND-LINEAGE.
041880     MOVE RETURN-CODE   TO SB-SAVE-RC.
041882     CALL 'LINEAGE' USING LN-PARM.
041884     MOVE SB-SAVE-RC    TO RETURN-CODE.
041886     MOVE ZERO          TO LN-CNT.
041888 8090-EXIT.
041890     EXIT.
041892
041900 8100-POST-ALERT.
042000     MOVE SB-BREAK-CNT TO SB-ED-SMALL.
042100     MOVE SPACES TO AL-PARM.
042200     MOVE 'STEPBAL' TO AL-SOURCE.
042300     MOVE 'W' TO AL-SEVERITY.
042400     MOVE 'BALRPT' TO AL-DSN.
042500     STRING SB-ED-SMALL ' HAND-OFF(S) OUT OF BALANCE FOR BATCH '
042600            SB-BATCH-DATE
042700         DELIMITED BY SIZE INTO AL-TEXT.
042800     CALL 'ALERTSVC' USING AL-PARM.
042900 8100-EXIT.
043000     EXIT.
043100
043200 9999-EXIT.
043250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
043300     STOP RUN.
