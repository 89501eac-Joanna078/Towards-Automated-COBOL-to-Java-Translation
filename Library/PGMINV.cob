000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PGMINV.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PGMINV - DORMANT AND ORPHAN PROGRAM INVENTORY, THE CHANGE    *
000900*  BOARD'S RETIREMENT LIST.  THE PGMLIST DATASET CARRIES ONE    *
001000*  CARD PER SOURCE MEMBER:                                      *
001100*    <PROGRAM-ID> <SOURCE MEMBER>                               *
001200*  ('*' IN COLUMN 1 IS A COMMENT).  A PROGRAM-ID ON MORE THAN   *
001300*  ONE CARD IS A DUPLICATE COPY AND IS MARKED DUP.  EVERY       *
001400*  RUNBOOK CONTROL DECK NAMED ON DECKLIST (ONE DATASET NAME PER *
001500*  CARD; NO DECKLIST MEANS THE RUNBOOK DECK ALONE) IS READ FOR  *
001600*  THE PROGRAMS IT SCHEDULES, JOBLOG FOR EACH PROGRAM'S LAST    *
001700*  NORMAL COMPLETION, AND CERTREG FOR ITS LATEST CERTIFICATION  *
001800*  VERDICT.  SYSIN MAY GIVE THE WINDOW IN DAYS (1-93, DEFAULT   *
001900*  90) BACK FROM THE BATCHDT DATE.  EACH PROGRAM IS CLASSED:    *
002000*    ACTIVE            ON A DECK, COMPLETED IN THE WINDOW       *
002100*    SCHEDULED SILENT  ON A DECK, NO COMPLETION IN THE WINDOW   *
002200*    UNSCHED RUNNING   ON NO DECK, COMPLETED IN THE WINDOW      *
002300*    DORMANT           ON NO DECK, NO COMPLETION IN THE WINDOW  *
002400*  THE PGMINVRP REPORT LISTS EVERY CARD, THEN THE DORMANT       *
002500*  MEMBERS AS RETIREMENT CANDIDATES, THEN THE PROGRAMS A DECK   *
002600*  OR JOBLOG NAMES THAT ARE NOT ON PGMLIST.  ONLY THE LIVE      *
002700*  JOBLOG IS READ; HISTROLL KEEPS 93 DAYS OF IT, SO NO LONGER   *
002750*  WINDOW IS TAKEN.  RC 4 WITH A WARNING ALERT WHEN A           *
002800*  SCHEDULED PROGRAM IS SILENT, AN UNSCHEDULED ONE RUNS, OR A   *
002900*  PROGRAM IS MISSING FROM PGMLIST;                             *
003000*  RC 8 WITH AN ERROR ALERT WHEN A DECK COULD NOT BE READ;      *
003100*  RC 12 ON A BAD CONTROL CARD; RC 16 WITHOUT PGMLIST OR JOBLOG.*
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  2026-10-15  OSG  NEW PROGRAM.                                *
003450*  2026-10-15  OSG  WINDOW HELD TO THE 93 DAYS JOBLOG KEEPS.    *
003466*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003482*                   LINEAGE REGISTER AT END OF JOB.             *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PGMLIST ASSIGN TO PGMLIST
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS PV-L-STATUS.
004200     SELECT OPTIONAL DECKLIST ASSIGN TO DECKLIST
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS PV-K-STATUS.
004500     SELECT RUNDECK ASSIGN USING PV-DECK-DSN
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS PV-D-STATUS.
004800     SELECT JOBFILE ASSIGN TO JOBLOG
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS PV-J-STATUS.
005100     SELECT OPTIONAL CERTREG ASSIGN TO CERTREG
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS PV-C-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PGMLIST.
005700 01  PGMLIST-LINE             PIC X(80).
005800 FD  DECKLIST.
005900 01  DECKLIST-LINE            PIC X(80).
006000 FD  RUNDECK.
006100 01  RUNDECK-LINE             PIC X(80).
006200 FD  JOBFILE.
006300 01  JOBFILE-LINE             PIC X(80).
006400 FD  CERTREG.
006500 01  CERTREG-LINE             PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 77  PV-L-STATUS              PIC X(02).
006800 77  PV-K-STATUS              PIC X(02).
006900 77  PV-D-STATUS              PIC X(02).
007000 77  PV-J-STATUS              PIC X(02).
007100 77  PV-C-STATUS              PIC X(02).
007114 77  PV-LN-LST-SW             PIC X(01) VALUE 'N'.
007128 77  PV-LN-DKL-SW             PIC X(01) VALUE 'N'.
007142 77  PV-LN-JOB-SW             PIC X(01) VALUE 'N'.
007156 77  PV-LN-CRT-SW             PIC X(01) VALUE 'N'.
007170 77  PV-LN-RPT-SW             PIC X(01) VALUE 'N'.
007184 77  PV-SAVE-RC               PIC S9(04) COMP.
007200 77  PV-EOF-SW                PIC X(01).
007300     88  PV-EOF                          VALUE 'Y'.
007400 77  PV-DK-EOF-SW             PIC X(01).
007500     88  PV-DK-EOF                       VALUE 'Y'.
007600 77  PV-RECENT-SW             PIC X(01).
007700     88  PV-RECENT                       VALUE 'Y'.
007800 77  PV-PGM-CNT               PIC 9(03) COMP VALUE ZERO.
007900 77  PV-RUN-CNT               PIC 9(03) COMP VALUE ZERO.
008000 77  PV-IX                    PIC 9(03) COMP.
008100 77  PV-JX                    PIC 9(03) COMP.
008200 77  PV-HIT                   PIC 9(03) COMP.
008300 77  PV-STEP-CNT              PIC 9(05) COMP.
008400 77  PV-DECK-CNT              PIC 9(03) COMP VALUE ZERO.
008500 77  PV-DECK-BAD              PIC 9(03) COMP VALUE ZERO.
008600 77  PV-BAD-CARD              PIC 9(05) COMP VALUE ZERO.
008700 77  PV-ACT-CNT               PIC 9(05) COMP VALUE ZERO.
008800 77  PV-SIL-CNT               PIC 9(05) COMP VALUE ZERO.
008900 77  PV-UNS-CNT               PIC 9(05) COMP VALUE ZERO.
009000 77  PV-DOR-CNT               PIC 9(05) COMP VALUE ZERO.
009100 77  PV-DUP-CNT               PIC 9(05) COMP VALUE ZERO.
009200 77  PV-ORPH-CNT              PIC 9(05) COMP VALUE ZERO.
009300 77  PV-POINTS                PIC 9(02) COMP.
009400 77  PV-DAYS                  PIC 9(05) VALUE 90.
009500 77  PV-BATCH-INT             PIC 9(07).
009600 77  PV-AGE                   PIC S9(07).
009700 01  PV-CARD                  PIC X(80).
009800 01  PV-TOK1                  PIC X(20).
009900 01  PV-TOK2                  PIC X(20).
010000 01  PV-ID-X                  PIC X(30).
010100 01  PV-ID                    PIC X(12).
010200 01  PV-MEMBER                PIC X(60).
010300 01  PV-REST                  PIC X(20).
010400 01  PV-DECK-DSN              PIC X(30).
010500 01  PV-END-DATE              PIC 9(08).
010600 01  PV-CLASS                 PIC X(16).
010700 01  PV-LOWER                 PIC X(26) VALUE
010800     'abcdefghijklmnopqrstuvwxyz'.
010900 01  PV-UPPER                 PIC X(26) VALUE
011000     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011100 01  PV-TIMESTAMP.
011200     05  PV-TS-DATE           PIC 9(08).
011300     05  PV-TS-TIME           PIC 9(08).
011400*    ONE CARD PER SOURCE MEMBER, IN PGMLIST ORDER, WITH THE
011500*    PROGRAM'S ENTRY IN THE EVIDENCE TABLE BELOW
011600 01  PV-PGM-TBL.
011700     05  PV-PGM OCCURS 400.
011800         10  PV-P-ID          PIC X(12).
011900         10  PV-P-MEMBER      PIC X(60).
012000         10  PV-P-RUN         PIC 9(03) COMP.
012100         10  PV-P-CLASS       PIC X(16).
012200*    ONE ENTRY PER PROGRAM NAME, WHEREVER IT WAS SEEN: CARDS ON
012300*    PGMLIST, STEP CARDS ON THE DECKS (AND THE FIRST DECK), LAST
012400*    NORMAL JOBLOG COMPLETION AND LATEST CERTREG VERDICT
012500 01  PV-RUN-TBL.
012600     05  PV-RUN OCCURS 600.
012700         10  PV-R-ID          PIC X(12).
012800         10  PV-R-LISTED      PIC 9(03) COMP.
012900         10  PV-R-DECKS       PIC 9(03) COMP.
013000         10  PV-R-DECK1       PIC X(30).
013100         10  PV-R-LAST        PIC 9(08).
013200         10  PV-R-CERT        PIC X(08).
013300*    A RUNBOOK STEP CARD, AS RUNBOOK READS IT
013400 01  PV-STEP-CARD.
013500     05  PV-S-STEP            PIC X(03).
013600     05  FILLER               PIC X(01).
013700     05  PV-S-PROGRAM         PIC X(12).
013800     05  FILLER               PIC X(64).
013900*    A CERTREG ROW, AS CERTDRV WRITES IT
014000 01  PV-CRT-REC.
014100     05  FILLER               PIC X(16).
014200     05  PV-CRT-PGM-A         PIC X(12).
014300     05  FILLER               PIC X(01).
014400     05  PV-CRT-PGM-B         PIC X(12).
014500     05  FILLER               PIC X(22).
014600     05  PV-CRT-VERDICT       PIC X(08).
014700     05  FILLER               PIC X(09).
014800 01  PV-RPT-LINE              PIC X(100).
014900 01  PV-ED-AGE                PIC Z(04)9.
015000 01  PV-ED-STEPS              PIC ZZ9.
015100 01  PV-ED-DAYS               PIC Z(04)9.
015200 01  PV-ED-CNT                PIC Z(04)9.
015300 01  PV-ED-SMALL              PIC ZZ9.
015400 01  PV-ED-SMALL2             PIC ZZ9.
015500 01  PV-ED-SMALL3             PIC ZZ9.
015600 COPY JOBLOGRC.
015700 COPY EDITNMPM.
015800 COPY BATCHDPM.
015900 COPY PRINTFPM.
016000 COPY ALERTPM.
016050 COPY LINEAGPM.
016100 PROCEDURE DIVISION.
016200*****************************************************************
016300*  0000-MAINLINE - GATHER THE EVIDENCE, CLASS EVERY PROGRAM,    *
016400*  LIST THE RETIREMENT CANDIDATES AND THE UNLISTED PROGRAMS.    *
016500*****************************************************************
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 1100-LOAD-PGMLIST THRU 1100-EXIT.
016900     PERFORM 2000-READ-DECKS THRU 2000-EXIT.
017000     PERFORM 3000-READ-JOBLOG THRU 3000-EXIT.
017100     PERFORM 3500-READ-CERTREG THRU 3500-EXIT.
017200     PERFORM 4000-LIST-PROGRAMS THRU 4000-EXIT.
017300     PERFORM 5000-RETIREMENT THRU 5000-EXIT.
017400     PERFORM 6000-UNLISTED THRU 6000-EXIT.
017500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
017600     IF PV-DECK-BAD > ZERO
017700         PERFORM 8200-POST-ERROR THRU 8200-EXIT
017800         MOVE 8 TO RETURN-CODE
017900         GO TO 9999-EXIT
018000     END-IF.
018100     IF PV-SIL-CNT > ZERO OR PV-UNS-CNT > ZERO
018200        OR PV-ORPH-CNT > ZERO OR PV-BAD-CARD > ZERO
018300         PERFORM 8100-POST-ALERT THRU 8100-EXIT
018400         MOVE 4 TO RETURN-CODE
018500     END-IF.
018600     GO TO 9999-EXIT.
018700
018800*****************************************************************
018900*  1000-INITIALIZE - BATCH DATE, CONTROL CARD, REPORT.          *
019000*****************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT PV-TS-DATE FROM DATE YYYYMMDD.
019300     ACCEPT PV-TS-TIME FROM TIME.
019325     MOVE 'PGMINV'      TO LN-PROGRAM.
019350     MOVE PV-TS-TIME(1:6) TO LN-START-TIME.
019375     MOVE ZERO          TO LN-CNT.
019400     MOVE PV-TS-DATE TO BD-DATE.
019500     CALL 'BATCHDT' USING BD-PARM
019600         ON EXCEPTION
019700             MOVE PV-TS-DATE TO BD-DATE
019800     END-CALL.
019900     COMPUTE PV-BATCH-INT = FUNCTION INTEGER-OF-DATE(BD-DATE).
020000     MOVE SPACES TO PV-CARD.
020100     ACCEPT PV-CARD
020200         ON EXCEPTION
020300             MOVE SPACES TO PV-CARD
020400     END-ACCEPT.
020500     MOVE SPACES TO PV-TOK1 PV-TOK2.
020600     UNSTRING PV-CARD DELIMITED BY ALL SPACE
020700         INTO PV-TOK1 PV-TOK2.
020800     IF PV-TOK2 NOT = SPACES
020900         GO TO 1000-REJECT
021000     END-IF.
021100     IF PV-TOK1 NOT = SPACES
021200         MOVE PV-TOK1 TO EN-TOKEN
021300         CALL 'EDITNUM' USING EN-PARM
021400         MOVE ZERO TO PV-POINTS
021500         INSPECT PV-TOK1 TALLYING PV-POINTS FOR ALL '.'
021600         IF EN-STATUS = 'B' OR PV-POINTS > ZERO
021700             GO TO 1000-REJECT
021800         END-IF
021900         IF FUNCTION NUMVAL(PV-TOK1) < 1
022000            OR FUNCTION NUMVAL(PV-TOK1) > 93
022100             GO TO 1000-REJECT
022200         END-IF
022300         MOVE FUNCTION NUMVAL(PV-TOK1) TO PV-DAYS
022400     END-IF.
022500     MOVE PV-DAYS TO PV-ED-DAYS.
022600     MOVE 'I' TO PF-OP.
022700     MOVE 'PGMINVRP' TO PF-DSN.
022800     MOVE SPACES TO PF-TITLE.
022900     STRING 'PROGRAM INVENTORY AS AT ' BD-DATE
023000            ' WINDOW ' PV-ED-DAYS ' DAYS'
023100         DELIMITED BY SIZE INTO PF-TITLE.
023200     MOVE SPACES TO PF-HEADING.
023300     STRING 'PROGRAM      CLASS            LAST RUN  DAYS '
023400            'STP CERT     DUP MEMBER'
023500         DELIMITED BY SIZE INTO PF-HEADING.
023600     MOVE ZERO TO PF-PAGE-SIZE.
023700     CALL 'PRINTFMT' USING PF-PARM.
023800     IF PF-STATUS NOT = 'G'
023900         DISPLAY 'PGMINVRP DATASET NOT USABLE'
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF.
024250     MOVE 'Y' TO PV-LN-RPT-SW.
024300     GO TO 1000-EXIT.
024400 1000-REJECT.
024500     DISPLAY 'CONTROL CARD NEEDS [<WINDOW DAYS 1-93>] - RUN '
024550             'ABANDONED'.
024600     MOVE 12 TO RETURN-CODE.
024700     GO TO 9999-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200*  1100-LOAD-PGMLIST - THE PROGRAMS THE LIBRARY CARRIES.        *
025300*****************************************************************
025400 1100-LOAD-PGMLIST.
025500     MOVE 'N' TO PV-EOF-SW.
025600     OPEN INPUT PGMLIST.
025700     IF PV-L-STATUS NOT = '00'
025800         DISPLAY 'PGMLIST NOT AVAILABLE, STATUS ' PV-L-STATUS
025900                 ' - RUN ABANDONED'
026000         GO TO 1100-ABANDON
026100     END-IF.
026150     MOVE 'Y' TO PV-LN-LST-SW.
026200     PERFORM UNTIL PV-EOF
026300         READ PGMLIST
026400             AT END
026500                 MOVE 'Y' TO PV-EOF-SW
026600             NOT AT END
026700                 IF PGMLIST-LINE NOT = SPACES
026800                    AND PGMLIST-LINE(1:1) NOT = '*'
026900                     PERFORM 1200-ONE-PROGRAM THRU 1200-EXIT
027000                 END-IF
027100         END-READ
027200     END-PERFORM.
027300     CLOSE PGMLIST.
027400     IF PV-PGM-CNT = ZERO
027500         DISPLAY 'PGMLIST IS EMPTY - RUN ABANDONED'
027600         GO TO 1100-ABANDON
027700     END-IF.
027800     GO TO 1100-EXIT.
027900 1100-ABANDON.
028000     MOVE 'C' TO PF-OP.
028100     CALL 'PRINTFMT' USING PF-PARM.
028200     MOVE 16 TO RETURN-CODE.
028300     GO TO 9999-EXIT.
028400 1100-EXIT.
028500     EXIT.
028600
028700 1200-ONE-PROGRAM.
028800     MOVE SPACES TO PV-ID-X PV-MEMBER PV-REST.
028900     UNSTRING PGMLIST-LINE DELIMITED BY ALL SPACE
029000         INTO PV-ID-X PV-MEMBER PV-REST.
029100     IF PV-ID-X(13:18) NOT = SPACES OR PV-MEMBER = SPACES
029200        OR PV-REST NOT = SPACES
029300         DISPLAY 'PGMLIST CARD NOT READABLE - '
029400                 PGMLIST-LINE(1:50)
029500         ADD 1 TO PV-BAD-CARD
029600         GO TO 1200-EXIT
029700     END-IF.
029800     IF PV-PGM-CNT >= 400
029900         DISPLAY 'PGMLIST EXCEEDS THE 400-CARD TABLE - '
030000                 'RUN ABANDONED'
030100         CLOSE PGMLIST
030200         GO TO 1100-ABANDON
030300     END-IF.
030400     MOVE PV-ID-X(1:12) TO PV-ID.
030500     INSPECT PV-ID CONVERTING PV-LOWER TO PV-UPPER.
030600     PERFORM 1500-FIND-RUN THRU 1500-EXIT.
030700     ADD 1 TO PV-PGM-CNT.
030800     MOVE PV-ID     TO PV-P-ID(PV-PGM-CNT).
030900     MOVE PV-MEMBER TO PV-P-MEMBER(PV-PGM-CNT).
031000     MOVE PV-HIT    TO PV-P-RUN(PV-PGM-CNT).
031100     MOVE SPACES    TO PV-P-CLASS(PV-PGM-CNT).
031200     ADD 1 TO PV-R-LISTED(PV-HIT).
031300 1200-EXIT.
031400     EXIT.
031500
031600*    THE EVIDENCE ENTRY FOR PV-ID, TAKEN ON IF IT IS NEW
031700 1500-FIND-RUN.
031800     MOVE ZERO TO PV-HIT.
031900     PERFORM VARYING PV-JX FROM 1 BY 1
032000             UNTIL PV-JX > PV-RUN-CNT OR PV-HIT > ZERO
032100         IF PV-R-ID(PV-JX) = PV-ID
032200             MOVE PV-JX TO PV-HIT
032300         END-IF
032400     END-PERFORM.
032500     IF PV-HIT > ZERO
032600         GO TO 1500-EXIT
032700     END-IF.
032800     IF PV-RUN-CNT >= 600
032900         DISPLAY 'PROGRAM NAMES EXCEED THE 600-ENTRY TABLE - '
033000                 'RUN ABANDONED'
033100         GO TO 1100-ABANDON
033200     END-IF.
033300     ADD 1 TO PV-RUN-CNT.
033400     MOVE PV-RUN-CNT TO PV-HIT.
033500     MOVE PV-ID TO PV-R-ID(PV-HIT).
033600     MOVE ZERO TO PV-R-LISTED(PV-HIT)
033700                  PV-R-DECKS(PV-HIT)
033800                  PV-R-LAST(PV-HIT).
033900     MOVE SPACES TO PV-R-DECK1(PV-HIT)
034000                    PV-R-CERT(PV-HIT).
034100 1500-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*  2000-READ-DECKS - EVERY RUNBOOK DECK ON DECKLIST, OR THE     *
034600*  RUNBOOK DECK ALONE.  EACH DECK READ IS NOTED ON THE REPORT.  *
034700*****************************************************************
034800 2000-READ-DECKS.
034900     OPEN INPUT DECKLIST.
035000     IF PV-K-STATUS = '05'
035100         CLOSE DECKLIST
035200         MOVE 'RUNBOOK' TO PV-DECK-DSN
035300         PERFORM 2100-ONE-DECK THRU 2100-EXIT
035400         GO TO 2000-EXIT
035500     END-IF.
035600     IF PV-K-STATUS NOT = '00'
035700         DISPLAY 'DECKLIST NOT AVAILABLE, STATUS ' PV-K-STATUS
035800         ADD 1 TO PV-DECK-BAD
035900         GO TO 2000-EXIT
036000     END-IF.
036050     MOVE 'Y' TO PV-LN-DKL-SW.
036100     MOVE 'N' TO PV-EOF-SW.
036200     PERFORM UNTIL PV-EOF
036300         READ DECKLIST
036400             AT END
036500                 MOVE 'Y' TO PV-EOF-SW
036600             NOT AT END
036700                 IF DECKLIST-LINE NOT = SPACES
036800                    AND DECKLIST-LINE(1:1) NOT = '*'
036900                     MOVE SPACES TO PV-DECK-DSN
037000                     UNSTRING DECKLIST-LINE DELIMITED BY ALL SPACE
037100                         INTO PV-DECK-DSN
037200                     PERFORM 2100-ONE-DECK THRU 2100-EXIT
037300                 END-IF
037400         END-READ
037500     END-PERFORM.
037600     CLOSE DECKLIST.
037700 2000-EXIT.
037800     EXIT.
037900
038000 2100-ONE-DECK.
038100     ADD 1 TO PV-DECK-CNT.
038200     MOVE ZERO TO PV-STEP-CNT.
038300     MOVE SPACES TO PV-RPT-LINE.
038400     MOVE 'N' TO PV-DK-EOF-SW.
038500     OPEN INPUT RUNDECK.
038600     IF PV-D-STATUS NOT = '00'
038700         DISPLAY 'RUNBOOK DECK ' PV-DECK-DSN
038800                 ' NOT AVAILABLE, STATUS ' PV-D-STATUS
038900         ADD 1 TO PV-DECK-BAD
039000         STRING 'RUNBOOK DECK ' PV-DECK-DSN
039100                ' NOT READ, STATUS ' PV-D-STATUS
039200             DELIMITED BY SIZE INTO PV-RPT-LINE
039300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
039400         GO TO 2100-EXIT
039500     END-IF.
039550     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
039600     PERFORM UNTIL PV-DK-EOF
039700         READ RUNDECK INTO PV-STEP-CARD
039800             AT END
039900                 MOVE 'Y' TO PV-DK-EOF-SW
040000             NOT AT END
040100                 IF PV-STEP-CARD NOT = SPACES
040200                    AND PV-S-STEP(1:1) NOT = '*'
040300                    AND PV-S-PROGRAM NOT = SPACES
040400                     PERFORM 2200-ONE-STEP THRU 2200-EXIT
040500                 END-IF
040600         END-READ
040700     END-PERFORM.
040800     CLOSE RUNDECK.
040900     MOVE PV-STEP-CNT TO PV-ED-CNT.
041000     STRING 'RUNBOOK DECK ' PV-DECK-DSN
041100            ' STEP CARDS ' PV-ED-CNT
041200         DELIMITED BY SIZE INTO PV-RPT-LINE.
041300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041400 2100-EXIT.
041500     EXIT.
041600
041700 2200-ONE-STEP.
041800     ADD 1 TO PV-STEP-CNT.
041900     MOVE PV-S-PROGRAM TO PV-ID.
042000     INSPECT PV-ID CONVERTING PV-LOWER TO PV-UPPER.
042100     PERFORM 1500-FIND-RUN THRU 1500-EXIT.
042200     IF PV-R-DECKS(PV-HIT) = ZERO
042300         MOVE PV-DECK-DSN TO PV-R-DECK1(PV-HIT)
042400     END-IF.
042500     ADD 1 TO PV-R-DECKS(PV-HIT).
042600 2200-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000*  3000-READ-JOBLOG - EACH PROGRAM'S LAST NORMAL COMPLETION.    *
043100*  A PROGRAM NOT YET SEEN IS TAKEN ON AS UNLISTED.              *
043200*****************************************************************
043300 3000-READ-JOBLOG.
043400     MOVE 'N' TO PV-EOF-SW.
043500     OPEN INPUT JOBFILE.
043600     IF PV-J-STATUS NOT = '00'
043700         DISPLAY 'JOBLOG NOT AVAILABLE, STATUS ' PV-J-STATUS
043800                 ' - RUN ABANDONED'
043900         GO TO 1100-ABANDON
044000     END-IF.
044050     MOVE 'Y' TO PV-LN-JOB-SW.
044100     PERFORM UNTIL PV-EOF
044200         READ JOBFILE INTO JR-REC
044300             AT END
044400                 MOVE 'Y' TO PV-EOF-SW
044500             NOT AT END
044600                 IF JR-PROGRAM NOT = SPACES
044700                    AND JR-STATUS = 'NORMAL'
044800                    AND JR-END-DATE IS NUMERIC
044900                     PERFORM 3100-ONE-COMPLETION THRU 3100-EXIT
045000                 END-IF
045100         END-READ
045200     END-PERFORM.
045300     CLOSE JOBFILE.
045400 3000-EXIT.
045500     EXIT.
045600
045700 3100-ONE-COMPLETION.
045800     MOVE JR-END-DATE TO PV-END-DATE.
045900     IF FUNCTION TEST-DATE-YYYYMMDD(PV-END-DATE) NOT = ZERO
046000         GO TO 3100-EXIT
046100     END-IF.
046200     MOVE JR-PROGRAM TO PV-ID.
046300     INSPECT PV-ID CONVERTING PV-LOWER TO PV-UPPER.
046400     PERFORM 1500-FIND-RUN THRU 1500-EXIT.
046500     IF PV-END-DATE > PV-R-LAST(PV-HIT)
046600         MOVE PV-END-DATE TO PV-R-LAST(PV-HIT)
046700     END-IF.
046800 3100-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*  3500-READ-CERTREG - LATEST VERDICT PER PROGRAM, AS RUNBOOK   *
047300*  TAKES IT: CERTDRV ONLY APPENDS, SO THE LAST ROW WINS, AND A  *
047400*  VERDICT COUNTS FOR BOTH MODULES OF THE PAIR.  NO REGISTER    *
047500*  LEAVES EVERY PROGRAM WITHOUT A VERDICT.                      *
047600*****************************************************************
047700 3500-READ-CERTREG.
047800     MOVE 'N' TO PV-EOF-SW.
047900     OPEN INPUT CERTREG.
048000     IF PV-C-STATUS NOT = '00' AND PV-C-STATUS NOT = '05'
048100         DISPLAY 'CERTREG NOT AVAILABLE, STATUS ' PV-C-STATUS
048200                 ' - NO CERTIFICATION VERDICTS SHOWN'
048300         GO TO 3500-EXIT
048400     END-IF.
048425     IF PV-C-STATUS = '00'
048450         MOVE 'Y' TO PV-LN-CRT-SW
048475     END-IF.
048500     PERFORM UNTIL PV-EOF
048600         READ CERTREG INTO PV-CRT-REC
048700             AT END
048800                 MOVE 'Y' TO PV-EOF-SW
048900             NOT AT END
049000                 IF PV-CRT-VERDICT NOT = SPACES
049100                     MOVE PV-CRT-PGM-A TO PV-ID
049200                     PERFORM 3600-POST-VERDICT THRU 3600-EXIT
049300                     MOVE PV-CRT-PGM-B TO PV-ID
049400                     PERFORM 3600-POST-VERDICT THRU 3600-EXIT
049500                 END-IF
049600         END-READ
049700     END-PERFORM.
049800     CLOSE CERTREG.
049900 3500-EXIT.
050000     EXIT.
050100
050200*    A VERDICT ON ITS OWN DOES NOT PUT A PROGRAM ON THE INVENTORY
050300 3600-POST-VERDICT.
050400     IF PV-ID = SPACES
050500         GO TO 3600-EXIT
050600     END-IF.
050700     INSPECT PV-ID CONVERTING PV-LOWER TO PV-UPPER.
050800     PERFORM VARYING PV-JX FROM 1 BY 1
050900             UNTIL PV-JX > PV-RUN-CNT
051000         IF PV-R-ID(PV-JX) = PV-ID
051100             MOVE PV-CRT-VERDICT TO PV-R-CERT(PV-JX)
051200         END-IF
051300     END-PERFORM.
051400 3600-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*  4000-LIST-PROGRAMS - ONE LINE PER PGMLIST CARD.              *
051900*****************************************************************
052000 4000-LIST-PROGRAMS.
052100     MOVE SPACES TO PV-RPT-LINE.
052200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
052300     PERFORM 4100-ONE-PROGRAM THRU 4100-EXIT
052400         VARYING PV-IX FROM 1 BY 1
052500         UNTIL PV-IX > PV-PGM-CNT.
052600 4000-EXIT.
052700     EXIT.
052800
052900 4100-ONE-PROGRAM.
053000     MOVE PV-P-RUN(PV-IX) TO PV-HIT.
053100     PERFORM 4200-CLASSIFY THRU 4200-EXIT.
053200     MOVE PV-CLASS TO PV-P-CLASS(PV-IX).
053300     EVALUATE PV-CLASS
053400         WHEN 'ACTIVE'
053500             ADD 1 TO PV-ACT-CNT
053600         WHEN 'SCHEDULED SILENT'
053700             ADD 1 TO PV-SIL-CNT
053800         WHEN 'UNSCHED RUNNING'
053900             ADD 1 TO PV-UNS-CNT
054000         WHEN OTHER
054100             ADD 1 TO PV-DOR-CNT
054200     END-EVALUATE.
054300     MOVE SPACES TO PV-RPT-LINE.
054400     MOVE PV-P-ID(PV-IX) TO PV-RPT-LINE(1:12).
054500     PERFORM 4300-EVIDENCE THRU 4300-EXIT.
054600     IF PV-R-LISTED(PV-HIT) > 1
054700         MOVE 'DUP' TO PV-RPT-LINE(59:3)
054800         ADD 1 TO PV-DUP-CNT
054900     END-IF.
055000     MOVE PV-P-MEMBER(PV-IX)(1:38) TO PV-RPT-LINE(63:38).
055100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
055200*    A LONG MEMBER NAME RUNS ON UNDER ITSELF
055300     IF PV-P-MEMBER(PV-IX)(39:22) NOT = SPACES
055400         MOVE SPACES TO PV-RPT-LINE
055500         MOVE PV-P-MEMBER(PV-IX)(39:22) TO PV-RPT-LINE(63:22)
055600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
055700     END-IF.
055800 4100-EXIT.
055900     EXIT.
056000
056100*    THE CLASS OF EVIDENCE ENTRY PV-HIT, AND THE DAYS SINCE ITS
056200*    LAST NORMAL COMPLETION
056300 4200-CLASSIFY.
056400     MOVE 'N' TO PV-RECENT-SW.
056500     MOVE ZERO TO PV-AGE.
056600     IF PV-R-LAST(PV-HIT) > ZERO
056700         COMPUTE PV-AGE = PV-BATCH-INT
056800             - FUNCTION INTEGER-OF-DATE(PV-R-LAST(PV-HIT))
056900         IF PV-AGE <= PV-DAYS
057000             MOVE 'Y' TO PV-RECENT-SW
057100         END-IF
057200     END-IF.
057300     EVALUATE TRUE
057400         WHEN PV-R-DECKS(PV-HIT) > ZERO AND PV-RECENT
057500             MOVE 'ACTIVE' TO PV-CLASS
057600         WHEN PV-R-DECKS(PV-HIT) > ZERO
057700             MOVE 'SCHEDULED SILENT' TO PV-CLASS
057800         WHEN PV-RECENT
057900             MOVE 'UNSCHED RUNNING' TO PV-CLASS
058000         WHEN OTHER
058100             MOVE 'DORMANT' TO PV-CLASS
058200     END-EVALUATE.
058300 4200-EXIT.
058400     EXIT.
058500
058600*    CLASS, LAST RUN, DAYS, STEP CARDS AND VERDICT ONTO THE LINE
058700 4300-EVIDENCE.
058800     MOVE PV-CLASS TO PV-RPT-LINE(14:16).
058900     IF PV-R-LAST(PV-HIT) = ZERO
059000         MOVE 'NONE' TO PV-RPT-LINE(31:8)
059100     ELSE
059200         MOVE PV-R-LAST(PV-HIT) TO PV-RPT-LINE(31:8)
059300         MOVE PV-AGE TO PV-ED-AGE
059400         MOVE PV-ED-AGE TO PV-RPT-LINE(40:5)
059500     END-IF.
059600     MOVE PV-R-DECKS(PV-HIT) TO PV-ED-STEPS.
059700     MOVE PV-ED-STEPS TO PV-RPT-LINE(46:3).
059800     IF PV-R-CERT(PV-HIT) = SPACES
059900         MOVE 'NONE' TO PV-RPT-LINE(50:8)
060000     ELSE
060100         MOVE PV-R-CERT(PV-HIT) TO PV-RPT-LINE(50:8)
060200     END-IF.
060300 4300-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*  5000-RETIREMENT - THE DORMANT MEMBERS, FOR THE CHANGE BOARD. *
060800*****************************************************************
060900 5000-RETIREMENT.
061000     MOVE SPACES TO PV-RPT-LINE.
061100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
061200     STRING 'RETIREMENT CANDIDATES - ON NO DECK, NO NORMAL '
061300            'COMPLETION IN ' PV-ED-DAYS ' DAYS'
061400         DELIMITED BY SIZE INTO PV-RPT-LINE.
061500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
061600     PERFORM VARYING PV-IX FROM 1 BY 1
061700             UNTIL PV-IX > PV-PGM-CNT
061800         IF PV-P-CLASS(PV-IX) = 'DORMANT'
061900             MOVE SPACES TO PV-RPT-LINE
062000             MOVE PV-P-ID(PV-IX) TO PV-RPT-LINE(3:12)
062100             MOVE PV-P-MEMBER(PV-IX) TO PV-RPT-LINE(16:60)
062200             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
062300         END-IF
062400     END-PERFORM.
062500     IF PV-DOR-CNT = ZERO
062600         MOVE '  NONE' TO PV-RPT-LINE
062700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
062800     END-IF.
062900 5000-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*  6000-UNLISTED - PROGRAMS A DECK OR JOBLOG NAMES THAT HAVE NO *
063400*  CARD ON PGMLIST.  THE FIRST DECK NAMING ONE IS SHOWN.        *
063500*****************************************************************
063600 6000-UNLISTED.
063700     MOVE SPACES TO PV-RPT-LINE.
063800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
063900     STRING 'NOT ON PGMLIST - NAMED ON A DECK OR COMPLETED '
064000            'ON JOBLOG'
064100         DELIMITED BY SIZE INTO PV-RPT-LINE.
064200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
064300     PERFORM 6100-ONE-UNLISTED THRU 6100-EXIT
064400         VARYING PV-HIT FROM 1 BY 1
064500         UNTIL PV-HIT > PV-RUN-CNT.
064600     IF PV-ORPH-CNT = ZERO
064700         MOVE '  NONE' TO PV-RPT-LINE
064800         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
064900     END-IF.
065000 6000-EXIT.
065100     EXIT.
065200
065300 6100-ONE-UNLISTED.
065400     IF PV-R-LISTED(PV-HIT) > ZERO
065500         GO TO 6100-EXIT
065600     END-IF.
065700     ADD 1 TO PV-ORPH-CNT.
065800     PERFORM 4200-CLASSIFY THRU 4200-EXIT.
065900     MOVE SPACES TO PV-RPT-LINE.
066000     MOVE PV-R-ID(PV-HIT) TO PV-RPT-LINE(1:12).
066100     PERFORM 4300-EVIDENCE THRU 4300-EXIT.
066200     IF PV-R-DECKS(PV-HIT) > ZERO
066300         MOVE PV-R-DECK1(PV-HIT) TO PV-RPT-LINE(63:30)
066400     END-IF.
066500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
066600 6100-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*  7000-SUMMARY - COUNTS ON THE REPORT AND SYSOUT.              *
067100*****************************************************************
067200 7000-SUMMARY.
067300     MOVE SPACES TO PV-RPT-LINE.
067400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
067500     MOVE PV-PGM-CNT TO PV-ED-CNT.
067600     STRING 'PROGRAM CARDS LISTED         ' PV-ED-CNT
067700         DELIMITED BY SIZE INTO PV-RPT-LINE.
067800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
067900     MOVE PV-ACT-CNT TO PV-ED-CNT.
068000     STRING '  ACTIVE                     ' PV-ED-CNT
068100         DELIMITED BY SIZE INTO PV-RPT-LINE.
068200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
068300     MOVE PV-SIL-CNT TO PV-ED-CNT.
068400     STRING '  SCHEDULED SILENT           ' PV-ED-CNT
068500         DELIMITED BY SIZE INTO PV-RPT-LINE.
068600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
068700     MOVE PV-UNS-CNT TO PV-ED-CNT.
068800     STRING '  UNSCHED RUNNING            ' PV-ED-CNT
068900         DELIMITED BY SIZE INTO PV-RPT-LINE.
069000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
069100     MOVE PV-DOR-CNT TO PV-ED-CNT.
069200     STRING '  DORMANT                    ' PV-ED-CNT
069300         DELIMITED BY SIZE INTO PV-RPT-LINE.
069400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
069500     MOVE PV-DUP-CNT TO PV-ED-CNT.
069600     STRING 'CARDS SHARING A PROGRAM-ID   ' PV-ED-CNT
069700         DELIMITED BY SIZE INTO PV-RPT-LINE.
069800     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
069900     MOVE PV-ORPH-CNT TO PV-ED-CNT.
070000     STRING 'PROGRAMS NOT ON PGMLIST      ' PV-ED-CNT
070100         DELIMITED BY SIZE INTO PV-RPT-LINE.
070200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
070300     MOVE PV-BAD-CARD TO PV-ED-CNT.
070400     STRING 'PGMLIST CARDS NOT READABLE   ' PV-ED-CNT
070500         DELIMITED BY SIZE INTO PV-RPT-LINE.
070600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
070700     MOVE PV-DECK-CNT TO PV-ED-SMALL.
070800     MOVE PV-DECK-BAD TO PV-ED-SMALL2.
070900     STRING 'RUNBOOK DECKS                  ' PV-ED-SMALL
071000            '  NOT READ ' PV-ED-SMALL2
071100         DELIMITED BY SIZE INTO PV-RPT-LINE.
071200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
071300     MOVE 'C' TO PF-OP.
071400     CALL 'PRINTFMT' USING PF-PARM.
071500     MOVE PV-PGM-CNT TO PV-ED-CNT.
071600     MOVE PV-DOR-CNT TO PV-ED-SMALL.
071700     DISPLAY 'PGMINV ' BD-DATE ' - ' PV-ED-CNT
071800             ' PROGRAM CARD(S), ' PV-ED-SMALL
071900             ' RETIREMENT CANDIDATE(S)'.
072000 7000-EXIT.
072100     EXIT.
072200
072300 7900-PRINT-LINE.
072400     MOVE PV-RPT-LINE TO PF-LINE.
072500     MOVE 'D' TO PF-OP.
072600     CALL 'PRINTFMT' USING PF-PARM.
072700     MOVE SPACES TO PV-RPT-LINE.
072800 7900-EXIT.
072900     EXIT.
073000
073001 8000-RECORD-LINEAGE.
073002*    EVERY PATH OUT ENDS HERE.  THE RUNBOOK DECKS READ ARE
073003*    ALREADY ON THE LIST (8050); THE FIXED DATASETS, IF THE RUN
073004*    GOT AS FAR AS OPENING THEM, ARE ADDED AND THE LIST SENT.
073005     IF PV-LN-LST-SW = 'Y'
073006         ADD 1 TO LN-CNT
073007         MOVE 'PGMLIST'     TO LN-DSN(LN-CNT)
073008         MOVE 'R'           TO LN-MODE(LN-CNT)
073009     END-IF.
073010     IF PV-LN-DKL-SW = 'Y'
073011         ADD 1 TO LN-CNT
073012         MOVE 'DECKLIST'    TO LN-DSN(LN-CNT)
073013         MOVE 'R'           TO LN-MODE(LN-CNT)
073014     END-IF.
073015     IF PV-LN-JOB-SW = 'Y'
073016         ADD 1 TO LN-CNT
073017         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
073018         MOVE 'R'           TO LN-MODE(LN-CNT)
073019     END-IF.
073020     IF PV-LN-CRT-SW = 'Y'
073021         ADD 1 TO LN-CNT
073022         MOVE 'CERTREG'     TO LN-DSN(LN-CNT)
073023         MOVE 'R'           TO LN-MODE(LN-CNT)
073024     END-IF.
073025     IF PV-LN-RPT-SW = 'Y'
073026         ADD 1 TO LN-CNT
073027         MOVE 'PGMINVRP'    TO LN-DSN(LN-CNT)
073028         MOVE 'W'           TO LN-MODE(LN-CNT)
073029     END-IF.
073030     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
073031 8000-EXIT.
073032     EXIT.
073033
073034*    DECKLIST CAN NAME ANY NUMBER OF DECKS, SO THE LIST CAN
073035*    OUTGROW ONE CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME
073036*    START TIME, KEEPING FIVE PLACES FOR THE FIXED DATASETS.
073037 8050-NOTE-DSN.
073038     IF LN-CNT >= 7
073039         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
073040     END-IF.
073041     ADD 1 TO LN-CNT.
073042     MOVE PV-DECK-DSN   TO LN-DSN(LN-CNT).
073043     MOVE 'R'           TO LN-MODE(LN-CNT).
073044 8050-EXIT.
073045     EXIT.
073046
073047*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
073048 8090-SEND-LINEAGE.
073049     MOVE RETURN-CODE   TO PV-SAVE-RC.
073050     CALL 'LINEAGE' USING LN-PARM.
073051     MOVE PV-SAVE-RC    TO RETURN-CODE.
073052     MOVE ZERO          TO LN-CNT.
073053 8090-EXIT.
073054     EXIT.
073055
073100 8100-POST-ALERT.
073200     MOVE PV-SIL-CNT TO PV-ED-SMALL.
073300     MOVE PV-UNS-CNT TO PV-ED-SMALL2.
073400     MOVE PV-ORPH-CNT TO PV-ED-SMALL3.
073500     MOVE SPACES TO AL-PARM.
073600     MOVE 'PGMINV' TO AL-SOURCE.
073700     MOVE 'W' TO AL-SEVERITY.
073800     MOVE 'PGMINVRP' TO AL-DSN.
073900     STRING PV-ED-SMALL ' SILENT ON A DECK, '
074000            PV-ED-SMALL2 ' RUNNING OFF DECK, '
074100            PV-ED-SMALL3 ' UNLISTED'
074200         DELIMITED BY SIZE INTO AL-TEXT.
074300     CALL 'ALERTSVC' USING AL-PARM.
074400 8100-EXIT.
074500     EXIT.
074600
074700 8200-POST-ERROR.
074800     MOVE PV-DECK-BAD TO PV-ED-SMALL.
074900     MOVE SPACES TO AL-PARM.
075000     MOVE 'PGMINV' TO AL-SOURCE.
075100     MOVE 'E' TO AL-SEVERITY.
075200     MOVE 'PGMINVRP' TO AL-DSN.
075300     STRING PV-ED-SMALL ' RUNBOOK DECK(S) NOT READ - INVENTORY '
075400            'INCOMPLETE'
075500         DELIMITED BY SIZE INTO AL-TEXT.
075600     CALL 'ALERTSVC' USING AL-PARM.
075700 8200-EXIT.
075800     EXIT.
075900
076000 9999-EXIT.
076050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
076100     STOP RUN.
