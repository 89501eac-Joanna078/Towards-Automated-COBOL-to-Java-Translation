000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REJTRACK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  REJTRACK - REJECT LIFECYCLE TRACKING.  EVERY LINE ON THE     *
000900*  DAY'S EXCEPTION DATASETS BECOMES A ROW ON THE REJTRACK       *
001000*  MASTER (REJTRKRC) WITH ITS OWN REJECT ID, SO A REJECT CAN BE *
001100*  FOLLOWED UNTIL IT IS CORRECTED OR ABANDONED.  SYSIN NAMES    *
001200*  THE DATASETS THE WAY EXCHUB'S DECK DOES, ONE CARD EACH:      *
001300*    <PROGRAM> <DSN>                                            *
001400*  ('*' IN COLUMN 1 IS A COMMENT).  A NEW LINE IS RAISED OPEN,  *
001500*  WITH THE REASON EXCHUB WOULD COUNT IT UNDER.  A LINE ALREADY *
001600*  OPEN FOR THE SAME PROGRAM AND DATASET IS NOT RAISED TWICE,   *
001700*  SO A RERUN IS HARMLESS; A LINE MATCHING A REJECT RESUBMITTED *
001800*  ON AN EARLIER DAY MEANS THE CORRECTION FAILED, AND THAT      *
001900*  REJECT IS REOPENED.  OWNERS MOVE REJECTS ON WITH REJMNT.     *
002000*  EVERY RAISE AND REOPEN GETS A REJAUD AUDIT LINE; THE MASTER  *
002100*  IS REWRITTEN THE WAY REJMNT REWRITES IT (REJBK1-3 BEFORE-    *
002200*  IMAGES, THE NEW GENERATION BUILT ON REJNEW).  THE REJAGERP   *
002300*  AGING REPORT THEN LISTS EVERY OPEN OR RESUBMITTED REJECT BY  *
002400*  OWNING DEPARTMENT (PGMOWN AS AT THE BATCHDT DATE; '----'     *
002500*  WHEN NOBODY OWNS THE PROGRAM) AND AGE BAND (0-7, 8-30,       *
002600*  31-90, OVER 90 DAYS SINCE RAISED).  RC 4 WITH A WARNING      *
002700*  ALERT WHEN A REJECT HAS BEEN OPEN OVER 90 DAYS OR A CARD WAS *
002800*  NOT READABLE; RC 12 WHEN THE MASTER COULD NOT BE REWRITTEN;  *
002900*  RC 16 WHEN THE MASTER OR PGMOWN WILL NOT FIT OR THE REPORT   *
003000*  CANNOT BE OPENED.                                            *
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  2026-10-15  OSG  NEW PROGRAM.                                *
003333*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003366*                   LINEAGE REGISTER AT END OF JOB.             *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL REJMAST ASSIGN TO REJTRACK
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS RJ-M-STATUS.
004100     SELECT EXCFILE ASSIGN USING RJ-EXC-DSN
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS RJ-E-STATUS.
004400     SELECT OPTIONAL PGMOWN ASSIGN TO PGMOWN
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS RJ-O-STATUS.
004700     SELECT OPTIONAL REJAUD ASSIGN TO REJAUD
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS RJ-A-STATUS.
005000     SELECT REJNEW ASSIGN TO REJNEW
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS RJ-N-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  REJMAST.
005600 01  REJMAST-LINE             PIC X(236).
005700 FD  EXCFILE.
005800 01  EXCFILE-LINE             PIC X(100).
005900 FD  PGMOWN.
006000 01  PGMOWN-LINE              PIC X(40).
006100 FD  REJAUD.
006200 01  REJAUD-LINE              PIC X(130).
006300 FD  REJNEW.
006400 01  REJNEW-LINE              PIC X(236).
006500 WORKING-STORAGE SECTION.
006600 77  RJ-M-STATUS              PIC X(02).
006700 77  RJ-E-STATUS              PIC X(02).
006800 77  RJ-O-STATUS              PIC X(02).
006900 77  RJ-A-STATUS              PIC X(02).
007000 77  RJ-N-STATUS              PIC X(02).
007100 COPY FCOPYPM.
007200 77  RJ-EOF-SW                PIC X(01).
007300     88  RJ-EOF                          VALUE 'Y'.
007400 77  RJ-CARD-EOF-SW           PIC X(01) VALUE 'N'.
007500     88  RJ-CARD-EOF                     VALUE 'Y'.
007600 77  RJ-ROW-CNT               PIC 9(04) COMP VALUE ZERO.
007700 77  RJ-IX                    PIC 9(04) COMP.
007800 77  RJ-HIT                   PIC 9(04) COMP.
007900 77  RJ-OWN-CNT               PIC 9(03) COMP VALUE ZERO.
008000 77  RJ-OX                    PIC 9(03) COMP.
008100 77  RJ-DEPT-CNT              PIC 9(03) COMP VALUE ZERO.
008200 77  RJ-DX                    PIC 9(03) COMP.
008300 77  RJ-DHIT                  PIC 9(03) COMP.
008400 77  RJ-BX                    PIC 9(01) COMP.
008500 77  RJ-TX                    PIC 9(02) COMP.
008600 77  RJ-NEXT-ID               PIC 9(07) VALUE 1.
008700 77  RJ-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
008800 77  RJ-DSN-CNT               PIC 9(05) COMP VALUE ZERO.
008900 77  RJ-MISS-CNT              PIC 9(05) COMP VALUE ZERO.
009000 77  RJ-NEW-CNT               PIC 9(05) COMP VALUE ZERO.
009100 77  RJ-DUP-CNT               PIC 9(05) COMP VALUE ZERO.
009200 77  RJ-REOPEN-CNT            PIC 9(05) COMP VALUE ZERO.
009300 77  RJ-BAD-CARD              PIC 9(05) COMP VALUE ZERO.
009400 77  RJ-CLR-CNT               PIC 9(05) COMP VALUE ZERO.
009500 77  RJ-WOF-CNT               PIC 9(05) COMP VALUE ZERO.
009600 77  RJ-TODAY                 PIC 9(08).
009700 77  RJ-TODAY-INT             PIC 9(07) COMP.
009800 77  RJ-AGE                   PIC 9(05) COMP.
009900 77  RJ-BEST-EFF              PIC 9(08).
009912 77  RJ-LN-MAST-SW            PIC X(01) VALUE 'N'.
009924 77  RJ-LN-OWN-SW             PIC X(01) VALUE 'N'.
009936 77  RJ-LN-AUD-SW             PIC X(01) VALUE 'N'.
009948 77  RJ-LN-BK-SW              PIC X(01) VALUE 'N'.
009960 77  RJ-LN-NEW-SW             PIC X(01) VALUE 'N'.
009972 77  RJ-LN-SWAP-SW            PIC X(01) VALUE 'N'.
009984 77  RJ-SAVE-RC               PIC S9(04) COMP.
010000 01  RJ-CARD                  PIC X(80).
010100 01  RJ-PGM                   PIC X(12).
010200 01  RJ-EXC-DSN               PIC X(30).
010300 01  RJ-TOK3                  PIC X(30).
010400 01  RJ-REASON                PIC X(12).
010500 01  RJ-DEPT                  PIC X(04).
010600 01  RJ-OLD-STATE             PIC X(11).
010700 01  RJ-TOK.
010800     05  RJ-T                 PIC X(14) OCCURS 8.
010900 01  RJ-TABLE.
011000     05  RJ-ROW OCCURS 5000.
011100         10  RJ-R-ID          PIC 9(07).
011200         10  RJ-R-PROGRAM     PIC X(12).
011300         10  RJ-R-DSN         PIC X(30).
011400         10  RJ-R-RAISED      PIC 9(08).
011500         10  RJ-R-STATE       PIC X(11).
011600         10  RJ-R-CHANGED     PIC 9(08).
011700         10  RJ-R-REASON      PIC X(12).
011800         10  RJ-R-NOTE        PIC X(40).
011900         10  RJ-R-LINE        PIC X(100).
012000*        SET BY THE AGING PASS FOR OPEN AND RESUBMITTED ROWS
012100         10  RJ-R-DEPT        PIC X(04).
012200         10  RJ-R-AGE         PIC 9(05) COMP.
012300         10  RJ-R-BAND        PIC 9(01) COMP.
012400 01  RJ-OWN-TBL.
012500     05  RJ-OWN OCCURS 500.
012600         10  RJ-O-PROGRAM     PIC X(12).
012700         10  RJ-O-DEPT        PIC X(04).
012800         10  RJ-O-EFF         PIC 9(08).
012900*    DEPARTMENTS IN COLLATING ORDER, WITH THEIR BAND COUNTS;
013000*    ENTRY 101 IS THE ALL-DEPARTMENTS TOTAL
013100 01  RJ-DEPT-TBL.
013200     05  RJ-DEPT-ROW OCCURS 101.
013300         10  RJ-D-DEPT        PIC X(04).
013400         10  RJ-D-OPEN        PIC 9(05) COMP.
013500         10  RJ-D-BAND        PIC 9(05) COMP OCCURS 4.
013600 01  RJ-BAND-NAMES            PIC X(28)
013700         VALUE '0-7    8-30   31-90  OVER 90'.
013800 01  RJ-BAND-TBL REDEFINES RJ-BAND-NAMES.
013900     05  RJ-BAND-NAME         PIC X(07) OCCURS 4.
014000 01  RJ-AUD-REC.
014100     05  RJ-AUD-DATE          PIC 9(08).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  RJ-AUD-TIME          PIC 9(06).
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  RJ-AUD-OPER          PIC X(08).
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  RJ-AUD-ACTION        PIC X(03).
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  RJ-AUD-ID            PIC 9(07).
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  RJ-AUD-PROGRAM       PIC X(12).
015200     05  FILLER               PIC X(05) VALUE ' OLD '.
015300     05  RJ-AUD-OLD           PIC X(11).
015400     05  FILLER               PIC X(05) VALUE ' NEW '.
015500     05  RJ-AUD-NEW           PIC X(11).
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  RJ-AUD-NOTE          PIC X(40).
015800 01  RJ-DET-LINE.
015900     05  RJ-DL-DEPT           PIC X(04).
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  RJ-DL-ID             PIC 9(07).
016200     05  FILLER               PIC X(01) VALUE SPACE.
016300     05  RJ-DL-PROGRAM        PIC X(12).
016400     05  FILLER               PIC X(01) VALUE SPACE.
016500     05  RJ-DL-RAISED         PIC 9(08).
016600     05  FILLER               PIC X(01) VALUE SPACE.
016700     05  RJ-DL-AGE            PIC Z(04)9.
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  RJ-DL-BAND           PIC X(07).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  RJ-DL-STATE          PIC X(11).
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  RJ-DL-REASON         PIC X(12).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  RJ-DL-DSN            PIC X(26).
017600*    THE ORIGINAL LINE PRINTS UNDER ITS DETAIL LINE
017700 01  RJ-TXT-LINE.
017800     05  FILLER               PIC X(06) VALUE SPACES.
017900     05  RJ-TL-TEXT           PIC X(94).
018000 01  RJ-SUM-LINE.
018100     05  RJ-SL-LABEL          PIC X(10).
018200     05  FILLER               PIC X(05) VALUE 'OPEN '.
018300     05  RJ-SL-OPEN           PIC Z(04)9.
018400     05  FILLER               PIC X(06) VALUE '  0-7 '.
018500     05  RJ-SL-BAND1          PIC Z(04)9.
018600     05  FILLER               PIC X(07) VALUE '  8-30 '.
018700     05  RJ-SL-BAND2          PIC Z(04)9.
018800     05  FILLER               PIC X(08) VALUE '  31-90 '.
018900     05  RJ-SL-BAND3          PIC Z(04)9.
019000     05  FILLER               PIC X(10) VALUE '  OVER 90 '.
019100     05  RJ-SL-BAND4          PIC Z(04)9.
019200 01  RJ-RPT-LINE              PIC X(100).
019300 01  RJ-ED-CNT                PIC Z(04)9.
019400 01  RJ-ED-CNT2               PIC Z(04)9.
019500 01  RJ-ED-CNT3               PIC Z(04)9.
019600 01  RJ-TIMESTAMP.
019700     05  RJ-TS-DATE           PIC 9(08).
019800     05  RJ-TS-TIME.
019900         07  RJ-TS-HHMMSS     PIC 9(06).
020000         07  FILLER           PIC 9(02).
020100 COPY REJTRKRC.
020200 COPY PGMOWNRC.
020300 COPY BATCHDPM.
020400 COPY PRINTFPM.
020500 COPY ALERTPM.
020550 COPY LINEAGPM.
020600 PROCEDURE DIVISION.
020700*****************************************************************
020800*  0000-MAINLINE - RAISE THE DAY'S REJECTS, REWRITE THE MASTER, *
020900*  AGE WHAT IS STILL OPEN.                                      *
021000*****************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
021400     PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT.
021500     PERFORM 2000-ONE-DATASET THRU 2000-EXIT
021600         UNTIL RJ-CARD-EOF.
021700     IF RJ-CHG-CNT > ZERO
021800         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
021900         IF RETURN-CODE = ZERO
022000             PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT
022100         END-IF
022200     END-IF.
022300     PERFORM 5000-AGE-REJECTS THRU 5000-EXIT.
022400     PERFORM 5500-PRINT-AGING THRU 5500-EXIT.
022500     PERFORM 7500-SUMMARY THRU 7500-EXIT.
022600     IF RJ-D-BAND(101, 4) > ZERO OR RJ-BAD-CARD > ZERO
022700         PERFORM 8100-POST-ALERT THRU 8100-EXIT
022800         IF RETURN-CODE = ZERO
022900             MOVE 4 TO RETURN-CODE
023000         END-IF
023100     END-IF.
023200     GO TO 9999-EXIT.
023300
023400*****************************************************************
023500*  1000-INITIALIZE - BATCH DATE AND REPORT.                     *
023600*****************************************************************
023700 1000-INITIALIZE.
023800     ACCEPT RJ-TS-DATE FROM DATE YYYYMMDD.
023900     ACCEPT RJ-TS-TIME FROM TIME.
023925     MOVE 'REJTRACK'    TO LN-PROGRAM.
023950     MOVE RJ-TS-HHMMSS  TO LN-START-TIME.
023975     MOVE ZERO          TO LN-CNT.
024000*    REJECTS ARE RAISED AND AGED AS OF THE BATCH DATE, SO A
024100*    LATE RUN STILL DATES THEM TO THE DAY THEY WERE WRITTEN
024200     MOVE RJ-TS-DATE TO BD-DATE.
024300     CALL 'BATCHDT' USING BD-PARM
024400         ON EXCEPTION
024500             MOVE RJ-TS-DATE TO BD-DATE
024600     END-CALL.
024700     MOVE BD-DATE TO RJ-TODAY.
024800     COMPUTE RJ-TODAY-INT = FUNCTION INTEGER-OF-DATE(RJ-TODAY).
024900     INITIALIZE RJ-DEPT-TBL.
025000     MOVE 'I' TO PF-OP.
025100     MOVE 'REJAGERP' TO PF-DSN.
025200     MOVE SPACES TO PF-TITLE.
025300     STRING 'OPEN REJECT AGING AS AT ' RJ-TODAY
025400         DELIMITED BY SIZE INTO PF-TITLE.
025500     MOVE SPACES TO PF-HEADING.
025600     STRING 'DEPT REJECT  PROGRAM      RAISED     AGE BAND    '
025700            'STATE       REASON       DATASET'
025800         DELIMITED BY SIZE INTO PF-HEADING.
025900     MOVE ZERO TO PF-PAGE-SIZE.
026000     CALL 'PRINTFMT' USING PF-PARM.
026100     IF PF-STATUS NOT = 'G'
026200         DISPLAY 'REJAGERP DATASET NOT USABLE'
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 9999-EXIT
026500     END-IF.
026600 1000-EXIT.
026700     EXIT.
026800
026900 1100-LOAD-MASTER.
027000     MOVE 'N' TO RJ-EOF-SW.
027100     OPEN INPUT REJMAST.
027200     IF RJ-M-STATUS NOT = '00' AND RJ-M-STATUS NOT = '05'
027300         DISPLAY 'REJTRACK NOT READABLE, STATUS ' RJ-M-STATUS
027400                 ' - RUN ABANDONED'
027500         GO TO 9000-ABANDON
027600     END-IF.
027625     IF RJ-M-STATUS = '00'
027650         MOVE 'Y' TO RJ-LN-MAST-SW
027675     END-IF.
027700     PERFORM UNTIL RJ-EOF
027800         READ REJMAST INTO RK-REC
027900             AT END
028000                 MOVE 'Y' TO RJ-EOF-SW
028100             NOT AT END
028200                 IF RJ-ROW-CNT >= 5000
028300                     DISPLAY 'REJTRACK EXCEEDS THE 5000-ROW '
028400                             'TABLE - RUN ABANDONED'
028500                     CLOSE REJMAST
028600                     GO TO 9000-ABANDON
028700                 END-IF
028800                 IF RK-REC NOT = SPACES
028900                     ADD 1 TO RJ-ROW-CNT
029000                     MOVE RJ-ROW-CNT TO RJ-HIT
029100                     PERFORM 1150-ROW-FROM-RECORD THRU 1150-EXIT
029200                 END-IF
029300         END-READ
029400     END-PERFORM.
029500     CLOSE REJMAST.
029600 1100-EXIT.
029700     EXIT.
029800
029900 1150-ROW-FROM-RECORD.
030000     MOVE RK-ID      TO RJ-R-ID(RJ-HIT).
030100     MOVE RK-PROGRAM TO RJ-R-PROGRAM(RJ-HIT).
030200     MOVE RK-DSN     TO RJ-R-DSN(RJ-HIT).
030300     MOVE RK-RAISED  TO RJ-R-RAISED(RJ-HIT).
030400     MOVE RK-STATE   TO RJ-R-STATE(RJ-HIT).
030500     MOVE RK-CHANGED TO RJ-R-CHANGED(RJ-HIT).
030600     MOVE RK-REASON  TO RJ-R-REASON(RJ-HIT).
030700     MOVE RK-NOTE    TO RJ-R-NOTE(RJ-HIT).
030800     MOVE RK-LINE    TO RJ-R-LINE(RJ-HIT).
030900     MOVE SPACES     TO RJ-R-DEPT(RJ-HIT).
031000     MOVE ZERO       TO RJ-R-AGE(RJ-HIT) RJ-R-BAND(RJ-HIT).
031100     IF RK-ID IS NUMERIC
031200         IF RK-ID >= RJ-NEXT-ID
031300             COMPUTE RJ-NEXT-ID = RK-ID + 1
031400         END-IF
031500     END-IF.
031600 1150-EXIT.
031700     EXIT.
031800
031900 1200-LOAD-OWNERS.
032000     MOVE 'N' TO RJ-EOF-SW.
032100     OPEN INPUT PGMOWN.
032200     IF RJ-O-STATUS NOT = '00'
032300         DISPLAY 'PGMOWN NOT AVAILABLE, STATUS ' RJ-O-STATUS
032400                 ' - EVERY REJECT AGES UNDER ----'
032500         GO TO 1200-EXIT
032600     END-IF.
032650     MOVE 'Y' TO RJ-LN-OWN-SW.
032700     PERFORM UNTIL RJ-EOF
032800         READ PGMOWN INTO PO-REC
032900             AT END
033000                 MOVE 'Y' TO RJ-EOF-SW
033100             NOT AT END
033200                 IF PO-PROGRAM NOT = SPACES
033300                    AND PO-EFF-DATE IS NUMERIC
033400                     IF RJ-OWN-CNT >= 500
033500                         DISPLAY 'PGMOWN EXCEEDS THE 500-ROW '
033600                                 'TABLE - RUN ABANDONED'
033700                         CLOSE PGMOWN
033800                         GO TO 9000-ABANDON
033900                     END-IF
034000                     ADD 1 TO RJ-OWN-CNT
034100                     MOVE PO-PROGRAM  TO RJ-O-PROGRAM(RJ-OWN-CNT)
034200                     MOVE PO-DEPT     TO RJ-O-DEPT(RJ-OWN-CNT)
034300                     MOVE PO-EFF-DATE TO RJ-O-EFF(RJ-OWN-CNT)
034400                 END-IF
034500         END-READ
034600     END-PERFORM.
034700     CLOSE PGMOWN.
034800 1200-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*  2000-ONE-DATASET - ONE EXCEPTION DATASET PER SYSIN CARD.     *
035300*****************************************************************
035400 2000-ONE-DATASET.
035500     MOVE SPACES TO RJ-CARD.
035600     ACCEPT RJ-CARD
035700         ON EXCEPTION
035800             MOVE 'Y' TO RJ-CARD-EOF-SW
035900             GO TO 2000-EXIT
036000     END-ACCEPT.
036100     IF RJ-CARD = SPACES
036200         MOVE 'Y' TO RJ-CARD-EOF-SW
036300         GO TO 2000-EXIT
036400     END-IF.
036500     IF RJ-CARD(1:1) = '*'
036600         GO TO 2000-EXIT
036700     END-IF.
036800     MOVE SPACES TO RJ-PGM RJ-EXC-DSN RJ-TOK3.
036900     UNSTRING RJ-CARD DELIMITED BY ALL SPACE
037000         INTO RJ-PGM RJ-EXC-DSN RJ-TOK3.
037100     IF RJ-EXC-DSN = SPACES OR RJ-TOK3 NOT = SPACES
037200         DISPLAY 'CARD REJECTED - NEEDS <PROGRAM> <DSN>: '
037300                 RJ-CARD(1:40)
037400         ADD 1 TO RJ-BAD-CARD
037500         GO TO 2000-EXIT
037600     END-IF.
037700     ADD 1 TO RJ-DSN-CNT.
037800     MOVE 'N' TO RJ-EOF-SW.
037900     OPEN INPUT EXCFILE.
038000     IF RJ-E-STATUS NOT = '00'
038100         DISPLAY ' ' RJ-PGM ': EXCEPTION DATASET '
038200                 RJ-EXC-DSN ' NOT PRESENT'
038300         ADD 1 TO RJ-MISS-CNT
038400         GO TO 2000-EXIT
038500     END-IF.
038550     PERFORM 8050-NOTE-EXCFILE THRU 8050-EXIT.
038600     PERFORM UNTIL RJ-EOF
038700         READ EXCFILE
038800             AT END
038900                 MOVE 'Y' TO RJ-EOF-SW
039000             NOT AT END
039100                 IF EXCFILE-LINE NOT = SPACES
039200                     PERFORM 2100-ONE-LINE THRU 2100-EXIT
039300                 END-IF
039400         END-READ
039500     END-PERFORM.
039600     CLOSE EXCFILE.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2100-ONE-LINE.
040100*    AN OPEN REJECT, OR ONE RESUBMITTED TODAY, ALREADY COVERS
040200*    THE LINE; ONE RESUBMITTED ON AN EARLIER DAY HAS COME BACK
040300     PERFORM 2200-FIND-LIVE THRU 2200-EXIT.
040400     IF RJ-HIT NOT = ZERO
040500         IF RJ-R-STATE(RJ-HIT) = 'OPEN'
040600            OR RJ-R-CHANGED(RJ-HIT) >= RJ-TODAY
040700             ADD 1 TO RJ-DUP-CNT
040800             GO TO 2100-EXIT
040900         END-IF
041000         MOVE RJ-R-STATE(RJ-HIT) TO RJ-OLD-STATE
041100         MOVE 'OPEN' TO RJ-R-STATE(RJ-HIT)
041200         MOVE RJ-TODAY TO RJ-R-CHANGED(RJ-HIT)
041300         MOVE 'REJECTED AGAIN AFTER RESUBMISSION'
041400             TO RJ-R-NOTE(RJ-HIT)
041500         MOVE 'ROP' TO RJ-AUD-ACTION
041600         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
041700         ADD 1 TO RJ-REOPEN-CNT
041800         ADD 1 TO RJ-CHG-CNT
041900         GO TO 2100-EXIT
042000     END-IF.
042100     IF RJ-ROW-CNT >= 5000
042200         DISPLAY 'REJTRACK TABLE FULL AT 5000 ROWS - RUN '
042300                 'ABANDONED, MASTER LEFT UNTOUCHED'
042400         GO TO 9000-ABANDON
042500     END-IF.
042600     PERFORM 2300-FIND-REASON THRU 2300-EXIT.
042700     ADD 1 TO RJ-ROW-CNT.
042800     MOVE RJ-ROW-CNT TO RJ-HIT.
042900     MOVE RJ-NEXT-ID   TO RJ-R-ID(RJ-HIT).
043000     ADD 1 TO RJ-NEXT-ID.
043100     MOVE RJ-PGM       TO RJ-R-PROGRAM(RJ-HIT).
043200     MOVE RJ-EXC-DSN   TO RJ-R-DSN(RJ-HIT).
043300     MOVE RJ-TODAY     TO RJ-R-RAISED(RJ-HIT).
043400     MOVE 'OPEN'       TO RJ-R-STATE(RJ-HIT).
043500     MOVE RJ-TODAY     TO RJ-R-CHANGED(RJ-HIT).
043600     MOVE RJ-REASON    TO RJ-R-REASON(RJ-HIT).
043700     MOVE SPACES       TO RJ-R-NOTE(RJ-HIT).
043800     MOVE EXCFILE-LINE TO RJ-R-LINE(RJ-HIT).
043900     MOVE SPACES       TO RJ-R-DEPT(RJ-HIT).
044000     MOVE ZERO TO RJ-R-AGE(RJ-HIT) RJ-R-BAND(RJ-HIT).
044100     MOVE SPACES TO RJ-OLD-STATE.
044200     MOVE 'NEW' TO RJ-AUD-ACTION.
044300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
044400     ADD 1 TO RJ-NEW-CNT.
044500     ADD 1 TO RJ-CHG-CNT.
044600 2100-EXIT.
044700     EXIT.
044800
044900 2200-FIND-LIVE.
045000     MOVE ZERO TO RJ-HIT.
045100     PERFORM VARYING RJ-IX FROM 1 BY 1
045200         UNTIL RJ-IX > RJ-ROW-CNT OR RJ-HIT NOT = ZERO
045300         IF (RJ-R-STATE(RJ-IX) = 'OPEN'
045400             OR RJ-R-STATE(RJ-IX) = 'RESUBMITTED')
045500            AND RJ-R-PROGRAM(RJ-IX) = RJ-PGM
045600            AND RJ-R-DSN(RJ-IX) = RJ-EXC-DSN
045700            AND RJ-R-LINE(RJ-IX) = EXCFILE-LINE
045800             MOVE RJ-IX TO RJ-HIT
045900         END-IF
046000     END-PERFORM.
046100 2200-EXIT.
046200     EXIT.
046300
046400 2300-FIND-REASON.
046500*    THE REASON IS THE TOKEN AFTER 'REASON' OR 'REJECTED';
046600*    A LINE WITH NEITHER BOOKS TO OTHER, AS IN EXCHUB.
046700     MOVE SPACES TO RJ-TOK.
046800     UNSTRING EXCFILE-LINE DELIMITED BY ALL SPACE
046900         INTO RJ-T(1) RJ-T(2) RJ-T(3) RJ-T(4)
047000              RJ-T(5) RJ-T(6) RJ-T(7) RJ-T(8).
047100     MOVE 'OTHER' TO RJ-REASON.
047200     PERFORM VARYING RJ-TX FROM 1 BY 1 UNTIL RJ-TX > 7
047300         IF (RJ-T(RJ-TX) = 'REASON'
047400             OR RJ-T(RJ-TX) = 'REJECTED')
047500            AND RJ-T(RJ-TX + 1) NOT = SPACES
047600             MOVE RJ-T(RJ-TX + 1) TO RJ-REASON
047700         END-IF
047800     END-PERFORM.
047900 2300-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  5000-AGE-REJECTS - OWNER, AGE AND BAND FOR EVERY REJECT      *
048400*  STILL AWAITING RESOLUTION.                                   *
048500*****************************************************************
048600 5000-AGE-REJECTS.
048700     MOVE 'ALL ' TO RJ-D-DEPT(101).
048800     PERFORM VARYING RJ-IX FROM 1 BY 1
048900         UNTIL RJ-IX > RJ-ROW-CNT
049000         EVALUATE RJ-R-STATE(RJ-IX)
049100             WHEN 'OPEN'
049200             WHEN 'RESUBMITTED'
049300                 PERFORM 5100-AGE-ONE THRU 5100-EXIT
049400             WHEN 'CLEARED'
049500                 ADD 1 TO RJ-CLR-CNT
049600             WHEN 'WRITTEN-OFF'
049700                 ADD 1 TO RJ-WOF-CNT
049800         END-EVALUATE
049900     END-PERFORM.
050000 5000-EXIT.
050100     EXIT.
050200
050300 5100-AGE-ONE.
050400     MOVE ZERO TO RJ-AGE.
050500     IF RJ-R-RAISED(RJ-IX) IS NUMERIC
050600         IF FUNCTION TEST-DATE-YYYYMMDD(RJ-R-RAISED(RJ-IX))
050700            = ZERO
050800            AND RJ-R-RAISED(RJ-IX) < RJ-TODAY
050900             COMPUTE RJ-AGE = RJ-TODAY-INT
051000                 - FUNCTION INTEGER-OF-DATE(RJ-R-RAISED(RJ-IX))
051100         END-IF
051200     END-IF.
051300     MOVE RJ-AGE TO RJ-R-AGE(RJ-IX).
051400     EVALUATE TRUE
051500         WHEN RJ-AGE <= 7
051600             MOVE 1 TO RJ-BX
051700         WHEN RJ-AGE <= 30
051800             MOVE 2 TO RJ-BX
051900         WHEN RJ-AGE <= 90
052000             MOVE 3 TO RJ-BX
052100         WHEN OTHER
052200             MOVE 4 TO RJ-BX
052300     END-EVALUATE.
052400     MOVE RJ-BX TO RJ-R-BAND(RJ-IX).
052500*    THE OWNER IS THE PGMOWN ROW IN EFFECT ON THE BATCH DATE
052600     MOVE '----' TO RJ-DEPT.
052700     MOVE ZERO TO RJ-BEST-EFF.
052800     PERFORM VARYING RJ-OX FROM 1 BY 1
052900         UNTIL RJ-OX > RJ-OWN-CNT
053000         IF RJ-O-PROGRAM(RJ-OX) = RJ-R-PROGRAM(RJ-IX)
053100            AND RJ-O-EFF(RJ-OX) NOT > RJ-TODAY
053200            AND RJ-O-EFF(RJ-OX) NOT < RJ-BEST-EFF
053300             MOVE RJ-O-EFF(RJ-OX) TO RJ-BEST-EFF
053400             MOVE RJ-O-DEPT(RJ-OX) TO RJ-DEPT
053500         END-IF
053600     END-PERFORM.
053700     MOVE RJ-DEPT TO RJ-R-DEPT(RJ-IX).
053800     PERFORM 5200-FIND-DEPT THRU 5200-EXIT.
053900     ADD 1 TO RJ-D-OPEN(RJ-DHIT) RJ-D-BAND(RJ-DHIT, RJ-BX).
054000     ADD 1 TO RJ-D-OPEN(101) RJ-D-BAND(101, RJ-BX).
054100 5100-EXIT.
054200     EXIT.
054300
054400 5200-FIND-DEPT.
054500*    THE TABLE IS KEPT IN DEPARTMENT ORDER: A NEW DEPARTMENT
054600*    IS SLOTTED IN AND THE ONES AFTER IT MOVE DOWN.  PAST 100
054700*    DEPARTMENTS THE REST BOOK TO THE LAST ONE.
054800     MOVE ZERO TO RJ-DHIT.
054900     PERFORM VARYING RJ-DX FROM 1 BY 1
055000         UNTIL RJ-DX > RJ-DEPT-CNT OR RJ-DHIT NOT = ZERO
055100         IF RJ-D-DEPT(RJ-DX) = RJ-DEPT
055200             MOVE RJ-DX TO RJ-DHIT
055300         END-IF
055400     END-PERFORM.
055500     IF RJ-DHIT NOT = ZERO
055600         GO TO 5200-EXIT
055700     END-IF.
055800     IF RJ-DEPT-CNT >= 100
055900         MOVE RJ-DEPT-CNT TO RJ-DHIT
056000         GO TO 5200-EXIT
056100     END-IF.
056200     MOVE 1 TO RJ-DHIT.
056300     PERFORM VARYING RJ-DX FROM 1 BY 1
056400         UNTIL RJ-DX > RJ-DEPT-CNT
056500         IF RJ-D-DEPT(RJ-DX) < RJ-DEPT
056600             COMPUTE RJ-DHIT = RJ-DX + 1
056700         END-IF
056800     END-PERFORM.
056900     PERFORM VARYING RJ-DX FROM RJ-DEPT-CNT BY -1
057000         UNTIL RJ-DX < RJ-DHIT
057100         MOVE RJ-DEPT-ROW(RJ-DX) TO RJ-DEPT-ROW(RJ-DX + 1)
057200     END-PERFORM.
057300     ADD 1 TO RJ-DEPT-CNT.
057400     INITIALIZE RJ-DEPT-ROW(RJ-DHIT).
057500     MOVE RJ-DEPT TO RJ-D-DEPT(RJ-DHIT).
057600 5200-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*  5500-PRINT-AGING - EACH DEPARTMENT'S REJECTS, OLDEST FIRST,  *
058100*  THEN ITS BAND COUNTS; THE ALL-DEPARTMENTS LINE LAST.         *
058200*****************************************************************
058300 5500-PRINT-AGING.
058400     PERFORM VARYING RJ-DX FROM 1 BY 1
058500         UNTIL RJ-DX > RJ-DEPT-CNT
058600         PERFORM 5600-ONE-DEPT THRU 5600-EXIT
058700     END-PERFORM.
058800     MOVE 101 TO RJ-DX.
058900     MOVE 'ALL DEPTS' TO RJ-SL-LABEL.
059000     PERFORM 5800-BAND-LINE THRU 5800-EXIT.
059100 5500-EXIT.
059200     EXIT.
059300
059400 5600-ONE-DEPT.
059500     PERFORM VARYING RJ-IX FROM 1 BY 1
059600         UNTIL RJ-IX > RJ-ROW-CNT
059700         IF RJ-R-DEPT(RJ-IX) = RJ-D-DEPT(RJ-DX)
059800            AND (RJ-R-STATE(RJ-IX) = 'OPEN'
059900                 OR RJ-R-STATE(RJ-IX) = 'RESUBMITTED')
060000             PERFORM 5700-DETAIL THRU 5700-EXIT
060100         END-IF
060200     END-PERFORM.
060300     MOVE SPACES TO RJ-SL-LABEL.
060400     STRING 'DEPT ' RJ-D-DEPT(RJ-DX)
060500         DELIMITED BY SIZE INTO RJ-SL-LABEL.
060600     PERFORM 5800-BAND-LINE THRU 5800-EXIT.
060700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
060800 5600-EXIT.
060900     EXIT.
061000
061100 5700-DETAIL.
061200     MOVE RJ-R-DEPT(RJ-IX)     TO RJ-DL-DEPT.
061300     MOVE RJ-R-ID(RJ-IX)       TO RJ-DL-ID.
061400     MOVE RJ-R-PROGRAM(RJ-IX)  TO RJ-DL-PROGRAM.
061500     MOVE RJ-R-RAISED(RJ-IX)   TO RJ-DL-RAISED.
061600     MOVE RJ-R-AGE(RJ-IX)      TO RJ-DL-AGE.
061700     MOVE RJ-BAND-NAME(RJ-R-BAND(RJ-IX)) TO RJ-DL-BAND.
061800     MOVE RJ-R-STATE(RJ-IX)    TO RJ-DL-STATE.
061900     MOVE RJ-R-REASON(RJ-IX)   TO RJ-DL-REASON.
062000     MOVE RJ-R-DSN(RJ-IX)      TO RJ-DL-DSN.
062100     MOVE RJ-DET-LINE TO RJ-RPT-LINE.
062200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
062300     MOVE RJ-R-LINE(RJ-IX) TO RJ-TL-TEXT.
062400     MOVE RJ-TXT-LINE TO RJ-RPT-LINE.
062500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
062600 5700-EXIT.
062700     EXIT.
062800
062900 5800-BAND-LINE.
063000     MOVE RJ-D-OPEN(RJ-DX)    TO RJ-SL-OPEN.
063100     MOVE RJ-D-BAND(RJ-DX, 1) TO RJ-SL-BAND1.
063200     MOVE RJ-D-BAND(RJ-DX, 2) TO RJ-SL-BAND2.
063300     MOVE RJ-D-BAND(RJ-DX, 3) TO RJ-SL-BAND3.
063400     MOVE RJ-D-BAND(RJ-DX, 4) TO RJ-SL-BAND4.
063500     MOVE RJ-SUM-LINE TO RJ-RPT-LINE.
063600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
063700 5800-EXIT.
063800     EXIT.
063900
064000 6000-WRITE-AUDIT.
064100*    CALLED WITH THE ACTION AND OLD STATE SET AND THE TABLE
064200*    ROW ALREADY CHANGED
064300     MOVE RJ-TS-DATE          TO RJ-AUD-DATE.
064400     MOVE RJ-TS-HHMMSS        TO RJ-AUD-TIME.
064500     MOVE 'REJTRACK'          TO RJ-AUD-OPER.
064600     MOVE RJ-R-ID(RJ-HIT)     TO RJ-AUD-ID.
064700     MOVE RJ-R-PROGRAM(RJ-HIT) TO RJ-AUD-PROGRAM.
064800     MOVE RJ-OLD-STATE        TO RJ-AUD-OLD.
064900     MOVE RJ-R-STATE(RJ-HIT)  TO RJ-AUD-NEW.
065000     MOVE RJ-R-NOTE(RJ-HIT)   TO RJ-AUD-NOTE.
065100     OPEN EXTEND REJAUD.
065200     IF RJ-A-STATUS = '00' OR RJ-A-STATUS = '05'
065300         WRITE REJAUD-LINE FROM RJ-AUD-REC
065350         MOVE 'Y' TO RJ-LN-AUD-SW
065400         CLOSE REJAUD
065500     END-IF.
065600 6000-EXIT.
065700     EXIT.
065800
065900 6800-CYCLE-BACKUPS.
066000*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
066100*    JUST MEANS THE CHAIN IS NOT FULL YET.
066150     MOVE 'Y' TO RJ-LN-BK-SW.
066200     MOVE 'REJBK2' TO FC-SRC.
066300     MOVE 'REJBK3' TO FC-DST.
066400     CALL 'FILECOPY' USING FC-PARM.
066500     MOVE 'REJBK1' TO FC-SRC.
066600     MOVE 'REJBK2' TO FC-DST.
066700     CALL 'FILECOPY' USING FC-PARM.
066800     MOVE 'REJTRACK' TO FC-SRC.
066900     MOVE 'REJBK1' TO FC-DST.
067000     CALL 'FILECOPY' USING FC-PARM.
067100     IF FC-STATUS = 'B'
067200         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - MASTER LEFT '
067300                 'UNTOUCHED'
067400         MOVE 12 TO RETURN-CODE
067500     END-IF.
067600 6800-EXIT.
067700     EXIT.
067800
067900 7000-REWRITE-MASTER.
068000*    THE NEW GENERATION IS BUILT COMPLETE ON REJNEW FIRST;
068100*    ONLY A CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET.
068200     OPEN OUTPUT REJNEW.
068300     IF RJ-N-STATUS NOT = '00'
068400         DISPLAY 'REJNEW NOT USABLE, STATUS ' RJ-N-STATUS
068500         MOVE 12 TO RETURN-CODE
068600         GO TO 7000-EXIT
068700     END-IF.
068750     MOVE 'Y' TO RJ-LN-NEW-SW.
068800     PERFORM VARYING RJ-IX FROM 1 BY 1
068900         UNTIL RJ-IX > RJ-ROW-CNT
069000         MOVE SPACES TO RK-REC
069100         MOVE RJ-R-ID(RJ-IX)      TO RK-ID
069200         MOVE RJ-R-PROGRAM(RJ-IX) TO RK-PROGRAM
069300         MOVE RJ-R-DSN(RJ-IX)     TO RK-DSN
069400         MOVE RJ-R-RAISED(RJ-IX)  TO RK-RAISED
069500         MOVE RJ-R-STATE(RJ-IX)   TO RK-STATE
069600         MOVE RJ-R-CHANGED(RJ-IX) TO RK-CHANGED
069700         MOVE RJ-R-REASON(RJ-IX)  TO RK-REASON
069800         MOVE RJ-R-NOTE(RJ-IX)    TO RK-NOTE
069900         MOVE RJ-R-LINE(RJ-IX)    TO RK-LINE
070000         WRITE REJNEW-LINE FROM RK-REC
070100     END-PERFORM.
070200     CLOSE REJNEW.
070300     MOVE 'REJNEW' TO FC-SRC.
070400     MOVE 'REJTRACK' TO FC-DST.
070500     CALL 'FILECOPY' USING FC-PARM.
070600     IF FC-STATUS NOT = 'G'
070700         DISPLAY 'SWAP FAILED - LIVE MASTER UNCERTAIN; '
070800                 'RECOVER FROM REJBK1 AND REJNEW'
070900         MOVE 12 TO RETURN-CODE
070933     ELSE
070966         MOVE 'Y' TO RJ-LN-SWAP-SW
071000     END-IF.
071100 7000-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500*  7500-SUMMARY - WHAT THIS RUN RAISED AND WHAT IS SETTLED.     *
071600*****************************************************************
071700 7500-SUMMARY.
071800     MOVE RJ-DSN-CNT TO RJ-ED-CNT.
071900     MOVE RJ-MISS-CNT TO RJ-ED-CNT2.
072000     STRING 'EXCEPTION DATASETS      ' RJ-ED-CNT
072100            '  NOT PRESENT ' RJ-ED-CNT2
072200         DELIMITED BY SIZE INTO RJ-RPT-LINE.
072300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
072400     MOVE RJ-NEW-CNT TO RJ-ED-CNT.
072500     MOVE RJ-DUP-CNT TO RJ-ED-CNT2.
072600     MOVE RJ-REOPEN-CNT TO RJ-ED-CNT3.
072700     STRING 'REJECTS RAISED TODAY    ' RJ-ED-CNT
072800            '  ALREADY OPEN ' RJ-ED-CNT2
072900            '  REOPENED AFTER RESUBMISSION ' RJ-ED-CNT3
073000         DELIMITED BY SIZE INTO RJ-RPT-LINE.
073100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
073200     MOVE RJ-CLR-CNT TO RJ-ED-CNT.
073300     MOVE RJ-WOF-CNT TO RJ-ED-CNT2.
073400     STRING 'SETTLED ON FILE CLEARED ' RJ-ED-CNT
073500            '  WRITTEN-OFF  ' RJ-ED-CNT2
073600         DELIMITED BY SIZE INTO RJ-RPT-LINE.
073700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
073800     MOVE RJ-BAD-CARD TO RJ-ED-CNT.
073900     STRING 'CARDS NOT READABLE      ' RJ-ED-CNT
074000         DELIMITED BY SIZE INTO RJ-RPT-LINE.
074100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
074200     MOVE 'C' TO PF-OP.
074300     CALL 'PRINTFMT' USING PF-PARM.
074400     MOVE RJ-NEW-CNT TO RJ-ED-CNT.
074500     MOVE RJ-D-OPEN(101) TO RJ-ED-CNT2.
074600     DISPLAY 'REJTRACK ' RJ-TODAY ' - ' RJ-ED-CNT
074700             ' RAISED, ' RJ-ED-CNT2 ' AWAITING RESOLUTION'.
074800 7500-EXIT.
074900     EXIT.
075000
075100 7900-PRINT-LINE.
075200     MOVE RJ-RPT-LINE TO PF-LINE.
075300     MOVE 'D' TO PF-OP.
075400     CALL 'PRINTFMT' USING PF-PARM.
075500     MOVE SPACES TO RJ-RPT-LINE.
075600 7900-EXIT.
075700     EXIT.
075701
075702 8000-RECORD-LINEAGE.
075703*    EVERY PATH OUT ENDS HERE.  THE EXCEPTION DATASETS ARE
075704*    ALREADY ON THE LIST (8050); THE MASTER AND ITS COMPANIONS
075705*    THE RUN GOT AS FAR AS OPENING ARE ADDED AND THE LIST SENT.
075706     IF RJ-LN-MAST-SW = 'Y'
075707         ADD 1 TO LN-CNT
075708         MOVE 'REJTRACK'    TO LN-DSN(LN-CNT)
075709         MOVE 'R'           TO LN-MODE(LN-CNT)
075710     END-IF.
075711     IF RJ-LN-OWN-SW = 'Y'
075712         ADD 1 TO LN-CNT
075713         MOVE 'PGMOWN'      TO LN-DSN(LN-CNT)
075714         MOVE 'R'           TO LN-MODE(LN-CNT)
075715     END-IF.
075716     IF RJ-LN-AUD-SW = 'Y'
075717         ADD 1 TO LN-CNT
075718         MOVE 'REJAUD'      TO LN-DSN(LN-CNT)
075719         MOVE 'W'           TO LN-MODE(LN-CNT)
075720     END-IF.
075721     IF RJ-LN-BK-SW = 'Y'
075722         ADD 1 TO LN-CNT
075723         MOVE 'REJBK1'      TO LN-DSN(LN-CNT)
075724         MOVE 'W'           TO LN-MODE(LN-CNT)
075725         ADD 1 TO LN-CNT
075726         MOVE 'REJBK2'      TO LN-DSN(LN-CNT)
075727         MOVE 'W'           TO LN-MODE(LN-CNT)
075728         ADD 1 TO LN-CNT
075729         MOVE 'REJBK3'      TO LN-DSN(LN-CNT)
075730         MOVE 'W'           TO LN-MODE(LN-CNT)
075731     END-IF.
075732     IF RJ-LN-NEW-SW = 'Y'
075733         ADD 1 TO LN-CNT
075734         MOVE 'REJNEW'      TO LN-DSN(LN-CNT)
075735         MOVE 'W'           TO LN-MODE(LN-CNT)
075736     END-IF.
075737     IF RJ-LN-SWAP-SW = 'Y'
075738         ADD 1 TO LN-CNT
075739         MOVE 'REJTRACK'    TO LN-DSN(LN-CNT)
075740         MOVE 'W'           TO LN-MODE(LN-CNT)
075741     END-IF.
075742     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
075743 8000-EXIT.
075744     EXIT.
075745
075746*    ONE EXCEPTION DATASET PER CARD, SO THE LIST CAN OUTGROW ONE
075747*    CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME START TIME,
075748*    KEEPING EIGHT PLACES FOR THE MASTER AND ITS COMPANIONS.
075749 8050-NOTE-EXCFILE.
075750     IF LN-CNT >= 4
075751         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
075752     END-IF.
075753     ADD 1 TO LN-CNT.
075754     MOVE RJ-EXC-DSN    TO LN-DSN(LN-CNT).
075755     MOVE 'R'           TO LN-MODE(LN-CNT).
075756 8050-EXIT.
075757     EXIT.
075758
075759*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
075760 8090-SEND-LINEAGE.
075761     MOVE RETURN-CODE   TO RJ-SAVE-RC.
075762     CALL 'LINEAGE' USING LN-PARM.
075763     MOVE RJ-SAVE-RC    TO RETURN-CODE.
075764     MOVE ZERO          TO LN-CNT.
075765 8090-EXIT.
075766     EXIT.
075800
075900 8100-POST-ALERT.
076000     MOVE RJ-D-BAND(101, 4) TO RJ-ED-CNT.
076100     MOVE RJ-BAD-CARD TO RJ-ED-CNT2.
076200     MOVE SPACES TO AL-PARM.
076300     MOVE 'REJTRACK' TO AL-SOURCE.
076400     MOVE 'W' TO AL-SEVERITY.
076500     MOVE 'REJAGERP' TO AL-DSN.
076600     STRING RJ-ED-CNT ' OPEN OVER 90 DAYS, '
076700            RJ-ED-CNT2 ' CARD(S) NOT READABLE'
076800         DELIMITED BY SIZE INTO AL-TEXT.
076900     CALL 'ALERTSVC' USING AL-PARM.
077000 8100-EXIT.
077100     EXIT.
077200
077300 9000-ABANDON.
077400*    NOTHING HAS BEEN WRITTEN TO THE MASTER YET
077500     MOVE 'C' TO PF-OP.
077600     CALL 'PRINTFMT' USING PF-PARM.
077700     MOVE 16 TO RETURN-CODE.
077800     GO TO 9999-EXIT.
077900
078000 9999-EXIT.
078050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
078100     STOP RUN.
