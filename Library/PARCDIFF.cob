000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PARCDIFF.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PARCDIFF - REGISTER-TO-REGISTER CHANGE REPORT FOR THE 045A   *
000900*  PARCEL REGISTER.  EVERY 045A RUN WRITES A PARCELREG.G        *
001000*  GENERATION AND CATALOGUES IT ON RPTCAT; THIS PROGRAM TAKES   *
001100*  THE LAST TWO SO CATALOGUED AND SETS THE CURRENT SURVEY       *
001200*  AGAINST THE PREVIOUS ONE, PARCEL BY PARCEL (TRACT AND        *
001300*  PARCEL NUMBER) ON THE SQUARE-METRE FIGURES.  SYSIN:          *
001400*    <TOLERANCE IN SQUARE METRES>     (BLANK = 0.00)            *
001500*  PARCCHG LISTS, UNDER EACH TRACT, THE PARCELS ADDED, THE      *
001600*  PARCELS REMOVED AND THE PARCELS WHOSE AREA MOVED BY MORE     *
001700*  THAN THE TOLERANCE WITH THE BEFORE AND AFTER AREAS, THEN     *
001800*  THE NET AREA CHANGE OF THE TRACT (EVERY PARCEL COUNTS IN     *
001900*  THE NET, INSIDE THE TOLERANCE OR NOT).  THE LAND-RECORDS     *
002000*  OFFICE WORKS FROM THIS LIST TO DECIDE WHICH DEEDS NEED       *
002100*  RE-SURVEY.  FEWER THAN TWO GENERATIONS ON THE CATALOG, OR    *
002200*  A REGISTER LINE THAT CANNOT BE READ, IS A WARNING (RC 4);    *
002300*  A CATALOGUED GENERATION THAT IS GONE IS FATAL (RC 16).       *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-10-15  OSG  NEW PROGRAM.                                *
002633*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002666*                   LINEAGE REGISTER AT END OF JOB.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RPTCAT ASSIGN TO RPTCAT
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS RG-C-STATUS.
003400     SELECT PREVREG ASSIGN USING RG-PREV-DSN
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS RG-P-STATUS.
003700     SELECT CURRREG ASSIGN USING RG-CURR-DSN
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS RG-N-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPTCAT.
004300 01  RPTCAT-LINE              PIC X(60).
004400 FD  PREVREG.
004500 01  PREVREG-LINE             PIC X(100).
004600 FD  CURRREG.
004700 01  CURRREG-LINE             PIC X(100).
004800 WORKING-STORAGE SECTION.
004900 77  RG-C-STATUS              PIC X(02).
005000 77  RG-P-STATUS              PIC X(02).
005100 77  RG-N-STATUS              PIC X(02).
005116 77  RG-LN-CAT-SW             PIC X(01) VALUE 'N'.
005132 77  RG-LN-PRV-SW             PIC X(01) VALUE 'N'.
005148 77  RG-LN-CUR-SW             PIC X(01) VALUE 'N'.
005164 77  RG-LN-CHG-SW             PIC X(01) VALUE 'N'.
005180 77  RG-SAVE-RC               PIC S9(04) COMP.
005200 77  RG-EOF-SW                PIC X(01).
005300     88  RG-EOF                          VALUE 'Y'.
005400 77  RG-LINE-SW               PIC X(01).
005500     88  RG-PARCEL-LINE                  VALUE 'Y'.
005600 77  RG-GEN-CNT               PIC 9(05) COMP VALUE ZERO.
005700 77  RG-PV-CNT                PIC 9(05) COMP VALUE ZERO.
005800 77  RG-CU-CNT                PIC 9(05) COMP VALUE ZERO.
005900 77  RG-CNT                   PIC 9(05) COMP.
006000 77  RG-IX                    PIC 9(05) COMP.
006100 77  RG-OX                    PIC 9(05) COMP.
006200 77  RG-PI                    PIC 9(05) COMP.
006300 77  RG-CI                    PIC 9(05) COMP.
006400 77  RG-ADD-CNT               PIC 9(05) COMP VALUE ZERO.
006500 77  RG-DROP-CNT              PIC 9(05) COMP VALUE ZERO.
006600 77  RG-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006700 77  RG-SAME-CNT              PIC 9(05) COMP VALUE ZERO.
006800 77  RG-TRACT-CNT             PIC 9(05) COMP VALUE ZERO.
006900 77  RG-BAD-CNT               PIC 9(05) COMP VALUE ZERO.
007000 77  RG-LOST-CNT              PIC 9(05) COMP VALUE ZERO.
007100 01  RG-TOL-X                 PIC X(12).
007200 01  RG-TOL                   PIC 9(07)V99 VALUE ZERO.
007300 01  RG-PREV-DSN              PIC X(30) VALUE SPACES.
007400 01  RG-PREV-DATE             PIC 9(08) VALUE ZERO.
007500 01  RG-CURR-DSN              PIC X(30) VALUE SPACES.
007600 01  RG-CURR-DATE             PIC 9(08) VALUE ZERO.
007700 01  RG-CAT-REC.
007800     05  RG-R-DSN             PIC X(30).
007900     05  FILLER               PIC X(01).
008000     05  RG-R-DATE            PIC 9(08).
008100     05  FILLER               PIC X(01).
008200     05  RG-R-PROGRAM         PIC X(12).
008300     05  FILLER               PIC X(08).
008400*    A PARCEL LINE OF THE REGISTER AS 045A WRITES IT; TRACT
008500*    TOTAL, GRAND TOTAL AND REJECTED-RECORD LINES ARE SKIPPED
008600 01  RG-REG-REC.
008700     05  RG-G-TAG             PIC X(07).
008800         88  RG-G-PARCEL                 VALUE 'PARCEL '.
008900     05  RG-G-TRACT           PIC X(06).
009000     05  FILLER               PIC X(01).
009100     05  RG-G-PARCEL-NO       PIC X(08).
009200     05  FILLER               PIC X(05).
009300     05  RG-G-SQM-X           PIC X(12).
009400     05  FILLER               PIC X(61).
009500 01  RG-WORK.
009600     05  RG-W-KEY.
009700         10  RG-W-TRACT       PIC X(06).
009800         10  RG-W-PARCEL      PIC X(08).
009900     05  RG-W-SQM             PIC 9(11)V99.
010000 01  RG-PV-KEY                PIC X(14).
010100 01  RG-CU-KEY                PIC X(14).
010200 01  RG-PREV-TRACT            PIC X(06).
010300 01  RG-BEFORE                PIC 9(11)V99.
010400 01  RG-AFTER                 PIC 9(11)V99.
010500 01  RG-DIFF                  PIC S9(11)V99.
010600 01  RG-ABS-DIFF              PIC 9(11)V99.
010700 01  RG-TRACT-NET             PIC S9(11)V99.
010800 01  RG-GRAND-NET             PIC S9(11)V99 VALUE ZERO.
010900*    EACH GENERATION, SORTED AND FOLDED TO ONE ROW PER PARCEL
011000 01  RG-PV-TBL.
011100     05  RG-PV OCCURS 1 TO 20000
011200             DEPENDING ON RG-PV-CNT.
011300         10  RG-PV-TRACT      PIC X(06).
011400         10  RG-PV-PARCEL     PIC X(08).
011500         10  RG-PV-SQM        PIC 9(11)V99.
011600 01  RG-CU-TBL.
011700     05  RG-CU OCCURS 1 TO 20000
011800             DEPENDING ON RG-CU-CNT.
011900         10  RG-CU-TRACT      PIC X(06).
012000         10  RG-CU-PARCEL     PIC X(08).
012100         10  RG-CU-SQM        PIC 9(11)V99.
012200 01  RG-RPT-LINE              PIC X(100).
012300 01  RG-ED-SQM                PIC Z(10)9.99.
012400 01  RG-ED-SQM2               PIC Z(10)9.99.
012500 01  RG-ED-CHG                PIC -(11)9.99.
012600 01  RG-ED-TOL                PIC Z(6)9.99.
012700 01  RG-ED-CNT                PIC Z(06)9.
012800 01  RG-ED-CNT2               PIC Z(06)9.
012900 COPY PRINTFPM.
013000 COPY ALERTPM.
013050 COPY LINEAGPM.
013100 PROCEDURE DIVISION.
013200*****************************************************************
013300*  0000-MAINLINE - FIND THE TWO GENERATIONS, LOAD BOTH, MATCH   *
013400*  THEM PARCEL BY PARCEL.                                       *
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 1500-FIND-GENERATIONS THRU 1500-EXIT.
013900     PERFORM 2000-LOAD-PREVIOUS THRU 2000-EXIT.
014000     PERFORM 2100-LOAD-CURRENT THRU 2100-EXIT.
014100     PERFORM 3000-COMPARE THRU 3000-EXIT.
014200     GO TO 9999-EXIT.
014300
014400 1000-INITIALIZE.
014500     MOVE SPACES TO RG-TOL-X.
014600     ACCEPT RG-TOL-X
014700         ON EXCEPTION
014800             MOVE SPACES TO RG-TOL-X
014900     END-ACCEPT.
015000     IF RG-TOL-X NOT = SPACES
015100         IF FUNCTION TEST-NUMVAL(RG-TOL-X) NOT = ZERO
015200             DISPLAY 'CONTROL CARD NEEDS <TOLERANCE IN SQUARE '
015300                     'METRES> - RUN ABANDONED'
015400             MOVE 16 TO RETURN-CODE
015500             GO TO 9999-EXIT
015600         END-IF
015700         MOVE FUNCTION NUMVAL(RG-TOL-X) TO RG-TOL
015800     END-IF.
015900 1000-EXIT.
016000     EXIT.
016100
016200*****************************************************************
016300*  1500-FIND-GENERATIONS - THE LAST TWO PARCELREG GENERATIONS   *
016400*  045A CATALOGUED ARE THE CURRENT AND THE PREVIOUS SURVEY.     *
016500*****************************************************************
016600 1500-FIND-GENERATIONS.
016700     MOVE 'N' TO RG-EOF-SW.
016800     OPEN INPUT RPTCAT.
016900     IF RG-C-STATUS NOT = '00'
017000         DISPLAY 'RPTCAT NOT AVAILABLE, STATUS ' RG-C-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         GO TO 9999-EXIT
017300     END-IF.
017350     MOVE 'Y' TO RG-LN-CAT-SW.
017400     PERFORM UNTIL RG-EOF
017500         READ RPTCAT INTO RG-CAT-REC
017600             AT END
017700                 MOVE 'Y' TO RG-EOF-SW
017800             NOT AT END
017900                 IF RG-R-PROGRAM = '045A'
018000                    AND RG-R-DSN(1:11) = 'PARCELREG.G'
018100                     ADD 1 TO RG-GEN-CNT
018200                     MOVE RG-CURR-DSN  TO RG-PREV-DSN
018300                     MOVE RG-CURR-DATE TO RG-PREV-DATE
018400                     MOVE RG-R-DSN     TO RG-CURR-DSN
018500                     MOVE RG-R-DATE    TO RG-CURR-DATE
018600                 END-IF
018700         END-READ
018800     END-PERFORM.
018900     CLOSE RPTCAT.
019000     IF RG-GEN-CNT < 2
019100         MOVE RG-GEN-CNT TO RG-ED-CNT
019200         DISPLAY 'PARCELREG GENERATIONS ON RPTCAT ' RG-ED-CNT
019300                 ' - NOTHING TO COMPARE'
019400         MOVE 4 TO RETURN-CODE
019500         GO TO 9999-EXIT
019600     END-IF.
019700     DISPLAY 'PREVIOUS SURVEY ' RG-PREV-DSN ' ' RG-PREV-DATE.
019800     DISPLAY 'CURRENT SURVEY  ' RG-CURR-DSN ' ' RG-CURR-DATE.
019900 1500-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*  2000/2100 - LOAD EACH GENERATION'S PARCEL LINES, THEN SORT   *
020400*  AND FOLD THEM TO ONE ROW PER PARCEL.  A PARCEL WHOSE PIECES  *
020500*  ARRIVED APART IS WRITTEN BY 045A MORE THAN ONCE; ITS AREAS   *
020600*  ARE ADDED BACK TOGETHER HERE.                                *
020700*****************************************************************
020800 2000-LOAD-PREVIOUS.
020900     MOVE 'N' TO RG-EOF-SW.
021000     OPEN INPUT PREVREG.
021100     IF RG-P-STATUS NOT = '00'
021200         DISPLAY 'PARCELREG GENERATION ' RG-PREV-DSN
021300                 ' NOT AVAILABLE, STATUS ' RG-P-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 9999-EXIT
021600     END-IF.
021650     MOVE 'Y' TO RG-LN-PRV-SW.
021700     PERFORM UNTIL RG-EOF
021800         READ PREVREG INTO RG-REG-REC
021900             AT END
022000                 MOVE 'Y' TO RG-EOF-SW
022100             NOT AT END
022200                 PERFORM 2200-PARSE-LINE THRU 2200-EXIT
022300                 IF RG-PARCEL-LINE
022400                     IF RG-PV-CNT < 20000
022500                         ADD 1 TO RG-PV-CNT
022600                         MOVE RG-WORK TO RG-PV(RG-PV-CNT)
022700                     ELSE
022800                         ADD 1 TO RG-LOST-CNT
022900                     END-IF
023000                 END-IF
023100         END-READ
023200     END-PERFORM.
023300     CLOSE PREVREG.
023400     IF RG-PV-CNT > 1
023500         SORT RG-PV ASCENDING KEY RG-PV-TRACT RG-PV-PARCEL
023600         MOVE 1 TO RG-OX
023700         PERFORM 2300-FOLD-PREVIOUS THRU 2300-EXIT
023800             VARYING RG-IX FROM 2 BY 1
023900             UNTIL RG-IX > RG-PV-CNT
024000         MOVE RG-OX TO RG-PV-CNT
024100     END-IF.
024200 2000-EXIT.
024300     EXIT.
024400
024500 2100-LOAD-CURRENT.
024600     MOVE 'N' TO RG-EOF-SW.
024700     OPEN INPUT CURRREG.
024800     IF RG-N-STATUS NOT = '00'
024900         DISPLAY 'PARCELREG GENERATION ' RG-CURR-DSN
025000                 ' NOT AVAILABLE, STATUS ' RG-N-STATUS
025100         MOVE 16 TO RETURN-CODE
025200         GO TO 9999-EXIT
025300     END-IF.
025350     MOVE 'Y' TO RG-LN-CUR-SW.
025400     PERFORM UNTIL RG-EOF
025500         READ CURRREG INTO RG-REG-REC
025600             AT END
025700                 MOVE 'Y' TO RG-EOF-SW
025800             NOT AT END
025900                 PERFORM 2200-PARSE-LINE THRU 2200-EXIT
026000                 IF RG-PARCEL-LINE
026100                     IF RG-CU-CNT < 20000
026200                         ADD 1 TO RG-CU-CNT
026300                         MOVE RG-WORK TO RG-CU(RG-CU-CNT)
026400                     ELSE
026500                         ADD 1 TO RG-LOST-CNT
026600                     END-IF
026700                 END-IF
026800         END-READ
026900     END-PERFORM.
027000     CLOSE CURRREG.
027100     IF RG-CU-CNT > 1
027200         SORT RG-CU ASCENDING KEY RG-CU-TRACT RG-CU-PARCEL
027300         MOVE 1 TO RG-OX
027400         PERFORM 2400-FOLD-CURRENT THRU 2400-EXIT
027500             VARYING RG-IX FROM 2 BY 1
027600             UNTIL RG-IX > RG-CU-CNT
027700         MOVE RG-OX TO RG-CU-CNT
027800     END-IF.
027900 2100-EXIT.
028000     EXIT.
028100
028200 2200-PARSE-LINE.
028300     MOVE 'N' TO RG-LINE-SW.
028400     IF NOT RG-G-PARCEL
028500         GO TO 2200-EXIT
028600     END-IF.
028700     IF RG-G-SQM-X = SPACES
028800        OR FUNCTION TEST-NUMVAL(RG-G-SQM-X) NOT = ZERO
028900         ADD 1 TO RG-BAD-CNT
029000         DISPLAY 'REGISTER LINE NOT READABLE: '
029100                 RG-REG-REC(1:60)
029200         GO TO 2200-EXIT
029300     END-IF.
029400     MOVE RG-G-TRACT     TO RG-W-TRACT.
029500     MOVE RG-G-PARCEL-NO TO RG-W-PARCEL.
029600     MOVE FUNCTION NUMVAL(RG-G-SQM-X) TO RG-W-SQM.
029700     MOVE 'Y' TO RG-LINE-SW.
029800 2200-EXIT.
029900     EXIT.
030000
030100 2300-FOLD-PREVIOUS.
030200     IF RG-PV-TRACT(RG-IX) = RG-PV-TRACT(RG-OX)
030300        AND RG-PV-PARCEL(RG-IX) = RG-PV-PARCEL(RG-OX)
030400         ADD RG-PV-SQM(RG-IX) TO RG-PV-SQM(RG-OX)
030500     ELSE
030600         ADD 1 TO RG-OX
030700         MOVE RG-PV(RG-IX) TO RG-PV(RG-OX)
030800     END-IF.
030900 2300-EXIT.
031000     EXIT.
031100
031200 2400-FOLD-CURRENT.
031300     IF RG-CU-TRACT(RG-IX) = RG-CU-TRACT(RG-OX)
031400        AND RG-CU-PARCEL(RG-IX) = RG-CU-PARCEL(RG-OX)
031500         ADD RG-CU-SQM(RG-IX) TO RG-CU-SQM(RG-OX)
031600     ELSE
031700         ADD 1 TO RG-OX
031800         MOVE RG-CU(RG-IX) TO RG-CU(RG-OX)
031900     END-IF.
032000 2400-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*  3000-COMPARE - PARCCHG: THE TWO SORTED TABLES MATCHED ON     *
032500*  TRACT AND PARCEL, A NET LINE AT EVERY CHANGE OF TRACT, THEN  *
032600*  THE RUN TOTALS.                                              *
032700*****************************************************************
032800 3000-COMPARE.
032900     MOVE 'I' TO PF-OP.
033000     MOVE 'PARCCHG' TO PF-DSN.
033100     MOVE RG-TOL TO RG-ED-TOL.
033200     MOVE SPACES TO PF-TITLE.
033300     STRING 'PARCEL REGISTER CHANGES - TOLERANCE '
033400            FUNCTION TRIM(RG-ED-TOL) ' SQM'
033500         DELIMITED BY SIZE INTO PF-TITLE.
033600     MOVE 'CHANGE   TRACT  PARCEL       BEFORE SQM      '
033700       & 'AFTER SQM      CHANGE SQM'
033800         TO PF-HEADING.
033900     MOVE ZERO TO PF-PAGE-SIZE.
034000     CALL 'PRINTFMT' USING PF-PARM.
034100     IF PF-STATUS NOT = 'G'
034200         DISPLAY 'PARCCHG DATASET NOT USABLE'
034300         MOVE 16 TO RETURN-CODE
034400         GO TO 9999-EXIT
034500     END-IF.
034550     MOVE 'Y' TO RG-LN-CHG-SW.
034600     MOVE SPACES TO RG-RPT-LINE.
034700     STRING 'PREVIOUS SURVEY ' RG-PREV-DSN ' ' RG-PREV-DATE
034800         DELIMITED BY SIZE INTO RG-RPT-LINE.
034900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
035000     MOVE SPACES TO RG-RPT-LINE.
035100     STRING 'CURRENT SURVEY  ' RG-CURR-DSN ' ' RG-CURR-DATE
035200         DELIMITED BY SIZE INTO RG-RPT-LINE.
035300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
035400     MOVE HIGH-VALUES TO RG-PREV-TRACT.
035500     MOVE ZERO TO RG-TRACT-NET.
035600     MOVE 1 TO RG-PI RG-CI.
035700     PERFORM 3100-MATCH-STEP THRU 3100-EXIT
035800         UNTIL RG-PI > RG-PV-CNT AND RG-CI > RG-CU-CNT.
035900     IF RG-PREV-TRACT NOT = HIGH-VALUES
036000         PERFORM 3200-TRACT-NET THRU 3200-EXIT
036100     END-IF.
036200     PERFORM 4000-TOTALS THRU 4000-EXIT.
036300 3000-EXIT.
036400     EXIT.
036500
036600 3100-MATCH-STEP.
036700     IF RG-PI > RG-PV-CNT
036800         MOVE HIGH-VALUES TO RG-PV-KEY
036900     ELSE
037000         MOVE RG-PV(RG-PI)(1:14) TO RG-PV-KEY
037100     END-IF.
037200     IF RG-CI > RG-CU-CNT
037300         MOVE HIGH-VALUES TO RG-CU-KEY
037400     ELSE
037500         MOVE RG-CU(RG-CI)(1:14) TO RG-CU-KEY
037600     END-IF.
037700     IF RG-PV-KEY < RG-CU-KEY
037800         MOVE RG-PV-KEY TO RG-W-KEY
037900     ELSE
038000         MOVE RG-CU-KEY TO RG-W-KEY
038100     END-IF.
038200     IF RG-W-TRACT NOT = RG-PREV-TRACT
038300         IF RG-PREV-TRACT NOT = HIGH-VALUES
038400             PERFORM 3200-TRACT-NET THRU 3200-EXIT
038500         END-IF
038600         MOVE RG-W-TRACT TO RG-PREV-TRACT
038700         MOVE ZERO TO RG-TRACT-NET
038800     END-IF.
038900     MOVE SPACES TO RG-RPT-LINE.
039000     EVALUATE TRUE
039100         WHEN RG-PV-KEY < RG-CU-KEY
039200             MOVE RG-PV-SQM(RG-PI) TO RG-BEFORE
039300             SUBTRACT RG-BEFORE FROM RG-TRACT-NET
039400             ADD 1 TO RG-DROP-CNT
039500             MOVE RG-BEFORE TO RG-ED-SQM
039600             COMPUTE RG-DIFF = ZERO - RG-BEFORE
039700             MOVE RG-DIFF TO RG-ED-CHG
039800             STRING 'REMOVED  ' RG-W-TRACT ' ' RG-W-PARCEL ' '
039900                    RG-ED-SQM '               ' RG-ED-CHG
040000                 DELIMITED BY SIZE INTO RG-RPT-LINE
040100             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
040200             ADD 1 TO RG-PI
040300         WHEN RG-CU-KEY < RG-PV-KEY
040400             MOVE RG-CU-SQM(RG-CI) TO RG-AFTER
040500             ADD RG-AFTER TO RG-TRACT-NET
040600             ADD 1 TO RG-ADD-CNT
040700             MOVE RG-AFTER TO RG-ED-SQM2
040800             MOVE RG-AFTER TO RG-ED-CHG
040900             STRING 'ADDED    ' RG-W-TRACT ' ' RG-W-PARCEL ' '
041000                    '              ' RG-ED-SQM2 ' ' RG-ED-CHG
041100                 DELIMITED BY SIZE INTO RG-RPT-LINE
041200             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
041300             ADD 1 TO RG-CI
041400         WHEN OTHER
041500             MOVE RG-PV-SQM(RG-PI) TO RG-BEFORE
041600             MOVE RG-CU-SQM(RG-CI) TO RG-AFTER
041700             COMPUTE RG-DIFF = RG-AFTER - RG-BEFORE
041800             ADD RG-DIFF TO RG-TRACT-NET
041900             IF RG-DIFF < ZERO
042000                 COMPUTE RG-ABS-DIFF = ZERO - RG-DIFF
042100             ELSE
042200                 MOVE RG-DIFF TO RG-ABS-DIFF
042300             END-IF
042400             IF RG-ABS-DIFF > RG-TOL
042500                 ADD 1 TO RG-CHG-CNT
042600                 MOVE RG-BEFORE TO RG-ED-SQM
042700                 MOVE RG-AFTER TO RG-ED-SQM2
042800                 MOVE RG-DIFF TO RG-ED-CHG
042900                 STRING 'CHANGED  ' RG-W-TRACT ' ' RG-W-PARCEL
043000                        ' ' RG-ED-SQM ' ' RG-ED-SQM2 ' '
043100                        RG-ED-CHG
043200                     DELIMITED BY SIZE INTO RG-RPT-LINE
043300                 PERFORM 7900-PRINT-LINE THRU 7900-EXIT
043400             ELSE
043500                 ADD 1 TO RG-SAME-CNT
043600             END-IF
043700             ADD 1 TO RG-PI
043800             ADD 1 TO RG-CI
043900     END-EVALUATE.
044000 3100-EXIT.
044100     EXIT.
044200
044300 3200-TRACT-NET.
044400     ADD 1 TO RG-TRACT-CNT.
044500     ADD RG-TRACT-NET TO RG-GRAND-NET.
044600     MOVE RG-TRACT-NET TO RG-ED-CHG.
044700     MOVE SPACES TO RG-RPT-LINE.
044800     STRING '    TRACT ' RG-PREV-TRACT ' NET AREA CHANGE'
044900            '                         ' RG-ED-CHG
045000         DELIMITED BY SIZE INTO RG-RPT-LINE.
045100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
045200     MOVE SPACES TO RG-RPT-LINE.
045300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
045400 3200-EXIT.
045500     EXIT.
045600
045700 4000-TOTALS.
045800     MOVE RG-PV-CNT TO RG-ED-CNT.
045900     MOVE SPACES TO RG-RPT-LINE.
046000     STRING 'PARCELS IN PREVIOUS SURVEY     ' RG-ED-CNT
046100         DELIMITED BY SIZE INTO RG-RPT-LINE.
046200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
046300     MOVE RG-CU-CNT TO RG-ED-CNT.
046400     MOVE SPACES TO RG-RPT-LINE.
046500     STRING 'PARCELS IN CURRENT SURVEY      ' RG-ED-CNT
046600         DELIMITED BY SIZE INTO RG-RPT-LINE.
046700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
046800     MOVE RG-ADD-CNT TO RG-ED-CNT.
046900     MOVE SPACES TO RG-RPT-LINE.
047000     STRING 'PARCELS ADDED                  ' RG-ED-CNT
047100         DELIMITED BY SIZE INTO RG-RPT-LINE.
047200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
047300     MOVE RG-DROP-CNT TO RG-ED-CNT.
047400     MOVE SPACES TO RG-RPT-LINE.
047500     STRING 'PARCELS REMOVED                ' RG-ED-CNT
047600         DELIMITED BY SIZE INTO RG-RPT-LINE.
047700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
047800     MOVE RG-CHG-CNT TO RG-ED-CNT.
047900     MOVE SPACES TO RG-RPT-LINE.
048000     STRING 'AREA CHANGED BEYOND TOLERANCE  ' RG-ED-CNT
048100         DELIMITED BY SIZE INTO RG-RPT-LINE.
048200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
048300     MOVE RG-SAME-CNT TO RG-ED-CNT.
048400     MOVE SPACES TO RG-RPT-LINE.
048500     STRING 'WITHIN TOLERANCE               ' RG-ED-CNT
048600         DELIMITED BY SIZE INTO RG-RPT-LINE.
048700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
048800     MOVE RG-GRAND-NET TO RG-ED-CHG.
048900     MOVE RG-TRACT-CNT TO RG-ED-CNT.
049000     MOVE SPACES TO RG-RPT-LINE.
049100     STRING 'NET AREA CHANGE OVER' RG-ED-CNT ' TRACTS '
049200            RG-ED-CHG
049300         DELIMITED BY SIZE INTO RG-RPT-LINE.
049400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
049500     IF RG-BAD-CNT > ZERO
049600         MOVE RG-BAD-CNT TO RG-ED-CNT
049700         MOVE SPACES TO RG-RPT-LINE
049800         STRING 'REGISTER LINES NOT READABLE    ' RG-ED-CNT
049900             DELIMITED BY SIZE INTO RG-RPT-LINE
050000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
050100     END-IF.
050200     IF RG-LOST-CNT > ZERO
050300         MOVE RG-LOST-CNT TO RG-ED-CNT
050400         MOVE SPACES TO RG-RPT-LINE
050500         STRING 'NOT COMPARED (OVER 20000)      ' RG-ED-CNT
050600             DELIMITED BY SIZE INTO RG-RPT-LINE
050700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
050800     END-IF.
050900     MOVE 'C' TO PF-OP.
051000     CALL 'PRINTFMT' USING PF-PARM.
051100     MOVE RG-ADD-CNT TO RG-ED-CNT.
051200     MOVE RG-DROP-CNT TO RG-ED-CNT2.
051300     DISPLAY 'PARCDIFF ADDED ' RG-ED-CNT ' REMOVED ' RG-ED-CNT2.
051400     MOVE RG-CHG-CNT TO RG-ED-CNT.
051500     DISPLAY 'PARCDIFF CHANGED BEYOND TOLERANCE ' RG-ED-CNT.
051600     IF RG-BAD-CNT > ZERO OR RG-LOST-CNT > ZERO
051700         PERFORM 8100-POST-ALERT THRU 8100-EXIT
051800         MOVE 4 TO RETURN-CODE
051900     END-IF.
052000 4000-EXIT.
052100     EXIT.
052200
052300 7900-PRINT-LINE.
052400     MOVE RG-RPT-LINE TO PF-LINE.
052500     MOVE 'D' TO PF-OP.
052600     CALL 'PRINTFMT' USING PF-PARM.
052700 7900-EXIT.
052800     EXIT.
052900
052902 8000-RECORD-LINEAGE.
052904*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
052906*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
052908*    RETURN-CODE, SO IT IS PUT BACK.
052910     MOVE RETURN-CODE   TO RG-SAVE-RC.
052912     MOVE 'PARCDIFF'    TO LN-PROGRAM.
052914     MOVE SPACES        TO LN-START-TIME.
052916     MOVE ZERO          TO LN-CNT.
052918     IF RG-LN-CAT-SW = 'Y'
052920         ADD 1 TO LN-CNT
052922         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
052924         MOVE 'R'           TO LN-MODE(LN-CNT)
052926     END-IF.
052928     IF RG-LN-PRV-SW = 'Y'
052930         ADD 1 TO LN-CNT
052932         MOVE RG-PREV-DSN   TO LN-DSN(LN-CNT)
052934         MOVE 'R'           TO LN-MODE(LN-CNT)
052936     END-IF.
052938     IF RG-LN-CUR-SW = 'Y'
052940         ADD 1 TO LN-CNT
052942         MOVE RG-CURR-DSN   TO LN-DSN(LN-CNT)
052944         MOVE 'R'           TO LN-MODE(LN-CNT)
052946     END-IF.
052948     IF RG-LN-CHG-SW = 'Y'
052950         ADD 1 TO LN-CNT
052952         MOVE 'PARCCHG'     TO LN-DSN(LN-CNT)
052954         MOVE 'W'           TO LN-MODE(LN-CNT)
052956     END-IF.
052958     CALL 'LINEAGE' USING LN-PARM.
052960     MOVE RG-SAVE-RC    TO RETURN-CODE.
052962 8000-EXIT.
052964     EXIT.
052966
053000 8100-POST-ALERT.
053100     ADD RG-LOST-CNT TO RG-BAD-CNT GIVING RG-CNT.
053200     MOVE RG-CNT TO RG-ED-CNT.
053300     MOVE SPACES TO AL-PARM.
053400     MOVE 'PARCDIFF' TO AL-SOURCE.
053500     MOVE 'W' TO AL-SEVERITY.
053600     MOVE 'PARCCHG' TO AL-DSN.
053700     STRING 'PARCEL REGISTER LINES NOT COMPARED' RG-ED-CNT
053800         DELIMITED BY SIZE INTO AL-TEXT.
053900     CALL 'ALERTSVC' USING AL-PARM.
054000 8100-EXIT.
054100     EXIT.
054200
054300 9999-EXIT.
054350     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
054400     STOP RUN.
