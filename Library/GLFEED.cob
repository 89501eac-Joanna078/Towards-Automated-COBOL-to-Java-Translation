000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFEED.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  GLFEED - GENERAL-LEDGER JOURNAL FEED FROM THE REVLEDG        *
000900*  CLOSING LEDGER.  RUNS AFTER REVLEDGR AND BUILDS THE GLJRNL   *
001000*  UPLOAD FOR THE LEDGER'S MONTH, BATCH 'REV' + YYYYMM:         *
001100*    'C' BATCH CONTROL - PERIOD, LINE COUNT, DEBIT AND CREDIT   *
001200*        TOTALS, SOURCE                                         *
001300*    'J' JOURNAL LINE  - ACCOUNT, COST CENTRE, D/C, AMOUNT,     *
001400*        POSTING DATE (LAST DAY OF THE MONTH), DESCRIPTION      *
001500*  EACH FARE BAND'S GROSS TAKINGS ARE CREDITED TO ITS REVENUE   *
001600*  ACCOUNT, EACH PROMOTION'S DISCOUNT DEBITED TO ITS ACCOUNT,   *
001700*  AND THE NET TAKINGS DEBITED TO THE CLEARING ACCOUNT.  THE    *
001800*  ACCOUNTS COME FROM THE GLMAP MASTER - THE NEWEST ROW FOR     *
001900*  THE BAND, PROMOTION OR CLEARING KEY NOT AFTER THE POSTING    *
002000*  DATE WINS.                                                   *
002100*  NO FEED IS PRODUCED - GLJRNL LEFT EMPTY, RC 8, POSTED TO     *
002200*  ALERTQ - WHEN THE LEDGER IS INCOMPLETE, A BAND OR PROMOTION  *
002300*  HAS NO MAPPING, DEBITS AND CREDITS DO NOT BALANCE, OR THE    *
002400*  BATCH IS ALREADY ON THE GLPOSTED HISTORY.  A BATCH THE GL    *
002500*  REJECTED IS RE-FED ONLY AFTER FINANCE REMOVES ITS GLPOSTED   *
002600*  ROW.                                                         *
002700*****************************************************************
002800*  MODIFICATION HISTORY                                         *
002900*  2026-10-15  OSG  NEW PROGRAM.                                *
002933*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002966*                   LINEAGE REGISTER AT END OF JOB.             *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REVLEDG ASSIGN TO REVLEDG
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS GF-L-STATUS.
003700     SELECT OPTIONAL GLMAP ASSIGN TO GLMAP
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS GF-M-STATUS.
004000     SELECT OPTIONAL GLPOSTED ASSIGN TO GLPOSTED
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS GF-P-STATUS.
004300     SELECT GLJRNL ASSIGN TO GLJRNL
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS GF-J-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  REVLEDG.
004900 01  REVLEDG-LINE             PIC X(132).
005000 FD  GLMAP.
005100 01  GLMAP-LINE               PIC X(37).
005200 FD  GLPOSTED.
005300 01  GLPOSTED-LINE            PIC X(60).
005400 FD  GLJRNL.
005500 01  GLJRNL-LINE              PIC X(93).
005600 WORKING-STORAGE SECTION.
005700 77  GF-L-STATUS              PIC X(02).
005800 77  GF-M-STATUS              PIC X(02).
005900 77  GF-P-STATUS              PIC X(02).
006000 77  GF-J-STATUS              PIC X(02).
006100 77  GF-EOF-SW                PIC X(01).
006200     88  GF-EOF                          VALUE 'Y'.
006300 77  GF-HDR-SW                PIC X(01) VALUE 'N'.
006400 77  GF-TRL-SW                PIC X(01) VALUE 'N'.
006500 77  GF-TOT-SW                PIC X(01) VALUE 'N'.
006600 77  GF-NOMAP-SW              PIC X(01) VALUE 'N'.
006700 77  GF-DUP-SW                PIC X(01) VALUE 'N'.
006714 77  GF-LN-LEDG-SW            PIC X(01) VALUE 'N'.
006728 77  GF-LN-POSTR-SW           PIC X(01) VALUE 'N'.
006742 77  GF-LN-MAP-SW             PIC X(01) VALUE 'N'.
006756 77  GF-LN-JRNL-SW            PIC X(01) VALUE 'N'.
006770 77  GF-LN-POSTW-SW           PIC X(01) VALUE 'N'.
006784 77  GF-SAVE-RC               PIC S9(04) COMP.
006800 77  GF-LINE-CNT              PIC 9(09) VALUE ZERO.
006900 77  GF-TRL-CNT               PIC 9(09) VALUE ZERO.
007000 77  GF-BAND-CNT              PIC 9(02) COMP VALUE ZERO.
007100 77  GF-PROMO-CNT             PIC 9(03) COMP VALUE ZERO.
007200 77  GF-MAP-CNT               PIC 9(03) COMP VALUE ZERO.
007300 77  GF-JL-CNT                PIC 9(03) COMP VALUE ZERO.
007400 77  GF-IX                    PIC 9(03) COMP.
007500 77  GF-MX                    PIC 9(03) COMP.
007600 77  GF-HIT                   PIC 9(03) COMP.
007700 77  GF-BEST-EFF              PIC 9(08).
007800 77  GF-MONTH                 PIC 9(06) VALUE ZERO.
007900 77  GF-POST-DATE             PIC 9(08).
008000 77  GF-NEXT-MONTH            PIC 9(08).
008100 77  GF-TOT-NET               PIC 9(13) VALUE ZERO.
008200 77  GF-TOT-GROSS             PIC 9(13) VALUE ZERO.
008300 77  GF-TOT-DISC              PIC 9(13) VALUE ZERO.
008400 77  GF-SUM-NET               PIC 9(13) VALUE ZERO.
008500 77  GF-SUM-GROSS             PIC 9(13) VALUE ZERO.
008600 77  GF-SUM-DISC              PIC 9(13) VALUE ZERO.
008700 77  GF-DEBITS                PIC 9(13) VALUE ZERO.
008800 77  GF-CREDITS               PIC 9(13) VALUE ZERO.
008900 01  GF-BATCH                 PIC X(10).
009000 01  GF-KEY                   PIC X(08).
009100 01  GF-AMOUNT                PIC 9(13).
009200 01  GF-DC                    PIC X(01).
009300 01  GF-DESC                  PIC X(30).
009400 01  GF-REASON                PIC X(36) VALUE SPACES.
009500 01  GF-TIMESTAMP.
009600     05  GF-TS-DATE           PIC 9(08).
009700     05  GF-TS-TIME.
009800         07  GF-TS-HHMMSS     PIC 9(06).
009900         07  FILLER           PIC 9(02).
010000*    THE REVLEDG LINES AS REVLEDGR WRITES THEM
010100 01  GF-LEDGER-LINE.
010200     05  GF-LL-ID             PIC X(04).
010300     05  FILLER               PIC X(128).
010400 01  GF-HDR-LINE REDEFINES GF-LEDGER-LINE.
010500     05  FILLER               PIC X(20).
010600     05  GF-HL-PROGRAM        PIC X(12).
010700     05  FILLER               PIC X(100).
010800 01  GF-MONTH-LINE REDEFINES GF-LEDGER-LINE.
010900     05  GF-ML-TEXT           PIC X(19).
011000     05  GF-ML-MONTH          PIC X(06).
011100     05  FILLER               PIC X(107).
011200 01  GF-BAND-LINE REDEFINES GF-LEDGER-LINE.
011300     05  FILLER               PIC X(05).
011400     05  GF-BL-LO             PIC X(03).
011500     05  FILLER               PIC X(03).
011600     05  GF-BL-HI             PIC X(03).
011700     05  FILLER               PIC X(28).
011800     05  GF-BL-NET            PIC X(13).
011900     05  FILLER               PIC X(33).
012000     05  GF-BL-GROSS          PIC X(13).
012100     05  FILLER               PIC X(10).
012200     05  GF-BL-DISC           PIC X(13).
012300     05  FILLER               PIC X(08).
012400 01  GF-PROMO-LINE REDEFINES GF-LEDGER-LINE.
012500     05  FILLER               PIC X(10).
012600     05  GF-PL-CODE           PIC X(08).
012700     05  FILLER               PIC X(29).
012800     05  GF-PL-DISC           PIC X(13).
012900     05  FILLER               PIC X(72).
013000 01  GF-TOTAL-LINE REDEFINES GF-LEDGER-LINE.
013100     05  FILLER               PIC X(14).
013200     05  GF-TL-NET            PIC X(13).
013300     05  FILLER               PIC X(33).
013400     05  GF-TL-GROSS          PIC X(13).
013500     05  FILLER               PIC X(10).
013600     05  GF-TL-DISC           PIC X(13).
013700     05  FILLER               PIC X(36).
013800 01  GF-TRL-LINE REDEFINES GF-LEDGER-LINE.
013900     05  FILLER               PIC X(04).
014000     05  GF-TR-COUNT          PIC 9(09).
014100     05  FILLER               PIC X(119).
014200*    THE LEDGER'S BANDS AND PROMOTIONS
014300 01  GF-BAND-TBL.
014400     05  GF-BAND OCCURS 20.
014500         10  GF-B-KEY         PIC X(08).
014600         10  GF-B-NET         PIC 9(13).
014700         10  GF-B-GROSS       PIC 9(13).
014800         10  GF-B-DISC        PIC 9(13).
014900 01  GF-PROMO-TBL.
015000     05  GF-PROMO OCCURS 100.
015100         10  GF-P-CODE        PIC X(08).
015200         10  GF-P-DISC        PIC 9(13).
015300*    THE GLMAP MASTER AS LOADED
015400 COPY GLMAPRC.
015500 01  GF-MAP-TBL.
015600     05  GF-MAP OCCURS 200.
015700         10  GF-M-TYPE        PIC X(01).
015800         10  GF-M-KEY         PIC X(08).
015900         10  GF-M-ACCOUNT     PIC X(10).
016000         10  GF-M-CENTRE      PIC X(06).
016100         10  GF-M-EFF         PIC 9(08).
016200*    THE JOURNAL, BUILT WHOLE BEFORE ANYTHING IS WRITTEN
016300 01  GF-JL-TBL.
016400     05  GF-JL OCCURS 125.
016500         10  GF-J-ACCOUNT     PIC X(10).
016600         10  GF-J-CENTRE      PIC X(06).
016700         10  GF-J-DC          PIC X(01).
016800         10  GF-J-AMOUNT      PIC 9(13).
016900         10  GF-J-DESC        PIC X(30).
017000 COPY GLJRNLRC.
017100 01  GF-POSTED-REC.
017200     05  GF-PR-BATCH          PIC X(10).
017300     05  FILLER               PIC X(01).
017400     05  GF-PR-PERIOD         PIC 9(06).
017500     05  FILLER               PIC X(01).
017600     05  GF-PR-DATE           PIC 9(08).
017700     05  FILLER               PIC X(01).
017800     05  GF-PR-TIME           PIC 9(06).
017900     05  FILLER               PIC X(01).
018000     05  GF-PR-LINES          PIC 9(06).
018100     05  FILLER               PIC X(01).
018200     05  GF-PR-TOTAL          PIC 9(13).
018300     05  FILLER               PIC X(06).
018400 01  GF-ED-AMT                PIC Z(12)9.
018500 01  GF-ED-CNT                PIC ZZ9.
018600 COPY ALERTPM.
018650 COPY LINEAGPM.
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*  0000-MAINLINE - PROVE THE LEDGER, MAP IT, BALANCE, WRITE.    *
019000*****************************************************************
019100 0000-MAINLINE.
019200     ACCEPT GF-TS-DATE FROM DATE YYYYMMDD.
019300     ACCEPT GF-TS-TIME FROM TIME.
019400     PERFORM 1000-READ-LEDGER THRU 1000-EXIT.
019500     PERFORM 2000-CHECK-POSTED THRU 2000-EXIT.
019600     PERFORM 3000-LOAD-MAP THRU 3000-EXIT.
019700     PERFORM 4000-BUILD-JOURNAL THRU 4000-EXIT.
019800     PERFORM 5000-WRITE-FEED THRU 5000-EXIT.
019900     GO TO 9999-EXIT.
020000
020100 1000-READ-LEDGER.
020200     MOVE 'N' TO GF-EOF-SW.
020300     OPEN INPUT REVLEDG.
020400     IF GF-L-STATUS NOT = '00'
020500         DISPLAY 'REVLEDG NOT AVAILABLE, STATUS ' GF-L-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         GO TO 9999-EXIT
020800     END-IF.
020850     MOVE 'Y' TO GF-LN-LEDG-SW.
020900     PERFORM UNTIL GF-EOF
021000         READ REVLEDG INTO GF-LEDGER-LINE
021100             AT END
021200                 MOVE 'Y' TO GF-EOF-SW
021300             NOT AT END
021400                 PERFORM 1100-ONE-LINE THRU 1100-EXIT
021500         END-READ
021600     END-PERFORM.
021700     CLOSE REVLEDG.
021800*    THE TRAILER COUNTS EVERY LINE AHEAD OF IT, HEADER INCLUDED
021900     IF GF-HDR-SW NOT = 'Y' OR GF-TRL-SW NOT = 'Y'
022000        OR GF-TOT-SW NOT = 'Y' OR GF-MONTH = ZERO
022100         MOVE 'REVLEDG INCOMPLETE' TO GF-REASON
022200         GO TO 8000-REFUSE
022300     END-IF.
022400     IF GF-TRL-CNT NOT = GF-LINE-CNT
022500         MOVE 'REVLEDG TRAILER COUNT DISAGREES' TO GF-REASON
022600         GO TO 8000-REFUSE
022700     END-IF.
022800     IF GF-SUM-NET NOT = GF-TOT-NET
022900        OR GF-SUM-GROSS NOT = GF-TOT-GROSS
023000        OR GF-SUM-DISC NOT = GF-TOT-DISC
023100         MOVE 'REVLEDG BANDS DISAGREE WITH TOTAL' TO GF-REASON
023200         GO TO 8000-REFUSE
023300     END-IF.
023400     MOVE SPACES TO GF-BATCH.
023500     STRING 'REV' GF-MONTH DELIMITED BY SIZE INTO GF-BATCH.
023600*    POSTED ON THE LAST DAY OF THE LEDGER MONTH
023700     IF GF-MONTH(5:2) = '12'
023800         COMPUTE GF-NEXT-MONTH = (GF-MONTH + 89) * 100 + 1
023900     ELSE
024000         COMPUTE GF-NEXT-MONTH = (GF-MONTH + 1) * 100 + 1
024100     END-IF.
024200     COMPUTE GF-POST-DATE = FUNCTION DATE-OF-INTEGER(
024300         FUNCTION INTEGER-OF-DATE(GF-NEXT-MONTH) - 1).
024400 1000-EXIT.
024500     EXIT.
024600
024700 1100-ONE-LINE.
024800     IF GF-TRL-SW = 'Y'
024900         GO TO 1100-EXIT
025000     END-IF.
025100     IF GF-LL-ID = 'TRL '
025200         MOVE 'Y' TO GF-TRL-SW
025300         IF GF-TR-COUNT IS NUMERIC
025400             MOVE GF-TR-COUNT TO GF-TRL-CNT
025500         END-IF
025600         GO TO 1100-EXIT
025700     END-IF.
025800     ADD 1 TO GF-LINE-CNT.
025900     IF GF-LL-ID = 'HDR '
026000         IF GF-HL-PROGRAM = 'REVLEDGR'
026100             MOVE 'Y' TO GF-HDR-SW
026200         END-IF
026300         GO TO 1100-EXIT
026400     END-IF.
026500     IF GF-ML-TEXT = 'CLOSING LEDGER FOR '
026600         IF GF-ML-MONTH IS NUMERIC
026700             MOVE GF-ML-MONTH TO GF-MONTH
026800         END-IF
026900         GO TO 1100-EXIT
027000     END-IF.
027100     IF GF-LL-ID = 'BAND'
027200         PERFORM 1200-ONE-BAND THRU 1200-EXIT
027300         GO TO 1100-EXIT
027400     END-IF.
027500     IF GF-LL-ID = 'PROM'
027600         PERFORM 1300-ONE-PROMO THRU 1300-EXIT
027700         GO TO 1100-EXIT
027800     END-IF.
027900     IF GF-LL-ID = 'TOTA'
028000         MOVE 'Y' TO GF-TOT-SW
028100         COMPUTE GF-TOT-NET = FUNCTION NUMVAL(GF-TL-NET)
028200         COMPUTE GF-TOT-GROSS = FUNCTION NUMVAL(GF-TL-GROSS)
028300         COMPUTE GF-TOT-DISC = FUNCTION NUMVAL(GF-TL-DISC)
028400     END-IF.
028500 1100-EXIT.
028600     EXIT.
028700
028800 1200-ONE-BAND.
028900     IF GF-BAND-CNT >= 20
029000         DISPLAY 'REVLEDG EXCEEDS THE 20-BAND TABLE - '
029100                 'RUN ABANDONED'
029200         MOVE 16 TO RETURN-CODE
029300         GO TO 9999-EXIT
029400     END-IF.
029500     ADD 1 TO GF-BAND-CNT.
029600*    THE BAND KEY IS LLL-HHH, ZERO-FILLED AS ON GLMAP
029700     INSPECT GF-BL-LO REPLACING LEADING SPACE BY ZERO.
029800     INSPECT GF-BL-HI REPLACING LEADING SPACE BY ZERO.
029900     MOVE SPACES TO GF-B-KEY(GF-BAND-CNT).
030000     STRING GF-BL-LO '-' GF-BL-HI
030100         DELIMITED BY SIZE INTO GF-B-KEY(GF-BAND-CNT).
030200     COMPUTE GF-B-NET(GF-BAND-CNT) = FUNCTION NUMVAL(GF-BL-NET).
030300     COMPUTE GF-B-GROSS(GF-BAND-CNT) =
030400         FUNCTION NUMVAL(GF-BL-GROSS).
030500     COMPUTE GF-B-DISC(GF-BAND-CNT) =
030600         FUNCTION NUMVAL(GF-BL-DISC).
030700     ADD GF-B-NET(GF-BAND-CNT) TO GF-SUM-NET.
030800     ADD GF-B-GROSS(GF-BAND-CNT) TO GF-SUM-GROSS.
030900 1200-EXIT.
031000     EXIT.
031100
031200 1300-ONE-PROMO.
031300     IF GF-PROMO-CNT >= 100
031400         DISPLAY 'REVLEDG EXCEEDS THE 100-PROMOTION TABLE - '
031500                 'RUN ABANDONED'
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 9999-EXIT
031800     END-IF.
031900     ADD 1 TO GF-PROMO-CNT.
032000     MOVE GF-PL-CODE TO GF-P-CODE(GF-PROMO-CNT).
032100     COMPUTE GF-P-DISC(GF-PROMO-CNT) =
032200         FUNCTION NUMVAL(GF-PL-DISC).
032300     ADD GF-P-DISC(GF-PROMO-CNT) TO GF-SUM-DISC.
032400 1300-EXIT.
032500     EXIT.
032600
032700 2000-CHECK-POSTED.
032800*    A MONTH GOES TO THE LEDGER ONCE - A RE-RUN IS STOPPED
032900     MOVE 'N' TO GF-EOF-SW.
033000     OPEN INPUT GLPOSTED.
033100     IF GF-P-STATUS NOT = '00'
033200         IF GF-P-STATUS = '05'
033300             CLOSE GLPOSTED
033400         END-IF
033500         GO TO 2000-EXIT
033600     END-IF.
033650     MOVE 'Y' TO GF-LN-POSTR-SW.
033700     PERFORM UNTIL GF-EOF
033800         READ GLPOSTED INTO GF-POSTED-REC
033900             AT END
034000                 MOVE 'Y' TO GF-EOF-SW
034100             NOT AT END
034200                 IF GF-PR-BATCH = GF-BATCH
034300                     MOVE 'Y' TO GF-EOF-SW
034400                     MOVE SPACES TO GF-REASON
034500                           MOVE 'Y' TO GF-DUP-SW
034600                           STRING 'BATCH ' DELIMITED BY SIZE
034700                                  GF-BATCH DELIMITED BY SPACE
034800                                  ' ALREADY POSTED'
034900                                      DELIMITED BY SIZE
035000                               INTO GF-REASON
035100                 END-IF
035200         END-READ
035300     END-PERFORM.
035400     CLOSE GLPOSTED.
035500     IF GF-REASON NOT = SPACES
035600         GO TO 8000-REFUSE
035700     END-IF.
035800 2000-EXIT.
035900     EXIT.
036000
036100 3000-LOAD-MAP.
036200     MOVE 'N' TO GF-EOF-SW.
036300     OPEN INPUT GLMAP.
036400     IF GF-M-STATUS NOT = '00'
036500         IF GF-M-STATUS = '05'
036600             CLOSE GLMAP
036700         END-IF
036800         GO TO 3000-EXIT
036900     END-IF.
036950     MOVE 'Y' TO GF-LN-MAP-SW.
037000     PERFORM UNTIL GF-EOF
037100         READ GLMAP INTO GM-REC
037200             AT END
037300                 MOVE 'Y' TO GF-EOF-SW
037400             NOT AT END
037500                 IF GM-EFF IS NUMERIC
037600                    AND GM-ACCOUNT NOT = SPACES
037700                     PERFORM 3100-ONE-MAP-ROW THRU 3100-EXIT
037800                 END-IF
037900         END-READ
038000     END-PERFORM.
038100     CLOSE GLMAP.
038200 3000-EXIT.
038300     EXIT.
038400
038500 3100-ONE-MAP-ROW.
038600     IF GF-MAP-CNT >= 200
038700         DISPLAY 'GLMAP EXCEEDS THE 200-ROW TABLE - '
038800                 'RUN ABANDONED'
038900         MOVE 16 TO RETURN-CODE
039000         GO TO 9999-EXIT
039100     END-IF.
039200     ADD 1 TO GF-MAP-CNT.
039300     MOVE GM-TYPE    TO GF-M-TYPE(GF-MAP-CNT).
039400     MOVE GM-KEY     TO GF-M-KEY(GF-MAP-CNT).
039500     MOVE GM-ACCOUNT TO GF-M-ACCOUNT(GF-MAP-CNT).
039600     MOVE GM-CENTRE  TO GF-M-CENTRE(GF-MAP-CNT).
039700     MOVE GM-EFF     TO GF-M-EFF(GF-MAP-CNT).
039800 3100-EXIT.
039900     EXIT.
040000
040100 4000-BUILD-JOURNAL.
040200*    CREDITS: GROSS TAKINGS BY BAND
040300     PERFORM VARYING GF-IX FROM 1 BY 1 UNTIL GF-IX > GF-BAND-CNT
040400         IF GF-B-GROSS(GF-IX) > ZERO
040500             MOVE 'B' TO GM-TYPE
040600             MOVE GF-B-KEY(GF-IX) TO GF-KEY
040700             MOVE 'C' TO GF-DC
040800             MOVE GF-B-GROSS(GF-IX) TO GF-AMOUNT
040900             MOVE SPACES TO GF-DESC
041000             STRING 'ADMISSIONS BAND ' GF-B-KEY(GF-IX)
041100                 DELIMITED BY SIZE INTO GF-DESC
041200             PERFORM 4100-ADD-LINE THRU 4100-EXIT
041300         END-IF
041400     END-PERFORM.
041500*    DEBITS: DISCOUNT BY PROMOTION, THEN THE NET TAKINGS
041600     PERFORM VARYING GF-IX FROM 1 BY 1 UNTIL GF-IX > GF-PROMO-CNT
041700         IF GF-P-DISC(GF-IX) > ZERO
041800             MOVE 'P' TO GM-TYPE
041900             MOVE GF-P-CODE(GF-IX) TO GF-KEY
042000             MOVE 'D' TO GF-DC
042100             MOVE GF-P-DISC(GF-IX) TO GF-AMOUNT
042200             MOVE SPACES TO GF-DESC
042300             STRING 'PROMOTION ' GF-P-CODE(GF-IX) ' DISCOUNT'
042400                 DELIMITED BY SIZE INTO GF-DESC
042500             PERFORM 4100-ADD-LINE THRU 4100-EXIT
042600         END-IF
042700     END-PERFORM.
042800     IF GF-TOT-NET > ZERO
042900         MOVE 'C' TO GM-TYPE
043000         MOVE SPACES TO GF-KEY
043100         MOVE 'D' TO GF-DC
043200         MOVE GF-TOT-NET TO GF-AMOUNT
043300         MOVE SPACES TO GF-DESC
043400         STRING 'ADMISSIONS TAKINGS ' GF-MONTH
043500             DELIMITED BY SIZE INTO GF-DESC
043600         PERFORM 4100-ADD-LINE THRU 4100-EXIT
043700     END-IF.
043800     IF GF-NOMAP-SW = 'Y'
043900         MOVE 'BAND OR PROMOTION WITH NO GL MAPPING'
044000             TO GF-REASON
044100         GO TO 8000-REFUSE
044200     END-IF.
044300     IF GF-JL-CNT = ZERO
044400         MOVE 'NO TAKINGS TO POST' TO GF-REASON
044500         GO TO 8000-REFUSE
044600     END-IF.
044700     IF GF-DEBITS NOT = GF-CREDITS
044800         MOVE GF-DEBITS TO GF-ED-AMT
044900         DISPLAY 'DEBITS  ' GF-ED-AMT
045000         MOVE GF-CREDITS TO GF-ED-AMT
045100         DISPLAY 'CREDITS ' GF-ED-AMT
045200         MOVE 'DEBITS AND CREDITS DO NOT BALANCE' TO GF-REASON
045300         GO TO 8000-REFUSE
045400     END-IF.
045500 4000-EXIT.
045600     EXIT.
045700
045800 4100-ADD-LINE.
045900*    THE NEWEST MAPPING FOR THE KEY NOT AFTER THE POSTING DATE
046000     MOVE ZERO TO GF-HIT.
046100     MOVE ZERO TO GF-BEST-EFF.
046200     PERFORM VARYING GF-MX FROM 1 BY 1 UNTIL GF-MX > GF-MAP-CNT
046300         IF GF-M-TYPE(GF-MX) = GM-TYPE
046400            AND GF-M-KEY(GF-MX) = GF-KEY
046500            AND GF-M-EFF(GF-MX) <= GF-POST-DATE
046600            AND GF-M-EFF(GF-MX) >= GF-BEST-EFF
046700             MOVE GF-M-EFF(GF-MX) TO GF-BEST-EFF
046800             MOVE GF-MX TO GF-HIT
046900         END-IF
047000     END-PERFORM.
047100     IF GF-HIT = ZERO
047200         MOVE 'Y' TO GF-NOMAP-SW
047300         DISPLAY 'NO GL MAPPING FOR ' GF-DESC
047400         GO TO 4100-EXIT
047500     END-IF.
047600     IF GF-JL-CNT >= 125
047700         DISPLAY 'JOURNAL EXCEEDS THE 125-LINE TABLE - '
047800                 'RUN ABANDONED'
047900         MOVE 16 TO RETURN-CODE
048000         GO TO 9999-EXIT
048100     END-IF.
048200     ADD 1 TO GF-JL-CNT.
048300     MOVE GF-M-ACCOUNT(GF-HIT) TO GF-J-ACCOUNT(GF-JL-CNT).
048400     MOVE GF-M-CENTRE(GF-HIT)  TO GF-J-CENTRE(GF-JL-CNT).
048500     MOVE GF-DC                TO GF-J-DC(GF-JL-CNT).
048600     MOVE GF-AMOUNT            TO GF-J-AMOUNT(GF-JL-CNT).
048700     MOVE GF-DESC              TO GF-J-DESC(GF-JL-CNT).
048800     IF GF-DC = 'D'
048900         ADD GF-AMOUNT TO GF-DEBITS
049000     ELSE
049100         ADD GF-AMOUNT TO GF-CREDITS
049200     END-IF.
049300 4100-EXIT.
049400     EXIT.
049500
049600 5000-WRITE-FEED.
049700     OPEN OUTPUT GLJRNL.
049800     IF GF-J-STATUS NOT = '00'
049900         DISPLAY 'GLJRNL DATASET NOT USABLE, STATUS '
050000                 GF-J-STATUS
050100         MOVE 16 TO RETURN-CODE
050200         GO TO 9999-EXIT
050300     END-IF.
050350     MOVE 'Y' TO GF-LN-JRNL-SW.
050400     MOVE SPACES       TO GJ-CONTROL.
050500     MOVE 'C'          TO GJ-C-TYPE.
050600     MOVE GF-BATCH     TO GJ-C-BATCH.
050700     MOVE GF-MONTH     TO GJ-C-PERIOD.
050800     MOVE GF-JL-CNT    TO GJ-C-LINES.
050900     MOVE GF-DEBITS    TO GJ-C-DEBITS.
051000     MOVE GF-CREDITS   TO GJ-C-CREDITS.
051100     MOVE 'REVLEDGR'   TO GJ-C-SOURCE.
051200     WRITE GLJRNL-LINE FROM GJ-CONTROL.
051300     PERFORM VARYING GF-IX FROM 1 BY 1 UNTIL GF-IX > GF-JL-CNT
051400         MOVE SPACES               TO GJ-REC
051500         MOVE 'J'                  TO GJ-TYPE
051600         MOVE GF-BATCH             TO GJ-BATCH
051700         MOVE GF-IX                TO GJ-LINE
051800         MOVE GF-J-ACCOUNT(GF-IX)  TO GJ-ACCOUNT
051900         MOVE GF-J-CENTRE(GF-IX)   TO GJ-CENTRE
052000         MOVE GF-J-DC(GF-IX)       TO GJ-DC
052100         MOVE GF-J-AMOUNT(GF-IX)   TO GJ-AMOUNT
052200         MOVE GF-POST-DATE         TO GJ-DATE
052300         MOVE GF-J-DESC(GF-IX)     TO GJ-DESC
052400         WRITE GLJRNL-LINE FROM GJ-REC
052500     END-PERFORM.
052600     CLOSE GLJRNL.
052700*    THE BATCH IS RECORDED ONLY ONCE THE FEED IS COMPLETE
052800     OPEN EXTEND GLPOSTED.
052900     IF GF-P-STATUS NOT = '00' AND GF-P-STATUS NOT = '05'
053000         DISPLAY 'GLPOSTED NOT UPDATED, STATUS ' GF-P-STATUS
053100                 ' - RECORD BATCH ' GF-BATCH ' BY HAND'
053200         MOVE 'GLPOSTED NOT UPDATED' TO GF-REASON
053300         MOVE SPACES TO AL-PARM
053400         MOVE 'GLFEED' TO AL-SOURCE
053500         MOVE 'W' TO AL-SEVERITY
053600         MOVE 'GLFEED.SYSOUT' TO AL-DSN
053700         STRING 'GL BATCH ' GF-BATCH
053800                ' FED BUT NOT RECORDED ON GLPOSTED'
053900             DELIMITED BY SIZE INTO AL-TEXT
054000         CALL 'ALERTSVC' USING AL-PARM
054100         MOVE 4 TO RETURN-CODE
054200     ELSE
054300         MOVE SPACES       TO GF-POSTED-REC
054400         MOVE GF-BATCH     TO GF-PR-BATCH
054500         MOVE GF-MONTH     TO GF-PR-PERIOD
054600         MOVE GF-TS-DATE   TO GF-PR-DATE
054700         MOVE GF-TS-HHMMSS TO GF-PR-TIME
054800         MOVE GF-JL-CNT    TO GF-PR-LINES
054900         MOVE GF-DEBITS    TO GF-PR-TOTAL
055000         WRITE GLPOSTED-LINE FROM GF-POSTED-REC
055050         MOVE 'Y' TO GF-LN-POSTW-SW
055100         CLOSE GLPOSTED
055200     END-IF.
055300     MOVE GF-JL-CNT TO GF-ED-CNT.
055400     MOVE GF-DEBITS TO GF-ED-AMT.
055500     DISPLAY 'GL BATCH ' GF-BATCH ' WRITTEN - ' GF-ED-CNT
055600             ' LINES, DEBITS = CREDITS = ' GF-ED-AMT.
055700 5000-EXIT.
055800     EXIT.
055900
056000 8000-REFUSE.
056100*    A BATCH ALREADY POSTED LEAVES ITS FEED AS IT WAS
056200     IF GF-DUP-SW NOT = 'Y'
056300         OPEN OUTPUT GLJRNL
056400         IF GF-J-STATUS = '00'
056450             MOVE 'Y' TO GF-LN-JRNL-SW
056500             CLOSE GLJRNL
056600         END-IF
056700         DISPLAY 'GLJRNL LEFT EMPTY'
056800     END-IF.
056900     DISPLAY 'GL FEED NOT PRODUCED - ' GF-REASON.
057000     MOVE SPACES TO AL-PARM.
057100     MOVE 'GLFEED' TO AL-SOURCE.
057200     MOVE 'E' TO AL-SEVERITY.
057300     MOVE 'GLFEED.SYSOUT' TO AL-DSN.
057400     STRING 'GL FEED NOT PRODUCED - ' GF-REASON
057500         DELIMITED BY SIZE INTO AL-TEXT.
057600     CALL 'ALERTSVC' USING AL-PARM.
057700     MOVE 8 TO RETURN-CODE.
057800     GO TO 9999-EXIT.
057802
057804 8500-RECORD-LINEAGE.
057806*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
057808*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
057810*    RETURN-CODE, SO IT IS PUT BACK.
057812     MOVE RETURN-CODE   TO GF-SAVE-RC.
057814     MOVE 'GLFEED'      TO LN-PROGRAM.
057816     MOVE GF-TS-HHMMSS  TO LN-START-TIME.
057818     MOVE ZERO          TO LN-CNT.
057820     IF GF-LN-LEDG-SW = 'Y'
057822         ADD 1 TO LN-CNT
057824         MOVE 'REVLEDG'     TO LN-DSN(LN-CNT)
057826         MOVE 'R'           TO LN-MODE(LN-CNT)
057828     END-IF.
057830     IF GF-LN-POSTR-SW = 'Y'
057832         ADD 1 TO LN-CNT
057834         MOVE 'GLPOSTED'    TO LN-DSN(LN-CNT)
057836         MOVE 'R'           TO LN-MODE(LN-CNT)
057838     END-IF.
057840     IF GF-LN-MAP-SW = 'Y'
057842         ADD 1 TO LN-CNT
057844         MOVE 'GLMAP'       TO LN-DSN(LN-CNT)
057846         MOVE 'R'           TO LN-MODE(LN-CNT)
057848     END-IF.
057850     IF GF-LN-JRNL-SW = 'Y'
057852         ADD 1 TO LN-CNT
057854         MOVE 'GLJRNL'      TO LN-DSN(LN-CNT)
057856         MOVE 'W'           TO LN-MODE(LN-CNT)
057858     END-IF.
057860     IF GF-LN-POSTW-SW = 'Y'
057862         ADD 1 TO LN-CNT
057864         MOVE 'GLPOSTED'    TO LN-DSN(LN-CNT)
057866         MOVE 'W'           TO LN-MODE(LN-CNT)
057868     END-IF.
057870     CALL 'LINEAGE' USING LN-PARM.
057872     MOVE GF-SAVE-RC    TO RETURN-CODE.
057874 8500-EXIT.
057876     EXIT.
057900
058000 9999-EXIT.
058050     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
058100     STOP RUN.
