001400*  SAME BAND'S TOTAL FOR THE MONTH BEFORE, AND WRITTEN TO THE   *
001500*  REVLEDG CLOSING LEDGER UNDER THE SHOP-STANDARD HEADER AND    *
001600*  TRAILER.  FINANCE CLOSES OFF THIS DATASET, NOT A HAND-ADD.   *
001610*  A VARIANCE SECTION FOLLOWS THE TOTAL: EACH BAND'S MONTH AND  *
001620*  YEAR TO DATE AGAINST THE REVBUDG BUDGET MASTER, WITH BANDS   *
001630*  HAVING NO BUDGET OR NO ACTUALS LISTED.  A SECOND SYSIN TOKEN *
001640*  IS THE TOLERANCE IN PERCENT (DEFAULT 10); A BAND OUTSIDE IT  *
001650*  IS FLAGGED REVIEW FOR THE FINANCE REVIEW PACK, RC 4 WITH A   *
001660*  W ALERT.  A TOLERANCE THAT IS NOT NUMERIC IS RC 12.          *
001700*****************************************************************
001800*  MODIFICATION HISTORY                                         *
001900*  2026-09-01  OSG  NEW PROGRAM.                                *
001910*  2026-10-15  OSG  REVARCH WIDENED (GROSS, DISCOUNT, PROMO);   *
001920*                   PROMOTION ROWS SKIPPED - BAND ROWS ARE NET. *
001930*  2026-10-15  OSG  BAND LINES ALSO SHOW GROSS AND DISCOUNT, AND*
001940*                   EACH PROMOTION'S DISCOUNT IS LISTED, FOR THE*
001950*                   GLFEED GENERAL-LEDGER JOURNAL.              *
001960*  2026-10-15  OSG  VARIANCE AGAINST THE REVBUDG BUDGET, MONTH  *
001970*                   AND YEAR TO DATE; A SYSIN TOLERANCE FLAGS   *
001980*                   BANDS FOR REVIEW.                           *
001986*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
001992*                   LINEAGE REGISTER AT END OF JOB.             *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700     SELECT REVLEDG ASSIGN TO REVLEDG
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS RL-L-STATUS.
002910     SELECT OPTIONAL REVBUDG ASSIGN TO REVBUDG
002920         ORGANIZATION LINE SEQUENTIAL
002930         FILE STATUS RL-U-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  REVARCH.
003300 01  REVARCH-LINE             PIC X(70).
003400 FD  REVLEDG.
003500 01  REVLEDG-LINE             PIC X(132).
003510 FD  REVBUDG.
003520 01  REVBUDG-LINE             PIC X(40).
003600 WORKING-STORAGE SECTION.
003700 77  RL-A-STATUS              PIC X(02).
003800 77  RL-L-STATUS              PIC X(02).
003810 77  RL-U-STATUS              PIC X(02).
003900 77  RL-EOF-SW                PIC X(01) VALUE 'N'.
004000     88  RL-EOF                          VALUE 'Y'.
004100 77  RL-MONTH-X               PIC X(08) VALUE SPACES.
004110 77  RL-CARD                  PIC X(80) VALUE SPACES.
004120 77  RL-TOL-X                 PIC X(20) VALUE SPACES.
004130 77  RL-TOL                   PIC 9(03)V9 VALUE 10.
004140 77  RL-YEAR-START            PIC 9(06).
004200 77  RL-MONTH                 PIC 9(06).
004300 77  RL-PREV-MONTH            PIC 9(06).
004400 77  RL-REC-MONTH             PIC 9(06).
004800 77  RL-LINE-CNT              PIC 9(05) COMP VALUE ZERO.
004900 77  RL-TOT-REV               PIC 9(13) VALUE ZERO.
005000 77  RL-PRV-REV               PIC 9(13) VALUE ZERO.
005020 77  RL-LN-ARCH-SW            PIC X(01) VALUE 'N'.
005040 77  RL-LN-BUD-SW             PIC X(01) VALUE 'N'.
005060 77  RL-LN-LEDG-SW            PIC X(01) VALUE 'N'.
005080 77  RL-SAVE-RC               PIC S9(04) COMP.
005100 01  RL-ARCH-REC.
005200     05  RL-R-DATE            PIC 9(08).
005300     05  RL-R-DATE-R REDEFINES RL-R-DATE.
006100     05  RL-R-CNT             PIC 9(07).
006200     05  FILLER               PIC X(01).
006300     05  RL-R-REV             PIC 9(11).
006310     05  FILLER               PIC X(01).
006312     05  RL-R-GROSS           PIC 9(11).
006314     05  FILLER               PIC X(01).
006316     05  RL-R-DISC            PIC 9(11).
006318     05  FILLER               PIC X(01).
006320     05  RL-R-PROMO           PIC X(08).
006400 01  RL-BAND-TBL.
006500     05  RL-BAND OCCURS 20.
006600         10  RL-B-LO          PIC 9(03).
006800         10  RL-B-CNT         PIC 9(09).
006900         10  RL-B-REV         PIC 9(13).
007000         10  RL-B-PRV         PIC 9(13).
007007         10  RL-B-GROSS       PIC 9(13).
007014         10  RL-B-DISC        PIC 9(13).
007021*    THE MONTH'S DISCOUNT BY PROMOTION CODE
007028 01  RL-PROMO-TBL.
007035     05  RL-PROMO OCCURS 100.
007042         10  RL-P-CODE        PIC X(08).
007049         10  RL-P-CNT         PIC 9(09).
007056         10  RL-P-DISC        PIC 9(13).
007063 77  RL-PROMO-CNT             PIC 9(03) COMP VALUE ZERO.
007070 77  RL-PX                    PIC 9(03) COMP.
007077 77  RL-PHIT                  PIC 9(03) COMP.
007084 77  RL-TOT-GROSS             PIC 9(13) VALUE ZERO.
007091 77  RL-TOT-DISC              PIC 9(13) VALUE ZERO.
007100 01  RL-TIMESTAMP.
007200     05  RL-TS-DATE           PIC 9(08).
007300     05  RL-TS-DATE-R REDEFINES RL-TS-DATE.
008100 01  RL-ED-CNT                PIC Z(08)9.
008200 01  RL-ED-REV                PIC Z(12)9.
008300 01  RL-ED-PRV                PIC Z(12)9.
008310 01  RL-ED-GROSS              PIC Z(12)9.
008320 01  RL-ED-DISC               PIC Z(12)9.
008330 01  RL-ED-TOL                PIC ZZ9.9.
008340 01  RL-ED-PCT                PIC -(04)9.9.
008350 01  RL-ED-FLAGS              PIC ZZ9.
008360 01  RL-ED-REJ                PIC ZZZ9.
008400 COPY RPTHDTRL.
008450 COPY LINEAGPM.
008500 COPY CALSVCPM.
008501 COPY REVBUDRC.
008502 COPY EDITNMPM.
008503 COPY ALERTPM.
008504*    EACH BAND'S MONTH AND YEAR TO DATE, ACTUAL AND BUDGET, FOR
008505*    THE VARIANCE SECTION
008506 01  RL-VAR-TBL.
008507     05  RL-VAR OCCURS 40.
008508         10  RL-V-LO          PIC 9(03).
008509         10  RL-V-HI          PIC 9(03).
008510         10  RL-V-ACT-SW      PIC X(01).
008511         10  RL-V-BUD-SW      PIC X(01).
008512         10  RL-V-MCNT        PIC 9(09).
008513         10  RL-V-MREV        PIC 9(13).
008514         10  RL-V-YCNT        PIC 9(09).
008515         10  RL-V-YREV        PIC 9(13).
008516         10  RL-V-BMCNT       PIC 9(09).
008517         10  RL-V-BMREV       PIC 9(13).
008518         10  RL-V-BYCNT       PIC 9(09).
008519         10  RL-V-BYREV       PIC 9(13).
008520 77  RL-VAR-CNT               PIC 9(02) COMP VALUE ZERO.
008521 77  RL-VX                    PIC 9(02) COMP.
008522 77  RL-VHIT                  PIC 9(02) COMP.
008523*    MONTH AND BAND OF EVERY REVBUDG ROW TAKEN, SO A SECOND ROW
008524*    FOR THE SAME MONTH AND BAND IS SET ASIDE
008525 01  RL-SEEN-TBL.
008526     05  RL-S-KEY OCCURS 480  PIC X(12).
008527 77  RL-SEEN-CNT              PIC 9(03) COMP VALUE ZERO.
008528 77  RL-SX                    PIC 9(03) COMP.
008529 77  RL-SHIT                  PIC 9(03) COMP.
008530 01  RL-SEEN-KEY.
008531     05  RL-SK-MONTH          PIC 9(06).
008532     05  RL-SK-LO             PIC 9(03).
008533     05  RL-SK-HI             PIC 9(03).
008534 77  RL-BUD-REJ               PIC 9(04) COMP VALUE ZERO.
008535 77  RL-FLAG-CNT              PIC 9(03) COMP VALUE ZERO.
008536 77  RL-OUT-SW                PIC X(01).
008537     88  RL-OUT                          VALUE 'Y'.
008538 77  RL-FLAG                  PIC X(10).
008539 77  RL-A-CNT                 PIC 9(09).
008540 77  RL-A-REV                 PIC 9(13).
008541 77  RL-U-CNT                 PIC 9(09).
008542 77  RL-U-REV                 PIC 9(13).
008543 77  RL-DIFF                  PIC S9(13).
008544 77  RL-PCT                   PIC S9(04)V9.
008545 01  RL-VAR-HEAD.
008546     05  FILLER               PIC X(38) VALUE
008547         'VAR  BAND    PER  VISITORS    BUDGET  '.
008548     05  FILLER               PIC X(38) VALUE
008549         ' VARIANCE      PCT       REVENUE      '.
008550     05  FILLER               PIC X(37) VALUE
008551         '  BUDGET       VARIANCE      PCT FLAG'.
008552 01  RL-VAR-LINE.
008553     05  FILLER               PIC X(05) VALUE 'VAR  '.
008554     05  RL-VL-LO             PIC ZZ9.
008555     05  FILLER               PIC X(01) VALUE '-'.
008556     05  RL-VL-HI             PIC ZZ9.
008557     05  FILLER               PIC X(01) VALUE SPACE.
008558     05  RL-VL-PER            PIC X(03).
008559     05  FILLER               PIC X(01) VALUE SPACE.
008560     05  RL-VL-CNT            PIC Z(08)9.
008561     05  FILLER               PIC X(01) VALUE SPACE.
008562     05  RL-VL-BCNT           PIC Z(08)9.
008563     05  FILLER               PIC X(01) VALUE SPACE.
008564     05  RL-VL-VCNT           PIC -(09)9.
008565     05  FILLER               PIC X(01) VALUE SPACE.
008566     05  RL-VL-PCNT           PIC X(08).
008567     05  FILLER               PIC X(01) VALUE SPACE.
008568     05  RL-VL-REV            PIC Z(12)9.
008569     05  FILLER               PIC X(01) VALUE SPACE.
008570     05  RL-VL-BREV           PIC Z(12)9.
008571     05  FILLER               PIC X(01) VALUE SPACE.
008572     05  RL-VL-VREV           PIC -(13)9.
008573     05  FILLER               PIC X(01) VALUE SPACE.
008574     05  RL-VL-PREV           PIC X(08).
008575     05  FILLER               PIC X(01) VALUE SPACE.
008576     05  RL-VL-FLAG           PIC X(10).
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*  0000-MAINLINE - GATE ON PERIOD END, AGGREGATE, WRITE.        *
009600         DISPLAY 'REVLEDGR SKIPPED - NOT A PERIOD-END DAY'
009700         GO TO 9999-EXIT
009800     END-IF.
009900*    THE CARD IS <YYYYMM> [<TOLERANCE PERCENT>]
009910     ACCEPT RL-CARD
010000         ON EXCEPTION
010100             MOVE SPACES TO RL-CARD
010200     END-ACCEPT.
010210     UNSTRING RL-CARD DELIMITED BY ALL SPACE
010220         INTO RL-MONTH-X RL-TOL-X.
010300     IF RL-MONTH-X = SPACES
010400         MOVE RL-TS-YYYYMM TO RL-MONTH
010500     ELSE
011000     ELSE
011100         COMPUTE RL-PREV-MONTH = RL-MONTH - 1
011200     END-IF.
011206     COMPUTE RL-YEAR-START =
011212         RL-MONTH - FUNCTION MOD(RL-MONTH 100) + 1.
011218     IF RL-TOL-X NOT = SPACES
011224         MOVE RL-TOL-X TO EN-TOKEN
011230         CALL 'EDITNUM' USING EN-PARM
011236         IF EN-STATUS = 'B'
011242            OR FUNCTION NUMVAL(RL-TOL-X) < ZERO
011248            OR FUNCTION NUMVAL(RL-TOL-X) > 999
011254             DISPLAY 'REVLEDGR CARD REJECTED - TOLERANCE '
011255                     RL-TOL-X
011260             MOVE 12 TO RETURN-CODE
011266             GO TO 9999-EXIT
011272         END-IF
011278         MOVE FUNCTION NUMVAL(RL-TOL-X) TO RL-TOL
011284     END-IF.
011300     PERFORM 1000-LOAD-ARCHIVE THRU 1000-EXIT.
011310     PERFORM 1500-LOAD-BUDGET THRU 1500-EXIT.
011400     PERFORM 3000-WRITE-LEDGER THRU 3000-EXIT.
011410     IF RL-FLAG-CNT > ZERO OR RL-BUD-REJ > ZERO
011420         PERFORM 8100-POST-ALERT THRU 8100-EXIT
011430         MOVE 4 TO RETURN-CODE
011440     END-IF.
011500     GO TO 9999-EXIT.
011600
011700 1000-LOAD-ARCHIVE.
012100         MOVE 16 TO RETURN-CODE
012200         GO TO 9999-EXIT
012300     END-IF.
012350     MOVE 'Y' TO RL-LN-ARCH-SW.
012400     PERFORM UNTIL RL-EOF
012500         READ REVARCH INTO RL-ARCH-REC
012600             AT END
012700                 MOVE 'Y' TO RL-EOF-SW
012800             NOT AT END
012900                 MOVE RL-R-YYYYMM TO RL-REC-MONTH
013000                 IF (RL-REC-MONTH = RL-MONTH
013100                    OR RL-REC-MONTH = RL-PREV-MONTH)
013110                    AND RL-R-PROMO = SPACES
013200                     PERFORM 1100-TALLY-ROW THRU 1100-EXIT
013300                 END-IF
013310                 IF RL-REC-MONTH = RL-MONTH
013320                    AND RL-R-PROMO NOT = SPACES
013330                     PERFORM 1200-TALLY-PROMO THRU 1200-EXIT
013331                 END-IF
013332                 IF RL-REC-MONTH >= RL-YEAR-START
013333                    AND RL-REC-MONTH <= RL-MONTH
013334                    AND RL-R-PROMO = SPACES
013335                     PERFORM 1300-TALLY-ACTUAL THRU 1300-EXIT
013340                 END-IF
013400         END-READ
013500     END-PERFORM.
013600     CLOSE REVARCH.
016100         MOVE ZERO TO RL-B-CNT(RL-HIT)
016200                      RL-B-REV(RL-HIT)
016300                      RL-B-PRV(RL-HIT)
016310                      RL-B-GROSS(RL-HIT)
016320                      RL-B-DISC(RL-HIT)
016400     END-IF.
016500     IF RL-REC-MONTH = RL-MONTH
016600         ADD RL-R-CNT TO RL-B-CNT(RL-HIT)
016700         ADD RL-R-REV TO RL-B-REV(RL-HIT)
016800         ADD RL-R-REV TO RL-TOT-REV
016900*        ROWS ARCHIVED BEFORE PROMOTIONS CARRY NET ONLY
016910         IF RL-R-GROSS IS NUMERIC AND RL-R-DISC IS NUMERIC
016920             ADD RL-R-GROSS TO RL-B-GROSS(RL-HIT) RL-TOT-GROSS
016930             ADD RL-R-DISC TO RL-B-DISC(RL-HIT) RL-TOT-DISC
016940         ELSE
016950             ADD RL-R-REV TO RL-B-GROSS(RL-HIT) RL-TOT-GROSS
016960         END-IF
016970     ELSE
017000         ADD RL-R-REV TO RL-B-PRV(RL-HIT)
017100         ADD RL-R-REV TO RL-PRV-REV
017200     END-IF.
017300 1100-EXIT.
017303     EXIT.
017306
017309 1200-TALLY-PROMO.
017312     IF RL-R-DISC IS NOT NUMERIC
017315         GO TO 1200-EXIT
017318     END-IF.
017321     MOVE ZERO TO RL-PHIT.
017324     PERFORM VARYING RL-PX FROM 1 BY 1
017327         UNTIL RL-PX > RL-PROMO-CNT
017330         IF RL-P-CODE(RL-PX) = RL-R-PROMO
017333            AND RL-PHIT = ZERO
017336             MOVE RL-PX TO RL-PHIT
017339         END-IF
017342     END-PERFORM.
017345     IF RL-PHIT = ZERO
017348         IF RL-PROMO-CNT >= 100
017351             DISPLAY 'REVARCH EXCEEDS THE 100-PROMOTION TABLE - '
017354                     'RUN ABANDONED'
017357             MOVE 16 TO RETURN-CODE
017360             GO TO 9999-EXIT
017363         END-IF
017366         ADD 1 TO RL-PROMO-CNT
017369         MOVE RL-PROMO-CNT TO RL-PHIT
017372         MOVE RL-R-PROMO TO RL-P-CODE(RL-PHIT)
017375         MOVE ZERO TO RL-P-CNT(RL-PHIT)
017378                      RL-P-DISC(RL-PHIT)
017381     END-IF.
017384     ADD RL-R-CNT TO RL-P-CNT(RL-PHIT).
017387     ADD RL-R-DISC TO RL-P-DISC(RL-PHIT).
017390 1200-EXIT.
017400     EXIT.
017500
017501 1300-TALLY-ACTUAL.
017502     MOVE RL-R-LO TO RL-SK-LO.
017503     MOVE RL-R-HI TO RL-SK-HI.
017504     PERFORM 1400-FIND-VARIANCE THRU 1400-EXIT.
017505     ADD RL-R-CNT TO RL-V-YCNT(RL-VHIT).
017506     ADD RL-R-REV TO RL-V-YREV(RL-VHIT).
017507     IF RL-REC-MONTH = RL-MONTH
017508         MOVE 'Y' TO RL-V-ACT-SW(RL-VHIT)
017509         ADD RL-R-CNT TO RL-V-MCNT(RL-VHIT)
017510         ADD RL-R-REV TO RL-V-MREV(RL-VHIT)
017511     END-IF.
017512 1300-EXIT.
017513     EXIT.
017514
017515 1400-FIND-VARIANCE.
017516     MOVE ZERO TO RL-VHIT.
017517     PERFORM VARYING RL-VX FROM 1 BY 1
017518         UNTIL RL-VX > RL-VAR-CNT
017519         IF RL-V-LO(RL-VX) = RL-SK-LO
017520            AND RL-V-HI(RL-VX) = RL-SK-HI
017521            AND RL-VHIT = ZERO
017522             MOVE RL-VX TO RL-VHIT
017523         END-IF
017524     END-PERFORM.
017525     IF RL-VHIT = ZERO
017526         IF RL-VAR-CNT >= 40
017527             DISPLAY 'REVARCH AND REVBUDG EXCEED THE 40-BAND '
017528                     'VARIANCE TABLE - RUN ABANDONED'
017529             MOVE 16 TO RETURN-CODE
017530             GO TO 9999-EXIT
017531         END-IF
017532         ADD 1 TO RL-VAR-CNT
017533         MOVE RL-VAR-CNT TO RL-VHIT
017534         MOVE RL-SK-LO TO RL-V-LO(RL-VHIT)
017535         MOVE RL-SK-HI TO RL-V-HI(RL-VHIT)
017536         MOVE 'N' TO RL-V-ACT-SW(RL-VHIT)
017537                     RL-V-BUD-SW(RL-VHIT)
017538         MOVE ZERO TO RL-V-MCNT(RL-VHIT)
017539                      RL-V-MREV(RL-VHIT)
017540                      RL-V-YCNT(RL-VHIT)
017541                      RL-V-YREV(RL-VHIT)
017542                      RL-V-BMCNT(RL-VHIT)
017543                      RL-V-BMREV(RL-VHIT)
017544                      RL-V-BYCNT(RL-VHIT)
017545                      RL-V-BYREV(RL-VHIT)
017546     END-IF.
017547 1400-EXIT.
017548     EXIT.
017549
017550*****************************************************************
017551*  1500-LOAD-BUDGET - THE REVBUDG ROWS FROM JANUARY TO THE      *
017552*  LEDGER MONTH.  NO REVBUDG LEAVES EVERY BAND UNBUDGETED.      *
017553*****************************************************************
017554 1500-LOAD-BUDGET.
017555     MOVE 'N' TO RL-EOF-SW.
017556     OPEN INPUT REVBUDG.
017557     IF RL-U-STATUS = '05'
017558         DISPLAY 'REVBUDG NOT ON FILE - NO BAND IS BUDGETED'
017559     ELSE
017560         IF RL-U-STATUS NOT = '00'
017561             DISPLAY 'REVBUDG NOT AVAILABLE, STATUS ' RL-U-STATUS
017562             MOVE 16 TO RETURN-CODE
017563             GO TO 9999-EXIT
017564         END-IF
017565     END-IF.
017567     IF RL-U-STATUS = '00'
017569         MOVE 'Y' TO RL-LN-BUD-SW
017571     END-IF.
017573     PERFORM UNTIL RL-EOF
017575         READ REVBUDG INTO RB-REC
017577             AT END
017579                 MOVE 'Y' TO RL-EOF-SW
017581             NOT AT END
017583                 PERFORM 1600-ONE-BUDGET THRU 1600-EXIT
017585         END-READ
017587     END-PERFORM.
017589     CLOSE REVBUDG.
017591 1500-EXIT.
017593     EXIT.
017595
017597 1600-ONE-BUDGET.
017599     IF RB-REC = SPACES OR RB-REC(1:1) = '*'
017601         GO TO 1600-EXIT
017603     END-IF.
017605     IF RB-YYYYMM IS NOT NUMERIC OR RB-LO IS NOT NUMERIC
017607        OR RB-HI IS NOT NUMERIC OR RB-CNT IS NOT NUMERIC
017609        OR RB-REV IS NOT NUMERIC
017611         DISPLAY 'REVBUDG ROW NOT READABLE - ' RB-REC
017613         ADD 1 TO RL-BUD-REJ
017615         GO TO 1600-EXIT
017617     END-IF.
017619     IF RB-YYYYMM < RL-YEAR-START OR RB-YYYYMM > RL-MONTH
017621         GO TO 1600-EXIT
017623     END-IF.
017625     MOVE RB-YYYYMM TO RL-SK-MONTH.
017627     MOVE RB-LO TO RL-SK-LO.
017629     MOVE RB-HI TO RL-SK-HI.
017631     MOVE ZERO TO RL-SHIT.
017633     PERFORM VARYING RL-SX FROM 1 BY 1
017635         UNTIL RL-SX > RL-SEEN-CNT
017637         IF RL-S-KEY(RL-SX) = RL-SEEN-KEY
017639            AND RL-SHIT = ZERO
017641             MOVE RL-SX TO RL-SHIT
017643         END-IF
017645     END-PERFORM.
017647     IF RL-SHIT NOT = ZERO
017649         DISPLAY 'REVBUDG DUPLICATE ROW SET ASIDE - ' RB-REC
017651         ADD 1 TO RL-BUD-REJ
017653         GO TO 1600-EXIT
017655     END-IF.
017657     IF RL-SEEN-CNT >= 480
017659         DISPLAY 'REVBUDG EXCEEDS THE 480-ROW TABLE - '
017661                 'RUN ABANDONED'
017663         MOVE 16 TO RETURN-CODE
017665         GO TO 9999-EXIT
017667     END-IF.
017669     ADD 1 TO RL-SEEN-CNT.
017671     MOVE RL-SEEN-KEY TO RL-S-KEY(RL-SEEN-CNT).
017673     PERFORM 1400-FIND-VARIANCE THRU 1400-EXIT.
017675     ADD RB-CNT TO RL-V-BYCNT(RL-VHIT).
017677     ADD RB-REV TO RL-V-BYREV(RL-VHIT).
017679     IF RB-YYYYMM = RL-MONTH
017681         MOVE 'Y' TO RL-V-BUD-SW(RL-VHIT)
017683         ADD RB-CNT TO RL-V-BMCNT(RL-VHIT)
017685         ADD RB-REV TO RL-V-BMREV(RL-VHIT)
017687     END-IF.
017689 1600-EXIT.
017691     EXIT.
017693
017695 3000-WRITE-LEDGER.
017700     OPEN OUTPUT REVLEDG.
017800     IF RL-L-STATUS NOT = '00'
017900         DISPLAY 'REVLEDG DATASET NOT USABLE, STATUS '
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9999-EXIT
018300     END-IF.
018350     MOVE 'Y' TO RL-LN-LEDG-SW.
018400     MOVE RL-TS-DATE   TO HT-H-DATE.
018500     MOVE RL-TS-HHMMSS TO HT-H-TIME.
018600     MOVE 'REVLEDGR'   TO HT-H-PROGRAM.
019500     PERFORM 3100-ONE-BAND THRU 3100-EXIT
019600         VARYING RL-IX FROM 1 BY 1
019700         UNTIL RL-IX > RL-BAND-CNT.
019710     PERFORM 3200-ONE-PROMO THRU 3200-EXIT
019720         VARYING RL-PX FROM 1 BY 1
019730         UNTIL RL-PX > RL-PROMO-CNT.
019800     MOVE RL-TOT-REV TO RL-ED-REV.
019900     MOVE RL-PRV-REV TO RL-ED-PRV.
019910     MOVE RL-TOT-GROSS TO RL-ED-GROSS.
019920     MOVE RL-TOT-DISC TO RL-ED-DISC.
020000     MOVE SPACES TO REVLEDG-LINE.
020100     STRING 'TOTAL REVENUE ' RL-ED-REV
020200            ' LAST PERIOD ' RL-ED-PRV
020210            ' GROSS ' RL-ED-GROSS
020220            ' DISCOUNT ' RL-ED-DISC
020300         DELIMITED BY SIZE INTO REVLEDG-LINE.
020400     WRITE REVLEDG-LINE.
020500     ADD 1 TO RL-LINE-CNT.
020510     PERFORM 3300-VARIANCE THRU 3300-EXIT.
020600     MOVE RL-LINE-CNT TO HT-T-COUNT.
020700     WRITE REVLEDG-LINE FROM HT-TRAILER.
020800     CLOSE REVLEDG.
021500     MOVE RL-B-CNT(RL-IX) TO RL-ED-CNT.
021600     MOVE RL-B-REV(RL-IX) TO RL-ED-REV.
021700     MOVE RL-B-PRV(RL-IX) TO RL-ED-PRV.
021710     MOVE RL-B-GROSS(RL-IX) TO RL-ED-GROSS.
021720     MOVE RL-B-DISC(RL-IX) TO RL-ED-DISC.
021800     MOVE SPACES TO REVLEDG-LINE.
021900     STRING 'BAND ' RL-ED-LO ' - ' RL-ED-HI
022000            ' VISITORS ' RL-ED-CNT
022100            ' REVENUE ' RL-ED-REV
022200            ' LAST PERIOD ' RL-ED-PRV
022210            ' GROSS ' RL-ED-GROSS
022220            ' DISCOUNT ' RL-ED-DISC
022300         DELIMITED BY SIZE INTO REVLEDG-LINE.
022400     WRITE REVLEDG-LINE.
022500     ADD 1 TO RL-LINE-CNT.
022600 3100-EXIT.
022700     EXIT.
022800
022807 3200-ONE-PROMO.
022814     MOVE RL-P-CNT(RL-PX)  TO RL-ED-CNT.
022821     MOVE RL-P-DISC(RL-PX) TO RL-ED-DISC.
022828     MOVE SPACES TO REVLEDG-LINE.
022835     STRING 'PROMOTION ' RL-P-CODE(RL-PX)
022842            ' VISITORS ' RL-ED-CNT
022849            ' DISCOUNT ' RL-ED-DISC
022856         DELIMITED BY SIZE INTO REVLEDG-LINE.
022863     WRITE REVLEDG-LINE.
022870     ADD 1 TO RL-LINE-CNT.
022877 3200-EXIT.
022884     EXIT.
022891
022901*****************************************************************
022911*  3300-VARIANCE - EACH BAND AGAINST REVBUDG, THE MONTH ON A    *
022921*  'MTH' LINE AND THE YEAR TO DATE ON A 'YTD' LINE.  ONLY THE   *
022931*  MONTH IS FLAGGED: NO BUDGET, NO ACTUALS, OR REVIEW WHEN THE  *
022941*  VISITORS OR REVENUE ARE OUTSIDE THE TOLERANCE EITHER WAY.    *
022951*****************************************************************
022961 3300-VARIANCE.
022971     MOVE RL-TOL TO RL-ED-TOL.
022981     MOVE SPACES TO REVLEDG-LINE.
022991     STRING 'VARIANCE AGAINST REVBUDG FOR ' RL-MONTH
023001            ' YEAR TO DATE FROM ' RL-YEAR-START
023011            ' TOLERANCE ' RL-ED-TOL ' PCT'
023021         DELIMITED BY SIZE INTO REVLEDG-LINE.
023031     WRITE REVLEDG-LINE.
023041     WRITE REVLEDG-LINE FROM RL-VAR-HEAD.
023051     ADD 2 TO RL-LINE-CNT.
023061     PERFORM 3400-ONE-VARIANCE THRU 3400-EXIT
023071         VARYING RL-VX FROM 1 BY 1
023081         UNTIL RL-VX > RL-VAR-CNT.
023091     MOVE RL-FLAG-CNT TO RL-ED-FLAGS.
023101     MOVE RL-BUD-REJ TO RL-ED-REJ.
023111     MOVE SPACES TO REVLEDG-LINE.
023121     STRING 'VAR  BANDS FLAGGED FOR REVIEW ' RL-ED-FLAGS
023131            ' REVBUDG ROWS SET ASIDE ' RL-ED-REJ
023141         DELIMITED BY SIZE INTO REVLEDG-LINE.
023151     WRITE REVLEDG-LINE.
023161     ADD 1 TO RL-LINE-CNT.
023171 3300-EXIT.
023181     EXIT.
023191
023201 3400-ONE-VARIANCE.
023211     MOVE RL-V-LO(RL-VX) TO RL-VL-LO.
023221     MOVE RL-V-HI(RL-VX) TO RL-VL-HI.
023231     MOVE SPACES TO RL-FLAG.
023241     IF RL-V-ACT-SW(RL-VX) = 'Y' AND RL-V-BUD-SW(RL-VX) = 'N'
023251         MOVE 'NO BUDGET' TO RL-FLAG
023261     END-IF.
023271     IF RL-V-ACT-SW(RL-VX) = 'N' AND RL-V-BUD-SW(RL-VX) = 'Y'
023281         MOVE 'NO ACTUALS' TO RL-FLAG
023291     END-IF.
023301     MOVE 'MTH' TO RL-VL-PER.
023311     MOVE RL-V-MCNT(RL-VX)  TO RL-A-CNT.
023321     MOVE RL-V-MREV(RL-VX)  TO RL-A-REV.
023331     MOVE RL-V-BMCNT(RL-VX) TO RL-U-CNT.
023341     MOVE RL-V-BMREV(RL-VX) TO RL-U-REV.
023351     PERFORM 3500-FORMAT-VARIANCE THRU 3500-EXIT.
023361     IF RL-FLAG = SPACES AND RL-OUT
023371         MOVE 'REVIEW' TO RL-FLAG
023381     END-IF.
023391     IF RL-FLAG NOT = SPACES
023401         ADD 1 TO RL-FLAG-CNT
023411     END-IF.
023421     MOVE RL-FLAG TO RL-VL-FLAG.
023431     WRITE REVLEDG-LINE FROM RL-VAR-LINE.
023441     MOVE 'YTD' TO RL-VL-PER.
023451     MOVE RL-V-YCNT(RL-VX)  TO RL-A-CNT.
023461     MOVE RL-V-YREV(RL-VX)  TO RL-A-REV.
023471     MOVE RL-V-BYCNT(RL-VX) TO RL-U-CNT.
023481     MOVE RL-V-BYREV(RL-VX) TO RL-U-REV.
023491     PERFORM 3500-FORMAT-VARIANCE THRU 3500-EXIT.
023501     MOVE SPACES TO RL-VL-FLAG.
023511     WRITE REVLEDG-LINE FROM RL-VAR-LINE.
023521     ADD 2 TO RL-LINE-CNT.
023531 3400-EXIT.
023541     EXIT.
023551
023561*    ACTUAL LESS BUDGET, AND AS A PERCENTAGE OF BUDGET WHERE THERE
023571*    IS ONE - NO BUDGET LEAVES THE PERCENTAGE BLANK
023581 3500-FORMAT-VARIANCE.
023591     MOVE 'N' TO RL-OUT-SW.
023601     MOVE RL-A-CNT TO RL-VL-CNT.
023611     MOVE RL-U-CNT TO RL-VL-BCNT.
023621     COMPUTE RL-DIFF = RL-A-CNT - RL-U-CNT.
023631     MOVE RL-DIFF TO RL-VL-VCNT.
023641     MOVE SPACES TO RL-VL-PCNT.
023651     IF RL-U-CNT > ZERO
023661         COMPUTE RL-PCT ROUNDED = RL-DIFF * 100 / RL-U-CNT
023671             ON SIZE ERROR
023681                 MOVE 9999.9 TO RL-PCT
023691         END-COMPUTE
023701         MOVE RL-PCT TO RL-ED-PCT
023711         STRING RL-ED-PCT '%' DELIMITED BY SIZE INTO RL-VL-PCNT
023721         IF RL-PCT > RL-TOL OR RL-PCT + RL-TOL < ZERO
023731             MOVE 'Y' TO RL-OUT-SW
023741         END-IF
023751     END-IF.
023761     MOVE RL-A-REV TO RL-VL-REV.
023771     MOVE RL-U-REV TO RL-VL-BREV.
023781     COMPUTE RL-DIFF = RL-A-REV - RL-U-REV.
023791     MOVE RL-DIFF TO RL-VL-VREV.
023801     MOVE SPACES TO RL-VL-PREV.
023811     IF RL-U-REV > ZERO
023821         COMPUTE RL-PCT ROUNDED = RL-DIFF * 100 / RL-U-REV
023831             ON SIZE ERROR
023841                 MOVE 9999.9 TO RL-PCT
023851         END-COMPUTE
023861         MOVE RL-PCT TO RL-ED-PCT
023871         STRING RL-ED-PCT '%' DELIMITED BY SIZE INTO RL-VL-PREV
023881         IF RL-PCT > RL-TOL OR RL-PCT + RL-TOL < ZERO
023891             MOVE 'Y' TO RL-OUT-SW
023901         END-IF
023911     END-IF.
023921 3500-EXIT.
023931     EXIT.
023932
023933 8000-RECORD-LINEAGE.
023934*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
023935*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
023936*    RETURN-CODE, SO IT IS PUT BACK.
023937     MOVE RETURN-CODE   TO RL-SAVE-RC.
023938     MOVE 'REVLEDGR'    TO LN-PROGRAM.
023939     MOVE RL-TS-HHMMSS  TO LN-START-TIME.
023940     MOVE ZERO          TO LN-CNT.
023941     IF RL-LN-ARCH-SW = 'Y'
023942         ADD 1 TO LN-CNT
023943         MOVE 'REVARCH'     TO LN-DSN(LN-CNT)
023944         MOVE 'R'           TO LN-MODE(LN-CNT)
023945     END-IF.
023946     IF RL-LN-BUD-SW = 'Y'
023947         ADD 1 TO LN-CNT
023948         MOVE 'REVBUDG'     TO LN-DSN(LN-CNT)
023949         MOVE 'R'           TO LN-MODE(LN-CNT)
023950     END-IF.
023951     IF RL-LN-LEDG-SW = 'Y'
023952         ADD 1 TO LN-CNT
023953         MOVE 'REVLEDG'     TO LN-DSN(LN-CNT)
023954         MOVE 'W'           TO LN-MODE(LN-CNT)
023955     END-IF.
023956     CALL 'LINEAGE' USING LN-PARM.
023957     MOVE RL-SAVE-RC    TO RETURN-CODE.
023958 8000-EXIT.
023959     EXIT.
023960
023961 8100-POST-ALERT.
023962     MOVE RL-FLAG-CNT TO RL-ED-FLAGS.
023971     MOVE RL-BUD-REJ TO RL-ED-REJ.
023981     MOVE SPACES TO AL-PARM.
023991     MOVE 'REVLEDGR' TO AL-SOURCE.
024001     MOVE 'W' TO AL-SEVERITY.
024011     MOVE 'REVLEDG' TO AL-DSN.
024021     STRING RL-ED-FLAGS ' BAND(S) FOR REVIEW ' RL-MONTH ', '
024031            RL-ED-REJ ' BUDGET ROW(S) SET ASIDE'
024041         DELIMITED BY SIZE INTO AL-TEXT.
024051     CALL 'ALERTSVC' USING AL-PARM.
024061 8100-EXIT.
024071     EXIT.
024081
024091 9999-EXIT.
024096     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
024101     STOP RUN.
