001600*  M HINT LINES PER CASE) READY TO STACK AND RUN.  AN ANSWER    *
001700*  THAT CANNOT BE MADE UNAMBIGUOUS OR FAILS THE EDITS IS        *
001800*  REPORTED AND ENDS THE RUN RC 4.                              *
001808*  EVERY CASE IS FIRST CHECKED AGAINST THE PUZZREG REGISTRY OF  *
001816*  PUBLISHED PUZZLES: AN ANSWER ALREADY PUBLISHED WITHIN THE    *
001824*  REUSE WINDOW OF THE NEW CASE'S RUN DATE, OR A HINT SET       *
001832*  IDENTICAL TO ONE EVER PUBLISHED, IS REJECTED (RC 4) AND      *
001840*  NOT WRITTEN.  THE WINDOW IS AN OPTIONAL FIRST CARD           *
001848*  'WINDOW NNN' (DAYS, DEFAULT 30).  EACH ACCEPTED CASE TAKES   *
001856*  THE NEXT CALSVC BUSINESS DAY AS ITS RUN DATE - AFTER THE     *
001864*  BATCH DATE AND AFTER THE LAST DATE ALREADY ON THE REGISTRY   *
001872*  - IS ADDED TO PUZZREG AND LISTED ON THE PUBSCHED             *
001880*  PUBLICATION SCHEDULE IN HINTOUT CASE ORDER.  WITH NO         *
001888*  CALENDAR THE RUN DATES ARE PLAIN CALENDAR DAYS (RC 4).       *
001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-09-01  OSG  NEW PROGRAM.                                *
002110*  2026-10-15  OSG  PUZZREG PUBLISHED-PUZZLE REGISTRY: ANSWER   *
002120*                   REUSE WINDOW, REPEATED HINT SETS REJECTED,  *
002130*                   RUN DATES FROM CALSVC ON PUBSCHED.          *
002144*  2026-10-15  OSG  REJECTED CARDS AND CASES POSTED TO THE      *
002158*                   ALERT QUEUE.                                *
002172*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002186*                   LINEAGE REGISTER AT END OF JOB.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002600     SELECT HINTOUT ASSIGN TO HINTOUT
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS HG-O-STATUS.
002810     SELECT OPTIONAL PUZZREG ASSIGN TO PUZZREG
002820         ORGANIZATION LINE SEQUENTIAL
002830         FILE STATUS HG-R-STATUS.
002840     SELECT PUBSCHED ASSIGN TO PUBSCHED
002850         ORGANIZATION LINE SEQUENTIAL
002860         FILE STATUS HG-P-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  HINTOUT.
003200 01  HINTOUT-LINE             PIC X(10).
003210 FD  PUZZREG.
003220 01  PUZZREG-LINE             PIC X(42).
003230 FD  PUBSCHED.
003240 01  PUBSCHED-LINE            PIC X(60).
003300 WORKING-STORAGE SECTION.
003400 77  HG-O-STATUS              PIC X(02).
003406 77  HG-R-STATUS              PIC X(02).
003412 77  HG-P-STATUS              PIC X(02).
003418 77  HG-REG-EOF-SW            PIC X(01) VALUE 'N'.
003424     88  HG-REG-EOF                      VALUE 'Y'.
003430 77  HG-CARD-CNT              PIC 9(05) COMP VALUE ZERO.
003436 77  HG-CASE-CNT              PIC 9(05) COMP VALUE ZERO.
003442 77  HG-REG-CNT               PIC 9(05) COMP VALUE ZERO.
003448 77  HG-RX                    PIC 9(05) COMP.
003454 77  HG-WINDOW                PIC 9(03) VALUE 30.
003460 77  HG-DATE-INT              PIC 9(07) COMP.
003466 77  HG-GAP                   PIC S9(07) COMP.
003472 77  HG-WALK-CNT              PIC 9(03) COMP.
003478 77  HG-CAL-SW                PIC X(01) VALUE 'Y'.
003484     88  HG-CAL-MISSING                  VALUE 'N'.
003500 77  HG-CARD-EOF-SW           PIC X(01) VALUE 'N'.
003600     88  HG-CARD-EOF                     VALUE 'Y'.
003700 77  HG-N                     PIC 9(01).
004100 77  HG-KX                    PIC 9(01) COMP.
004200 77  HG-BAD-SW                PIC X(01).
004300 77  HG-WORST-RC              PIC 9(04) VALUE ZERO.
004316 77  HG-LN-OUT-SW             PIC X(01) VALUE 'N'.
004332 77  HG-LN-REGR-SW            PIC X(01) VALUE 'N'.
004348 77  HG-LN-REGW-SW            PIC X(01) VALUE 'N'.
004364 77  HG-LN-SCH-SW             PIC X(01) VALUE 'N'.
004380 77  HG-SAVE-RC               PIC S9(04) COMP.
004400 01  HG-CARD                  PIC X(20).
004406 01  HG-TOK1                  PIC X(08).
004412 01  HG-TOK2                  PIC X(08).
004414 01  HG-ED-CASES              PIC Z(04)9.
004416 01  HG-ED-CARDS              PIC Z(04)9.
004418 01  HG-TODAY                 PIC 9(08).
004424*    THE LAST RUN DATE TAKEN, AND THE ONE THE CASE IN HAND
004430*    WOULD GET IF IT IS ACCEPTED
004436 01  HG-LAST-PUB              PIC 9(08).
004442 01  HG-PUB-DATE              PIC 9(08).
004448 01  HG-HINTSET               PIC X(20).
004454 01  HG-HS-PTR                PIC 9(03) COMP.
004460 01  HG-REG-TBL.
004466     05  HG-REG OCCURS 5000.
004472         10  HG-G-DATE        PIC 9(08).
004478         10  HG-G-ANSWER      PIC X(03).
004484         10  HG-G-HINTS       PIC X(20).
004500 01  HG-ANSWER                PIC X(03).
004600 01  HG-SLOTS.
004700     05  HG-SLOT              PIC X(01) OCCURS 3.
006300     05  HG-HINT-S            PIC 9(01).
006400     05  FILLER               PIC X(01) VALUE SPACE.
006500     05  HG-HINT-C            PIC 9(01).
006510 01  HG-SCHED-LINE.
006520     05  HG-S-DATE            PIC 9(08).
006530     05  FILLER               PIC X(09) VALUE '  ANSWER '.
006540     05  HG-S-ANSWER          PIC X(03).
006550     05  FILLER               PIC X(07) VALUE '  CASE '.
006560     05  HG-S-CASE            PIC Z(04)9.
006570     05  FILLER               PIC X(08) VALUE '  HINTS '.
006580     05  HG-S-HINTS           PIC X(20).
006600     05  FILLER               PIC X(08) VALUE SPACES.
006610 COPY PUZREGRC.
006620 COPY CALSVCPM.
006630 COPY BATCHDPM.
006653 COPY ALERTPM.
006676 COPY LINEAGPM.
006700 PROCEDURE DIVISION.
006800*****************************************************************
006900*  0000-MAINLINE - ONE DECK CASE PER ANSWER CARD.               *
007600         MOVE 16 TO RETURN-CODE
007700         GO TO 9999-EXIT
007800     END-IF.
007805     MOVE 'Y' TO HG-LN-OUT-SW.
007810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     PERFORM 2000-ONE-ANSWER THRU 2000-EXIT
008000         UNTIL HG-CARD-EOF.
008100     CLOSE HINTOUT PUZZREG PUBSCHED.
008200     IF HG-WORST-RC NOT = ZERO
008233*        EVERY REJECTED CARD OR CASE IS ONE ALERT FOR THE RUN
008266         PERFORM 8100-POST-ALERT THRU 8100-EXIT
008300         MOVE HG-WORST-RC TO RETURN-CODE
008400     END-IF.
008500     GO TO 9999-EXIT.
008600
008601*    THE REGISTRY SO FAR, THE SCHEDULE OUTPUT AND THE DATE THE
008602*    FIRST RUN DATE IS COUNTED FROM
008603 1000-INITIALIZE.
008604     ACCEPT HG-TODAY FROM DATE YYYYMMDD.
008605     MOVE HG-TODAY TO BD-DATE.
008606     CALL 'BATCHDT' USING BD-PARM
008607         ON EXCEPTION
008608             MOVE HG-TODAY TO BD-DATE
008609     END-CALL.
008610     MOVE BD-DATE TO HG-TODAY.
008611     MOVE HG-TODAY TO HG-LAST-PUB.
008612     OPEN INPUT PUZZREG.
008613     IF HG-R-STATUS NOT = '00' AND HG-R-STATUS NOT = '05'
008614         DISPLAY 'PUZZREG NOT USABLE, STATUS ' HG-R-STATUS
008615         MOVE 16 TO RETURN-CODE
008616         GO TO 9999-EXIT
008617     END-IF.
008618     IF HG-R-STATUS = '00'
008619         MOVE 'Y' TO HG-LN-REGR-SW
008620     END-IF.
008621     PERFORM UNTIL HG-REG-EOF
008622         READ PUZZREG INTO PZ-REC
008623             AT END
008624                 MOVE 'Y' TO HG-REG-EOF-SW
008625             NOT AT END
008626                 PERFORM 1100-LOAD-ENTRY THRU 1100-EXIT
008627         END-READ
008628     END-PERFORM.
008629     CLOSE PUZZREG.
008630     OPEN EXTEND PUZZREG.
008631     IF HG-R-STATUS NOT = '00' AND HG-R-STATUS NOT = '05'
008632         DISPLAY 'PUZZREG NOT USABLE, STATUS ' HG-R-STATUS
008633         MOVE 16 TO RETURN-CODE
008634         GO TO 9999-EXIT
008635     END-IF.
008636     MOVE 'Y' TO HG-LN-REGW-SW.
008637     OPEN OUTPUT PUBSCHED.
008638     IF HG-P-STATUS NOT = '00'
008639         DISPLAY 'PUBSCHED DATASET NOT USABLE, STATUS '
008640                 HG-P-STATUS
008641         MOVE 16 TO RETURN-CODE
008642         GO TO 9999-EXIT
008643     END-IF.
008644     MOVE 'Y' TO HG-LN-SCH-SW.
008645 1000-EXIT.
008646     EXIT.
008647
008649 1100-LOAD-ENTRY.
008651     IF PZ-PUB-DATE IS NOT NUMERIC
008653         GO TO 1100-EXIT
008655     END-IF.
008657     IF HG-REG-CNT >= 5000
008659         DISPLAY 'PUZZREG EXCEEDS THE 5000-ENTRY TABLE - '
008661                 'RUN ABANDONED'
008663         MOVE 16 TO RETURN-CODE
008665         GO TO 9999-EXIT
008667     END-IF.
008669     ADD 1 TO HG-REG-CNT.
008671     MOVE PZ-PUB-DATE TO HG-G-DATE(HG-REG-CNT).
008673     MOVE PZ-ANSWER   TO HG-G-ANSWER(HG-REG-CNT).
008675     MOVE PZ-HINTS    TO HG-G-HINTS(HG-REG-CNT).
008677     IF PZ-PUB-DATE > HG-LAST-PUB
008679         MOVE PZ-PUB-DATE TO HG-LAST-PUB
008681     END-IF.
008683 1100-EXIT.
008685     EXIT.
008700 2000-ONE-ANSWER.
008800     MOVE SPACES TO HG-CARD.
008900     ACCEPT HG-CARD
009500         MOVE 'Y' TO HG-CARD-EOF-SW
009600         GO TO 2000-EXIT
009700     END-IF.
009710     ADD 1 TO HG-CARD-CNT.
009720     IF HG-CARD(1:7) = 'WINDOW '
009730         PERFORM 2050-WINDOW-CARD THRU 2050-EXIT
009740         GO TO 2000-EXIT
009750     END-IF.
009800     MOVE SPACES TO HG-ANSWER.
009900     UNSTRING HG-CARD DELIMITED BY ALL SPACE
010000         INTO HG-ANSWER.
010700 2000-EXIT.
010800     EXIT.
010900
010904 2050-WINDOW-CARD.
010908     IF HG-CARD-CNT > 1
010912         DISPLAY 'WINDOW CARD MUST COME FIRST - IGNORED: '
010916                 HG-CARD
010920         MOVE 4 TO HG-WORST-RC
010924         GO TO 2050-EXIT
010928     END-IF.
010932     MOVE SPACES TO HG-TOK1 HG-TOK2.
010936     UNSTRING HG-CARD DELIMITED BY ALL SPACE
010940         INTO HG-TOK1 HG-TOK2.
010944     IF HG-TOK2 = SPACES
010948        OR FUNCTION TRIM(HG-TOK2) IS NOT NUMERIC
010952        OR FUNCTION NUMVAL(HG-TOK2) > 999
010956         DISPLAY 'WINDOW CARD REJECTED - DECK NOT RUN: '
010960                 HG-CARD
010964         CLOSE HINTOUT PUZZREG PUBSCHED
010968         MOVE 12 TO RETURN-CODE
010972         GO TO 9999-EXIT
010976     END-IF.
010980     MOVE FUNCTION NUMVAL(HG-TOK2) TO HG-WINDOW.
010984     DISPLAY 'ANSWER REUSE WINDOW ' HG-WINDOW ' DAY(S)'.
010988 2050-EXIT.
010992     EXIT.
011000 2100-EDIT-ANSWER.
011100     MOVE 'N' TO HG-BAD-SW.
011200     MOVE ZERO TO HG-N.
015200         MOVE 4 TO HG-WORST-RC
015300         GO TO 3000-EXIT
015400     END-IF.
015410     PERFORM 3600-CHECK-REGISTRY THRU 3600-EXIT.
015420     IF HG-BAD-SW = 'Y'
015430         MOVE 4 TO HG-WORST-RC
015440         GO TO 3000-EXIT
015450     END-IF.
015500     PERFORM 4000-WRITE-CASE THRU 4000-EXIT.
015600     DISPLAY 'ANSWER ' HG-ANSWER(1:HG-N) ' NEEDS '
015700             HG-M ' HINT(S) - DECK WRITTEN FOR '
015710             HG-PUB-DATE.
015720     PERFORM 4100-REGISTER THRU 4100-EXIT.
015800 3000-EXIT.
015900     EXIT.
016000
019100 3500-EXIT.
019200     EXIT.
019300
019301*    THE RUN DATE THE CASE WOULD TAKE, THEN THE ANSWER-REUSE AND
019302*    REPEATED-HINT-SET RULES AGAINST EVERY PUZZLE ON PUZZREG AND
019303*    THOSE ACCEPTED EARLIER IN THIS RUN
019304 3600-CHECK-REGISTRY.
019305     MOVE 'N' TO HG-BAD-SW.
019306     MOVE SPACES TO HG-HINTSET.
019307     MOVE 1 TO HG-HS-PTR.
019308     STRING HG-N ' ' HG-M DELIMITED BY SIZE
019309         INTO HG-HINTSET WITH POINTER HG-HS-PTR.
019310     PERFORM VARYING HG-IX FROM 1 BY 1
019311         UNTIL HG-IX > HG-N
019312         IF HG-SLOT(HG-IX) NOT = SPACE
019313             MOVE HG-IX TO HG-HINT-S
019314             STRING ' ' HG-HINT-S ' ' HG-SLOT(HG-IX)
019315                 DELIMITED BY SIZE
019316                 INTO HG-HINTSET WITH POINTER HG-HS-PTR
019317         END-IF
019318     END-PERFORM.
019319     PERFORM 3700-NEXT-BUSINESS THRU 3700-EXIT.
019320     PERFORM VARYING HG-RX FROM 1 BY 1
019321         UNTIL HG-RX > HG-REG-CNT OR HG-BAD-SW = 'Y'
019322         IF HG-G-ANSWER(HG-RX) = HG-ANSWER
019323             COMPUTE HG-GAP =
019324                 FUNCTION INTEGER-OF-DATE(HG-PUB-DATE)
019325               - FUNCTION INTEGER-OF-DATE(HG-G-DATE(HG-RX))
019326             IF HG-GAP < ZERO
019327                 MULTIPLY -1 BY HG-GAP
019328             END-IF
019329             IF HG-GAP NOT > HG-WINDOW
019330                 DISPLAY 'ANSWER ' HG-ANSWER(1:HG-N)
019331                         ' REJECTED - PUBLISHED '
019332                         HG-G-DATE(HG-RX) ', WITHIN '
019333                         HG-WINDOW ' DAYS OF ' HG-PUB-DATE
019334                 MOVE 'Y' TO HG-BAD-SW
019335             END-IF
019336         END-IF
019337         IF HG-BAD-SW = 'N'
019338            AND HG-G-HINTS(HG-RX) = HG-HINTSET
019339             DISPLAY 'ANSWER ' HG-ANSWER(1:HG-N)
019340                     ' REJECTED - HINT SET IDENTICAL TO THE '
019341                     HG-G-DATE(HG-RX) ' PUZZLE'
019342             MOVE 'Y' TO HG-BAD-SW
019343         END-IF
019344     END-PERFORM.
019345 3600-EXIT.
019346     EXIT.
019347
019348*    THE BUSINESS DAY AFTER THE LAST RUN DATE TAKEN.  A MISSING
019349*    OR SILENT CALENDAR STOPS AT THE PLAIN DAY AFTER.
019350 3700-NEXT-BUSINESS.
019351     COMPUTE HG-DATE-INT =
019352         FUNCTION INTEGER-OF-DATE(HG-LAST-PUB) + 1.
019353     COMPUTE HG-PUB-DATE = FUNCTION DATE-OF-INTEGER(HG-DATE-INT).
019354     MOVE ZERO TO HG-WALK-CNT.
019355     PERFORM UNTIL HG-WALK-CNT >= 30
019356         MOVE HG-PUB-DATE TO CA-DATE
019357         CALL 'CALSVC' USING CA-PARM
019358         IF CA-STATUS NOT = 'G'
019359             IF NOT HG-CAL-MISSING
019360                 DISPLAY 'CALENDAR NOT AVAILABLE FOR '
019361                         HG-PUB-DATE ' - RUN DATES ARE '
019362                         'CALENDAR DAYS'
019363             END-IF
019364             MOVE 'N' TO HG-CAL-SW
019365             MOVE 4 TO HG-WORST-RC
019366             MOVE 30 TO HG-WALK-CNT
019367         ELSE
019368             IF CA-BUSINESS = 'Y'
019369                 MOVE 30 TO HG-WALK-CNT
019370             ELSE
019371                 ADD 1 TO HG-WALK-CNT
019372                 ADD 1 TO HG-DATE-INT
019373                 COMPUTE HG-PUB-DATE =
019374                     FUNCTION DATE-OF-INTEGER(HG-DATE-INT)
019375             END-IF
019376         END-IF
019377     END-PERFORM.
019378 3700-EXIT.
019379     EXIT.
019400 4000-WRITE-CASE.
019500     MOVE HG-N TO HG-HDR-N.
019600     MOVE HG-M TO HG-HDR-M.
020600 4000-EXIT.
020700     EXIT.
020800
020803*    THE ACCEPTED CASE TAKES ITS RUN DATE ON THE REGISTRY AND
020806*    THE SCHEDULE
020809 4100-REGISTER.
020812     ADD 1 TO HG-CASE-CNT.
020815     MOVE SPACES TO PZ-REC.
020818     MOVE HG-PUB-DATE TO PZ-PUB-DATE.
020821     MOVE HG-ANSWER   TO PZ-ANSWER.
020824     MOVE HG-HINTSET  TO PZ-HINTS.
020827     MOVE HG-TODAY    TO PZ-ENTERED.
020830     WRITE PUZZREG-LINE FROM PZ-REC.
020833     IF HG-REG-CNT < 5000
020836         ADD 1 TO HG-REG-CNT
020839         MOVE HG-PUB-DATE TO HG-G-DATE(HG-REG-CNT)
020842         MOVE HG-ANSWER   TO HG-G-ANSWER(HG-REG-CNT)
020845         MOVE HG-HINTSET  TO HG-G-HINTS(HG-REG-CNT)
020848     END-IF.
020851     MOVE HG-PUB-DATE TO HG-S-DATE.
020854     MOVE HG-ANSWER   TO HG-S-ANSWER.
020857     MOVE HG-CASE-CNT TO HG-S-CASE.
020860     MOVE HG-HINTSET  TO HG-S-HINTS.
020863     WRITE PUBSCHED-LINE FROM HG-SCHED-LINE.
020866     MOVE HG-PUB-DATE TO HG-LAST-PUB.
020869 4100-EXIT.
020872     EXIT.
020875
020877 8000-RECORD-LINEAGE.
020879*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
020881*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
020883*    RETURN-CODE, SO IT IS PUT BACK.
020885     MOVE RETURN-CODE   TO HG-SAVE-RC.
020887     MOVE 'HINTGEN'     TO LN-PROGRAM.
020889     MOVE SPACES        TO LN-START-TIME.
020891     MOVE ZERO          TO LN-CNT.
020893     IF HG-LN-OUT-SW = 'Y'
020895         ADD 1 TO LN-CNT
020897         MOVE 'HINTOUT'     TO LN-DSN(LN-CNT)
020899         MOVE 'W'           TO LN-MODE(LN-CNT)
020901     END-IF.
020903     IF HG-LN-REGR-SW = 'Y'
020905         ADD 1 TO LN-CNT
020907         MOVE 'PUZZREG'     TO LN-DSN(LN-CNT)
020909         MOVE 'R'           TO LN-MODE(LN-CNT)
020911     END-IF.
020913     IF HG-LN-REGW-SW = 'Y'
020915         ADD 1 TO LN-CNT
020917         MOVE 'PUZZREG'     TO LN-DSN(LN-CNT)
020919         MOVE 'W'           TO LN-MODE(LN-CNT)
020921     END-IF.
020923     IF HG-LN-SCH-SW = 'Y'
020925         ADD 1 TO LN-CNT
020927         MOVE 'PUBSCHED'    TO LN-DSN(LN-CNT)
020929         MOVE 'W'           TO LN-MODE(LN-CNT)
020931     END-IF.
020933     CALL 'LINEAGE' USING LN-PARM.
020935     MOVE HG-SAVE-RC    TO RETURN-CODE.
020937 8000-EXIT.
020939     EXIT.
020941
020943 8100-POST-ALERT.
020945     MOVE HG-CASE-CNT TO HG-ED-CASES.
020947     MOVE HG-CARD-CNT TO HG-ED-CARDS.
020949     MOVE SPACES TO AL-PARM.
020951     MOVE 'HINTGEN' TO AL-SOURCE.
020953     MOVE 'W' TO AL-SEVERITY.
020955     MOVE 'HINTGEN.SYSOUT' TO AL-DSN.
020957     STRING 'PUBLISHED ' HG-ED-CASES ' CASE(S) FROM ' HG-ED-CARDS
020959            ' CARD(S) WITH EXCEPTIONS'
020961         DELIMITED BY SIZE INTO AL-TEXT.
020963     CALL 'ALERTSVC' USING AL-PARM.
020965 8100-EXIT.
020967     EXIT.
020969
020971 9999-EXIT.
020985     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
021000     STOP RUN.
