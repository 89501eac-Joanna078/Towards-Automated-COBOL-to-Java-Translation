001200*  ADJUSTED SCORE AND A TERM-OVER-TERM MOVEMENT COLUMN.         *
001300*  WHEN A TERM APPEARS MORE THAN ONCE (A DELTA RERUN            *
001400*  CORRECTED IT) THE LAST ROW APPENDED WINS.                    *
001410*  THE HISTORY IS PERSONAL DATA: THE DECK MUST OPEN WITH        *
001420*  'OPER <ID>' AND THE OPERATOR MUST HOLD THE READ ACTION FOR   *
001430*  TRNSCRPT ON OPAUTH, OR NOTHING PRINTS (RETURN CODE 12).      *
001440*  A MISSING OPAUTH DATASET DENIES RATHER THAN FAILS OPEN.      *
001450*  EVERY LOOKUP - DENIED ONES INCLUDED - IS LOGGED ON TRNAUD    *
001460*  (TRNAUDRC) WITH OPERATOR, TIME, STUDENT AND TERMS RETURNED;  *
001470*  WITHOUT A USABLE TRNAUD NOTHING PRINTS; THE RUN ENDS RC 16.  *
001500*****************************************************************
001600*  MODIFICATION HISTORY                                         *
001700*  2026-09-01  OSG  NEW PROGRAM.                                *
001710*  2026-10-15  OSG  STUHIST ROW CARRIES LETTER GRADE/POINTS.    *
001720*  2026-10-15  OSG  STUHIST ROW WIDENED FOR THE GRADING DATE.   *
001730*  2026-10-15  OSG  OPER CARD CHECKED THROUGH OPAUTH; EVERY     *
001740*                   LOOKUP LOGGED ON TRNAUD.                    *
001760*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
001780*                   LINEAGE REGISTER AT END OF JOB.             *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002200     SELECT OPTIONAL STUHIST ASSIGN TO STUHIST
002300         ORGANIZATION LINE SEQUENTIAL
002400         FILE STATUS TC-H-STATUS.
002410     SELECT OPTIONAL TRNAUD ASSIGN TO TRNAUD
002420         ORGANIZATION LINE SEQUENTIAL
002430         FILE STATUS TC-A-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  STUHIST.
002800 01  STUHIST-LINE             PIC X(40).
002810 FD  TRNAUD.
002820 01  TRNAUD-LINE              PIC X(60).
002900 WORKING-STORAGE SECTION.
003000 77  TC-H-STATUS              PIC X(02).
003010 77  TC-A-STATUS              PIC X(02).
003032 77  TC-LN-HST-SW             PIC X(01) VALUE 'N'.
003054 77  TC-LN-AUD-SW             PIC X(01) VALUE 'N'.
003076 77  TC-SAVE-RC               PIC S9(04) COMP.
003100 77  TC-EOF-SW                PIC X(01).
003200     88  TC-EOF                          VALUE 'Y'.
003300 77  TC-CARD-EOF-SW           PIC X(01) VALUE 'N'.
003900 77  TC-PREV-ADJ              PIC 9(06).
004000 77  TC-FIRST-SW              PIC X(01).
004100 77  TC-MOVE                  PIC S9(07).
004110*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
004120 77  TC-OPER                  PIC X(08) VALUE SPACES.
004130 77  TC-DENIED-SW             PIC X(01) VALUE 'N'.
004140     88  TC-DENIED                       VALUE 'Y'.
004150 77  TC-DENY-CNT              PIC 9(05) COMP VALUE ZERO.
004160 01  TC-ACTION                PIC X(04).
004200 01  TC-CARD                  PIC X(30).
004300 01  TC-SID                   PIC X(08).
004400 01  TC-HIST-REC.
004900     05  TC-R-ADJ             PIC 9(06).
005000     05  FILLER               PIC X(01).
005100     05  TC-R-DROP            PIC 9(01).
005110     05  FILLER               PIC X(01).
005120     05  TC-R-LETTER          PIC X(02).
005130     05  FILLER               PIC X(01).
005140     05  TC-R-POINTS          PIC 9V99.
005200 01  TC-TERM-TBL.
005300     05  TC-TERM OCCURS 200.
005400         10  TC-T-TERM        PIC X(06).
005500         10  TC-T-ADJ         PIC 9(06).
005600         10  TC-T-DROP        PIC 9(01).
005610         10  TC-T-LETTER      PIC X(02).
005620         10  TC-T-POINTS      PIC 9V99.
005700 01  TC-SWAP.
005800     05  TC-S-TERM            PIC X(06).
005900     05  TC-S-ADJ             PIC 9(06).
006000     05  TC-S-DROP            PIC 9(01).
006010     05  TC-S-LETTER          PIC X(02).
006020     05  TC-S-POINTS          PIC 9V99.
006100 01  TC-ED-ADJ                PIC Z(05)9.
006200 01  TC-ED-MOVE               PIC +(06)9.
006210 01  TC-ED-GRADE              PIC X(16).
006220 01  TC-ED-PTS                PIC 9.99.
006230 01  TC-TIMESTAMP.
006240     05  TC-TS-DATE           PIC 9(08).
006250     05  TC-TS-TIME.
006260         07  TC-TS-HHMMSS     PIC 9(06).
006270         07  FILLER           PIC 9(02).
006280 COPY OPAUTHPM.
006290 COPY TRNAUDRC.
006295 COPY LINEAGPM.
006300 PROCEDURE DIVISION.
006400*****************************************************************
006500*  0000-MAINLINE - ONE TRANSCRIPT PER INQUIRY CARD.             *
006600*****************************************************************
006700 0000-MAINLINE.
006708     ACCEPT TC-TS-DATE FROM DATE YYYYMMDD.
006716     ACCEPT TC-TS-TIME FROM TIME.
006724*    AN EXTRACT THAT CANNOT BE LOGGED IS NOT GIVEN
006732     OPEN EXTEND TRNAUD.
006740     IF TC-A-STATUS NOT = '00' AND TC-A-STATUS NOT = '05'
006748         DISPLAY 'TRNAUD NOT USABLE, STATUS ' TC-A-STATUS
006756                 ' - NO TRANSCRIPTS PRINTED'
006764         MOVE 16 TO RETURN-CODE
006772         GO TO 9999-EXIT
006780     END-IF.
006784     MOVE 'Y' TO TC-LN-AUD-SW.
006788     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
006800     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
006900         UNTIL TC-CARD-EOF.
006910     CLOSE TRNAUD.
006920     IF TC-DENIED
006925         MOVE TC-DENY-CNT TO TC-ED-ADJ
006930         DISPLAY TC-ED-ADJ ' LOOKUP(S) DENIED AND LOGGED'
006940         MOVE 12 TO RETURN-CODE
006950     END-IF.
007000     GO TO 9999-EXIT.
007002
007004 1500-VERIFY-OPERATOR.
007006*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR MUST
007008*    HOLD THE READ ACTION FOR THIS PROGRAM.  OTHERWISE EVERY
007010*    INQUIRY CARD IS LOGGED DENIED AND NOTHING PRINTS.  UNLIKE
007012*    THE MAINTENANCE DECKS, A MISSING OPAUTH DATASET DENIES -
007014*    THE HISTORY IS PERSONAL DATA.
007016     MOVE SPACES TO TC-CARD.
007018     ACCEPT TC-CARD
007020         ON EXCEPTION
007022             MOVE SPACES TO TC-CARD
007024     END-ACCEPT.
007026     MOVE SPACES TO TC-ACTION TC-SID.
007028     UNSTRING TC-CARD DELIMITED BY ALL SPACE
007030         INTO TC-ACTION TC-SID.
007032     IF TC-ACTION NOT = 'OPER' OR TC-SID = SPACES
007034         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
007036         MOVE '*NONE*' TO TC-OPER
007038         MOVE 'Y' TO TC-DENIED-SW
007040*        A LEADING CARD THAT IS NOT AN OPER CARD IS ITSELF AN
007042*        INQUIRY, AND IS LOGGED DENIED WITH THE REST
007044         IF TC-CARD NOT = SPACES
007046             MOVE SPACES TO TC-SID
007048             UNSTRING TC-CARD DELIMITED BY ALL SPACE
007050                 INTO TC-SID
007052             PERFORM 6000-LOG-ACCESS THRU 6000-EXIT
007054         END-IF
007056         GO TO 1500-EXIT
007058     END-IF.
007060     MOVE TC-SID TO TC-OPER.
007062     MOVE TC-OPER TO OA-OPERATOR.
007064     MOVE 'TRNSCRPT' TO OA-PROGRAM.
007066     MOVE 'READ' TO OA-ACTION.
007068     CALL 'OPAUTH' USING OA-PARM.
007070     EVALUATE OA-STATUS
007072         WHEN 'G'
007074             CONTINUE
007076         WHEN 'M'
007078             DISPLAY 'DECK REJECTED - NO OPAUTH DATASET TO '
007080                     'AUTHORIZE OPERATOR ' TC-OPER
007082             MOVE 'Y' TO TC-DENIED-SW
007084         WHEN OTHER
007086             DISPLAY 'DECK REJECTED - OPERATOR ' TC-OPER
007088                     ' NOT AUTHORIZED TO READ TRANSCRIPTS'
007090             MOVE 'Y' TO TC-DENIED-SW
007092     END-EVALUATE.
007094 1500-EXIT.
007096     EXIT.
007100
007200 2000-NEXT-CARD.
007300     MOVE SPACES TO TC-CARD.
008200     END-IF.
008300     MOVE SPACES TO TC-SID.
008400     UNSTRING TC-CARD DELIMITED BY ALL SPACE INTO TC-SID.
008410     IF TC-DENIED
008420         PERFORM 6000-LOG-ACCESS THRU 6000-EXIT
008430         GO TO 2000-EXIT
008440     END-IF.
008500     PERFORM 3000-GATHER-TERMS THRU 3000-EXIT.
008600     PERFORM 4000-PRINT-TRANSCRIPT THRU 4000-EXIT.
008610     PERFORM 6000-LOG-ACCESS THRU 6000-EXIT.
008700 2000-EXIT.
008800     EXIT.
008900
009500         MOVE 'Y' TO TC-EOF-SW
009600         GO TO 3000-EXIT
009700     END-IF.
009725     IF TC-H-STATUS = '00'
009750         MOVE 'Y' TO TC-LN-HST-SW
009775     END-IF.
009800     PERFORM UNTIL TC-EOF
009900         READ STUHIST INTO TC-HIST-REC
010000             AT END
013100     END-IF.
013200     MOVE TC-R-ADJ  TO TC-T-ADJ(TC-HIT).
013300     MOVE TC-R-DROP TO TC-T-DROP(TC-HIT).
013310*    ROWS WRITTEN BEFORE LETTER GRADES WERE CARRIED END AT THE
013320*    DROPPED SCORE - THEY PRINT WITH NO GRADE.
013330     IF TC-R-POINTS IS NUMERIC
013340         MOVE TC-R-LETTER TO TC-T-LETTER(TC-HIT)
013350         MOVE TC-R-POINTS TO TC-T-POINTS(TC-HIT)
013360     ELSE
013370         MOVE SPACES TO TC-T-LETTER(TC-HIT)
013380         MOVE ZERO TO TC-T-POINTS(TC-HIT)
013390     END-IF.
013400 3100-EXIT.
013500     EXIT.
013600
016900
017000 4100-ONE-TERM.
017100     MOVE TC-T-ADJ(TC-IX) TO TC-ED-ADJ.
017110     MOVE SPACES TO TC-ED-GRADE.
017120     IF TC-T-LETTER(TC-IX) NOT = SPACES
017130         MOVE TC-T-POINTS(TC-IX) TO TC-ED-PTS
017140         STRING ' GRADE ' TC-T-LETTER(TC-IX) ' ' TC-ED-PTS
017150             DELIMITED BY SIZE INTO TC-ED-GRADE
017160     END-IF.
017200     IF TC-FIRST-SW = 'Y'
017300         DISPLAY '  TERM ' TC-T-TERM(TC-IX)
017400                 ' ADJUSTED ' TC-ED-ADJ
017500                 ' DROPPED ' TC-T-DROP(TC-IX)
017550                 TC-ED-GRADE
017600                 ' MOVE  (FIRST)'
017700         MOVE 'N' TO TC-FIRST-SW
017800     ELSE
018100         DISPLAY '  TERM ' TC-T-TERM(TC-IX)
018200                 ' ADJUSTED ' TC-ED-ADJ
018300                 ' DROPPED ' TC-T-DROP(TC-IX)
018350                 TC-ED-GRADE
018400                 ' MOVE ' TC-ED-MOVE
018500     END-IF.
018600     MOVE TC-T-ADJ(TC-IX) TO TC-PREV-ADJ.
018700 4100-EXIT.
018800     EXIT.
018900
018904 6000-LOG-ACCESS.
018908     MOVE SPACES TO TA-REC.
018912     MOVE TC-TS-DATE   TO TA-DATE.
018916     MOVE TC-TS-HHMMSS TO TA-TIME.
018920     MOVE TC-OPER      TO TA-OPER.
018924     MOVE TC-SID       TO TA-SID.
018928     IF TC-DENIED
018932         ADD 1 TO TC-DENY-CNT
018936         MOVE ZERO TO TA-TERMS
018940         MOVE 'DENIED' TO TA-RESULT
018944     ELSE
018948         MOVE TC-TERM-CNT TO TA-TERMS
018952         IF TC-TERM-CNT = ZERO
018956             MOVE 'NOHIST' TO TA-RESULT
018960         ELSE
018964             MOVE 'EXTRACT' TO TA-RESULT
018968         END-IF
018972     END-IF.
018976     WRITE TRNAUD-LINE FROM TA-REC.
018980 6000-EXIT.
018984     EXIT.
018990
018992 8000-RECORD-LINEAGE.
018994*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
018996*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
018998*    RETURN-CODE, SO IT IS PUT BACK.
019000     MOVE RETURN-CODE   TO TC-SAVE-RC.
019002     MOVE 'TRNSCRPT'    TO LN-PROGRAM.
019004     MOVE TC-TS-HHMMSS  TO LN-START-TIME.
019006     MOVE ZERO          TO LN-CNT.
019008     IF TC-LN-HST-SW = 'Y'
019010         ADD 1 TO LN-CNT
019012         MOVE 'STUHIST'     TO LN-DSN(LN-CNT)
019014         MOVE 'R'           TO LN-MODE(LN-CNT)
019016     END-IF.
019018     IF TC-LN-AUD-SW = 'Y'
019020         ADD 1 TO LN-CNT
019022         MOVE 'TRNAUD'      TO LN-DSN(LN-CNT)
019024         MOVE 'W'           TO LN-MODE(LN-CNT)
019026     END-IF.
019028     CALL 'LINEAGE' USING LN-PARM.
019030     MOVE TC-SAVE-RC    TO RETURN-CODE.
019032 8000-EXIT.
019034     EXIT.
019036
019038 9999-EXIT.
019050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
019100     STOP RUN.
