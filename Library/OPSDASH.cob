001500*  NORMAL/SKIPPED/BYPASSED AND EVERY COMPLETION THAT WAS NOT    *
001600*  NORMAL.  THEN THE FULL STEP LIST WITH ITS COMPLETION         *
001700*  COUNTS, THEN THE DAY'S CATALOGUED GENERATIONS.               *
001710*  A NOTRUN STEP (STOPPED BY A FAILED PREDECESSOR) SHOWS THE    *
001720*  STEP THAT STOPPED IT, AND A RERUN SECTION GROUPS THE NOTRUN  *
001730*  STEPS UNDER EACH FAILURE SO ONLY THAT BRANCH IS RESUBMITTED. *
001740*  OPEN ALERTS FROM THE ALERTQ QUEUE (WITH THEIR ALERTACT       *
001750*  ACKNOWLEDGEMENTS) PRINT AFTER THE EXCEPTIONS; AN ALERT LEFT  *
001760*  UNACKNOWLEDGED FOR THE ESCALATION AGE OR LONGER IS PRINTED   *
001770*  FIRST AS ESCALATED.  THE AGE IN BUSINESS DAYS FOLLOWS THE    *
001780*  DATE ON THE SYSIN CARD:  <YYYYMMDD> <DAYS>  (BLANK DAYS = 1).*
001790*  AN ALERT'S AGE IS THE CALSVC BUSINESS DAYS AFTER ITS DATE UP *
001795*  TO THE REPORT DATE (A DATE OFF THE CALENDAR BY ITS WEEKDAY). *
001796*  AT MOST 200 OPEN ALERTS PRINT, AN ESCALATED ALERT TAKING AN  *
001797*  ORDINARY ONE'S ROW; THE REST ARE COUNTED AS NOT SHOWN,       *
001798*  WARNED THROUGH ALERTSVC AND END THE RUN RC 4.                *
001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  NOTRUN CAUSE FROM RUNLOG AND THE RERUN      *
002020*                   BRANCHES SECTION.                           *
002030*  2026-10-15  OSG  ALERTS SECTION FROM ALERTQ/ALERTACT WITH    *
002040*                   ESCALATION OF UNACKNOWLEDGED ALERTS.        *
002050*  2026-10-15  OSG  RUNLOG STATUS WIDENED TO 9 FOR HELD-CERT.   *
002060*  2026-10-15  OSG  ALERT AGE COUNTED IN CALSVC BUSINESS DAYS.  *
002070*  2026-10-15  OSG  ESCALATION JUDGED AS EACH ALERT IS READ;    *
002080*                   ALERTS PAST THE 200 PRINTED ARE COUNTED,    *
002090*                   WARNED AND SET RC 4; FULL 6-DIGIT ALERT ID. *
002093*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002096*                   LINEAGE REGISTER AT END OF JOB.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003100     SELECT OPTIONAL RPTCAT ASSIGN TO RPTCAT
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS OD-C-STATUS.
003310     SELECT OPTIONAL ALERTQ ASSIGN TO ALERTQ
003320         ORGANIZATION LINE SEQUENTIAL
003330         FILE STATUS OD-Q-STATUS.
003340     SELECT OPTIONAL ALERTACT ASSIGN TO ALERTACT
003350         ORGANIZATION LINE SEQUENTIAL
003360         FILE STATUS OD-K-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RUNLOG.
003900 01  JOBFILE-LINE             PIC X(80).
004000 FD  RPTCAT.
004100 01  RPTCAT-LINE              PIC X(60).
004110 FD  ALERTQ.
004120 01  ALERTQ-LINE              PIC X(129).
004130 FD  ALERTACT.
004140 01  ALERTACT-LINE            PIC X(97).
004200 WORKING-STORAGE SECTION.
004300 77  OD-R-STATUS              PIC X(02).
004400 77  OD-J-STATUS              PIC X(02).
004500 77  OD-C-STATUS              PIC X(02).
004510 77  OD-Q-STATUS              PIC X(02).
004520 77  OD-K-STATUS              PIC X(02).
004531 77  OD-LN-RLG-SW             PIC X(01) VALUE 'N'.
004542 77  OD-LN-JLG-SW             PIC X(01) VALUE 'N'.
004553 77  OD-LN-CAT-SW             PIC X(01) VALUE 'N'.
004564 77  OD-LN-ACT-SW             PIC X(01) VALUE 'N'.
004575 77  OD-LN-ALQ-SW             PIC X(01) VALUE 'N'.
004586 77  OD-SAVE-RC               PIC S9(04) COMP.
004600 77  OD-EOF-SW                PIC X(01).
004700     88  OD-EOF                          VALUE 'Y'.
004800 77  OD-RPT-DATE              PIC X(08) VALUE SPACES.
005300 77  OD-IX                    PIC 9(03) COMP.
005400 77  OD-JX                    PIC 9(03) COMP.
005500 77  OD-HIT                   PIC 9(03) COMP.
005510 77  OD-BR-CNT                PIC 9(03) COMP.
005520 77  OD-ALR-CNT               PIC 9(03) COMP VALUE ZERO.
005525 77  OD-ESC-CNT               PIC 9(06) COMP.
005530 77  OD-OPEN-CNT              PIC 9(06) COMP VALUE ZERO.
005535 77  OD-UNSHOWN               PIC 9(06) COMP VALUE ZERO.
005540 77  OD-ESC-DAYS              PIC 9(03) VALUE 1.
005550 77  OD-AGE                   PIC S9(05) COMP.
005560 77  OD-RPT-INT               PIC 9(08) COMP.
005561 77  OD-WALK-INT              PIC 9(08) COMP.
005562 77  OD-WALK-CNT              PIC 9(05) COMP.
005563 77  OD-DOW                   PIC 9(01).
005564 01  OD-WALK-DATE             PIC 9(08).
005565 01  OD-AGE-NOW               PIC 9(05).
005566 01  OD-BACK                  PIC S9(08) COMP.
005567 01  OD-ESC-SW                PIC X(01).
005568     88  OD-ESCALATED                    VALUE 'Y'.
005569 01  OD-ED-CNT                PIC Z(05)9.
005570 01  OD-CARD                  PIC X(30).
005580 01  OD-ESC-X                 PIC X(08).
005590 01  OD-RPT-N                 PIC 9(08).
005600 01  OD-TODAY                 PIC 9(08).
005700 01  OD-LOG-REC.
005800     05  OD-L-STEP            PIC X(03).
005900     05  FILLER               PIC X(01).
006000     05  OD-L-PROGRAM         PIC X(12).
006100     05  FILLER               PIC X(01).
006200     05  OD-L-STATUS          PIC X(09).
006300     05  FILLER               PIC X(01).
006400     05  OD-L-RC              PIC X(04).
006410     05  FILLER               PIC X(01).
006420     05  OD-L-CAUSE           PIC X(03).
006500 01  OD-STEP-TBL.
006600     05  OD-STEP OCCURS 200.
006700         10  OD-S-STEP        PIC X(03).
006800         10  OD-S-PROGRAM     PIC X(12).
006900         10  OD-S-STATUS      PIC X(09).
007000         10  OD-S-RC          PIC X(04).
007010         10  OD-S-CAUSE       PIC X(03).
007100*    LATEST COMPLETION PER PROGRAM FOR THE REPORT DATE
007200 01  OD-JOB-TBL.
007300     05  OD-JOB OCCURS 200.
008600         10  OD-C-DSN         PIC X(30).
008700         10  OD-C-PROGRAM     PIC X(12).
008800 COPY JOBLOGRC.
008805 COPY ALERTRC.
008810 COPY ALERTKRC.
008813 COPY CALSVCPM.
008816 COPY ALERTPM.
008817 COPY LINEAGPM.
008819*    ALERT STATE BY ALERT ID FROM ALERTACT: 'A' ACKNOWLEDGED,
008822*    'C' CLOSED, SPACE STILL NEW
008825 01  OD-STATE-TBL.
008828     05  OD-STATE             PIC X(01) OCCURS 999999.
008831*    BUSINESS DAYS FROM EACH DAY BACK TO THE REPORT DATE, ENTRY 1
008834*    BEING THE REPORT DATE ITSELF, FILLED AS FAR BACK AS THE
008837*    OLDEST ALERT READ SO FAR NEEDS (TEN YEARS AT MOST)
008840 01  OD-BDAY-TBL.
008843     05  OD-BDAY              PIC 9(05) COMP OCCURS 3661.
008846*    ALERTS STILL OPEN ON THE REPORT DATE, AS MANY AS PRINT
008849 01  OD-ALR-TBL.
008852     05  OD-ALR OCCURS 200.
008855         10  OD-A-ID          PIC 9(06).
008858         10  OD-A-DATE        PIC 9(08).
008861         10  OD-A-SOURCE      PIC X(12).
008864         10  OD-A-SEVERITY    PIC X(01).
008867         10  OD-A-DSN         PIC X(30).
008870         10  OD-A-TEXT        PIC X(60).
008873         10  OD-A-STATE       PIC X(01).
008876         10  OD-A-AGE         PIC 9(05).
008879         10  OD-A-ESC         PIC X(01).
008900 PROCEDURE DIVISION.
009000*****************************************************************
009100*  0000-MAINLINE - LOAD THE THREE SOURCES, PRINT ONE PAGE.      *
009500     PERFORM 1100-LOAD-RUNLOG THRU 1100-EXIT.
009600     PERFORM 1200-LOAD-JOBLOG THRU 1200-EXIT.
009700     PERFORM 1300-LOAD-RPTCAT THRU 1300-EXIT.
009710     PERFORM 1400-LOAD-ALERTS THRU 1400-EXIT.
009800     PERFORM 2000-EXCEPTIONS THRU 2000-EXIT.
009805     PERFORM 2700-ALERTS THRU 2700-EXIT.
009810     PERFORM 2500-RERUN-BRANCHES THRU 2500-EXIT.
009900     PERFORM 3000-STEP-LIST THRU 3000-EXIT.
010000     PERFORM 4000-GENERATIONS THRU 4000-EXIT.
010100     GO TO 9999-EXIT.
010200
010300 1000-INITIALIZE.
010310     MOVE SPACES TO OD-CARD OD-ESC-X.
010320     ACCEPT OD-CARD
010500         ON EXCEPTION
010510             MOVE SPACES TO OD-CARD
010700     END-ACCEPT.
010710     UNSTRING OD-CARD DELIMITED BY ALL SPACE
010720         INTO OD-RPT-DATE OD-ESC-X.
010730     IF OD-ESC-X NOT = SPACES
010740         MOVE FUNCTION NUMVAL(OD-ESC-X) TO OD-ESC-DAYS
010750     END-IF.
010800     IF OD-RPT-DATE = SPACES
010900         ACCEPT OD-TODAY FROM DATE YYYYMMDD
011000         MOVE OD-TODAY TO OD-RPT-DATE
012000         DISPLAY '(NO RUNLOG DATASET)'
012100         GO TO 1100-EXIT
012200     END-IF.
012225     IF OD-R-STATUS = '00'
012250         MOVE 'Y' TO OD-LN-RLG-SW
012275     END-IF.
012300     PERFORM UNTIL OD-EOF
012400         READ RUNLOG INTO OD-LOG-REC
012500             AT END
013600                         TO OD-S-STATUS(OD-STEP-CNT)
013700                     MOVE OD-L-RC
013800                         TO OD-S-RC(OD-STEP-CNT)
013810                     MOVE OD-L-CAUSE
013820                         TO OD-S-CAUSE(OD-STEP-CNT)
013900                 END-IF
014000         END-READ
014100     END-PERFORM.
015000         DISPLAY '(NO JOBLOG DATASET)'
015100         GO TO 1200-EXIT
015200     END-IF.
015225     IF OD-J-STATUS = '00'
015250         MOVE 'Y' TO OD-LN-JLG-SW
015275     END-IF.
015300     PERFORM UNTIL OD-EOF
015400         READ JOBFILE INTO JR-REC
015500             AT END
019300         DISPLAY '(NO RPTCAT DATASET)'
019400         GO TO 1300-EXIT
019500     END-IF.
019525     IF OD-C-STATUS = '00'
019550         MOVE 'Y' TO OD-LN-CAT-SW
019575     END-IF.
019600     PERFORM UNTIL OD-EOF
019700         READ RPTCAT INTO OD-CAT-REC
019800             AT END
021200 1300-EXIT.
021300     EXIT.
021400
021402 1400-LOAD-ALERTS.
021404     MOVE SPACES TO OD-STATE-TBL.
021406     MOVE 'N' TO OD-EOF-SW.
021408     OPEN INPUT ALERTACT.
021410     IF OD-K-STATUS = '00' OR OD-K-STATUS = '05'
021411         IF OD-K-STATUS = '00'
021412             MOVE 'Y' TO OD-LN-ACT-SW
021413         END-IF
021414         PERFORM UNTIL OD-EOF
021415             READ ALERTACT INTO AK-REC
021416                 AT END
021418                     MOVE 'Y' TO OD-EOF-SW
021420                 NOT AT END
021422                     PERFORM 1410-NOTE-ACTION THRU 1410-EXIT
021424             END-READ
021426         END-PERFORM
021428         CLOSE ALERTACT
021430     END-IF.
021432     MOVE OD-RPT-DATE TO OD-RPT-N.
021434     COMPUTE OD-RPT-INT = FUNCTION INTEGER-OF-DATE(OD-RPT-N).
021436     MOVE ZERO TO OD-AGE OD-WALK-CNT OD-ESC-CNT.
021438     MOVE OD-RPT-N TO OD-WALK-DATE.
021440     MOVE OD-RPT-INT TO OD-WALK-INT.
021442     MOVE 'N' TO OD-EOF-SW.
021444     OPEN INPUT ALERTQ.
021446     IF OD-Q-STATUS NOT = '00' AND OD-Q-STATUS NOT = '05'
021448         GO TO 1400-EXIT
021450     END-IF.
021451     IF OD-Q-STATUS = '00'
021452         MOVE 'Y' TO OD-LN-ALQ-SW
021453     END-IF.
021454     PERFORM UNTIL OD-EOF
021455         READ ALERTQ INTO AR-REC
021456             AT END
021458                 MOVE 'Y' TO OD-EOF-SW
021460             NOT AT END
021462                 PERFORM 1420-NOTE-ALERT THRU 1420-EXIT
021464         END-READ
021466     END-PERFORM.
021468     CLOSE ALERTQ.
021470 1400-EXIT.
021472     EXIT.
021474
021476 1410-NOTE-ACTION.
021478*    A CLOSE IS FINAL; AN ACK ONLY MOVES A NEW ALERT ON
021480     IF AK-ID IS NOT NUMERIC OR AK-ID = ZERO
021482         GO TO 1410-EXIT
021484     END-IF.
021486     IF AK-ACTION = 'CLOS'
021488         MOVE 'C' TO OD-STATE(AK-ID)
021490     ELSE
021492         IF OD-STATE(AK-ID) = SPACE
021494             MOVE 'A' TO OD-STATE(AK-ID)
021496         END-IF
021498     END-IF.
021500 1410-EXIT.
021502     EXIT.
021504
021506*****************************************************************
021508*  1420-NOTE-ALERT - AGE AND ESCALATE EACH OPEN ALERT AS IT IS  *
021510*  READ, SO EVERY ONE COUNTS WHETHER OR NOT IT GETS A ROW.      *
021512*  ONCE THE 200 ROWS ARE TAKEN AN ESCALATED ALERT REPLACES THE  *
021514*  LATEST ORDINARY ONE; WHATEVER HAS NO ROW IS COUNTED.         *
021516*****************************************************************
021518 1420-NOTE-ALERT.
021520     IF AR-ID IS NOT NUMERIC OR AR-ID = ZERO
021522         GO TO 1420-EXIT
021524     END-IF.
021526     IF AR-DATE IS NOT NUMERIC OR AR-DATE > OD-RPT-N
021528         GO TO 1420-EXIT
021530     END-IF.
021532     IF OD-STATE(AR-ID) = 'C'
021534         GO TO 1420-EXIT
021536     END-IF.
021538     ADD 1 TO OD-OPEN-CNT.
021540     PERFORM 1450-BUSINESS-AGE THRU 1450-EXIT.
021542     MOVE 'N' TO OD-ESC-SW.
021544     IF OD-STATE(AR-ID) = SPACE AND OD-AGE-NOW >= OD-ESC-DAYS
021546         MOVE 'Y' TO OD-ESC-SW
021548         ADD 1 TO OD-ESC-CNT
021550     END-IF.
021552     MOVE ZERO TO OD-HIT.
021554     IF OD-ALR-CNT < 200
021556         ADD 1 TO OD-ALR-CNT
021558         MOVE OD-ALR-CNT TO OD-HIT
021560     ELSE
021562         IF OD-ESCALATED
021564             PERFORM VARYING OD-IX FROM OD-ALR-CNT BY -1
021566                 UNTIL OD-IX < 1 OR OD-HIT NOT = ZERO
021568                 IF OD-A-ESC(OD-IX) = 'N'
021570                     MOVE OD-IX TO OD-HIT
021572                 END-IF
021574             END-PERFORM
021576         END-IF
021578         ADD 1 TO OD-UNSHOWN
021580     END-IF.
021582     IF OD-HIT = ZERO
021584         GO TO 1420-EXIT
021586     END-IF.
021588     MOVE AR-ID          TO OD-A-ID(OD-HIT).
021590     MOVE AR-DATE        TO OD-A-DATE(OD-HIT).
021592     MOVE AR-SOURCE      TO OD-A-SOURCE(OD-HIT).
021594     MOVE AR-SEVERITY    TO OD-A-SEVERITY(OD-HIT).
021596     MOVE AR-DSN         TO OD-A-DSN(OD-HIT).
021598     MOVE AR-TEXT        TO OD-A-TEXT(OD-HIT).
021600     MOVE OD-STATE(AR-ID) TO OD-A-STATE(OD-HIT).
021602     MOVE OD-AGE-NOW     TO OD-A-AGE(OD-HIT).
021604     MOVE OD-ESC-SW      TO OD-A-ESC(OD-HIT).
021606 1420-EXIT.
021608     EXIT.
021610
021612*****************************************************************
021614*  1450-BUSINESS-AGE - BUSINESS DAYS FROM THE ALERT'S DATE UP   *
021616*  TO THE REPORT DATE, INTO OD-AGE-NOW.  THE WALK BACK FROM     *
021618*  THE REPORT DATE GOES ONLY AS FAR AS THIS ALERT NEEDS, AND    *
021620*  STOPS AT TEN YEARS - ANYTHING OLDER IS AGED 99999.           *
021622*****************************************************************
021624 1450-BUSINESS-AGE.
021626     COMPUTE OD-BACK = OD-RPT-INT
021628                     - FUNCTION INTEGER-OF-DATE(AR-DATE).
021630     IF OD-BACK < ZERO OR OD-BACK > 3660
021632         MOVE 99999 TO OD-AGE-NOW
021634         GO TO 1450-EXIT
021636     END-IF.
021638     PERFORM 1460-ONE-DAY THRU 1460-EXIT
021640         UNTIL OD-WALK-CNT > OD-BACK.
021642     MOVE OD-BDAY(OD-BACK + 1) TO OD-AGE-NOW.
021644 1450-EXIT.
021646     EXIT.
021648
021650 1460-ONE-DAY.
021652     ADD 1 TO OD-WALK-CNT.
021654     MOVE OD-AGE TO OD-BDAY(OD-WALK-CNT).
021656     MOVE OD-WALK-DATE TO CA-DATE.
021658     CALL 'CALSVC' USING CA-PARM.
021660     IF CA-STATUS = 'G'
021662         IF CA-BUSINESS = 'Y'
021664             ADD 1 TO OD-AGE
021666         END-IF
021668     ELSE
021670         COMPUTE OD-DOW = FUNCTION REM(OD-WALK-INT 7)
021672         IF OD-DOW >= 1 AND OD-DOW <= 5
021674             ADD 1 TO OD-AGE
021676         END-IF
021678     END-IF.
021680     SUBTRACT 1 FROM OD-WALK-INT.
021682     COMPUTE OD-WALK-DATE = FUNCTION DATE-OF-INTEGER(OD-WALK-INT).
021684 1460-EXIT.
021686     EXIT.
021688
021689 2000-EXCEPTIONS.
021693     DISPLAY ' '.
021700     DISPLAY '--- EXCEPTIONS ---'.
021800     MOVE ZERO TO OD-EXC-CNT.
021900     PERFORM VARYING OD-IX FROM 1 BY 1
022200            AND OD-S-STATUS(OD-IX) NOT = 'SKIPPED'
022300            AND OD-S-STATUS(OD-IX) NOT = 'BYPASSED'
022400             ADD 1 TO OD-EXC-CNT
022410             IF OD-S-STATUS(OD-IX) = 'NOTRUN'
022420                 DISPLAY 'STEP ' OD-S-STEP(OD-IX) ' '
022430                         OD-S-PROGRAM(OD-IX) ' '
022440                         OD-S-STATUS(OD-IX)
022450                         ' AFTER STEP ' OD-S-CAUSE(OD-IX)
022460             ELSE
022470                 DISPLAY 'STEP ' OD-S-STEP(OD-IX) ' '
022480                         OD-S-PROGRAM(OD-IX) ' '
022490                         OD-S-STATUS(OD-IX)
022500                         ' RC ' OD-S-RC(OD-IX)
022510             END-IF
022900         END-IF
023000     END-PERFORM.
023100     PERFORM VARYING OD-IX FROM 1 BY 1
023900         DISPLAY '(NONE)'
024000     END-IF.
024100 2000-EXIT.
024101     EXIT.
024102
024105*****************************************************************
024108*  2700-ALERTS - OPEN ALERTS, THE ESCALATED ONES FIRST: STILL   *
024111*  UNACKNOWLEDGED AND AT LEAST THE ESCALATION AGE OLD.          *
024114*****************************************************************
024117 2700-ALERTS.
024120     DISPLAY ' '.
024123     DISPLAY '--- ALERTS ---'.
024126     IF OD-OPEN-CNT = ZERO
024129         DISPLAY '(NO OPEN ALERTS)'
024132         GO TO 2700-EXIT
024135     END-IF.
024138     PERFORM VARYING OD-IX FROM 1 BY 1
024141         UNTIL OD-IX > OD-ALR-CNT
024144         IF OD-A-ESC(OD-IX) = 'Y'
024147             DISPLAY '*** ESCALATED *** ALERT ' OD-A-ID(OD-IX)
024150                     ' ' OD-A-SOURCE(OD-IX)
024153                     ' UNACKNOWLEDGED ' OD-A-AGE(OD-IX)
024156                     ' BUSINESS DAY(S) SINCE ' OD-A-DATE(OD-IX)
024159             DISPLAY '     ' OD-A-TEXT(OD-IX)
024162             DISPLAY '     SEE ' OD-A-DSN(OD-IX)
024165         END-IF
024168     END-PERFORM.
024171     PERFORM VARYING OD-IX FROM 1 BY 1
024174         UNTIL OD-IX > OD-ALR-CNT
024177         IF OD-A-ESC(OD-IX) = 'N'
024180             IF OD-A-STATE(OD-IX) = 'A'
024183                 DISPLAY 'ALERT ' OD-A-ID(OD-IX) ' '
024186                         OD-A-SOURCE(OD-IX) ' '
024189                         OD-A-SEVERITY(OD-IX)
024192                         ' ACKNOWLEDGED  ' OD-A-DATE(OD-IX)
024195             ELSE
024198                 DISPLAY 'ALERT ' OD-A-ID(OD-IX) ' '
024201                         OD-A-SOURCE(OD-IX) ' '
024204                         OD-A-SEVERITY(OD-IX)
024207                         ' NEW           ' OD-A-DATE(OD-IX)
024210             END-IF
024213             DISPLAY '     ' OD-A-TEXT(OD-IX)
024216             DISPLAY '     SEE ' OD-A-DSN(OD-IX)
024219         END-IF
024222     END-PERFORM.
024225     IF OD-UNSHOWN > ZERO
024228         MOVE OD-UNSHOWN TO OD-ED-CNT
024231         DISPLAY OD-ED-CNT ' OPEN ALERTS NOT SHOWN - '
024234                 'LIST THEM THROUGH ALERTACK'
024237         PERFORM 8100-POST-ALERT THRU 8100-EXIT
024240         MOVE 4 TO RETURN-CODE
024243     END-IF.
024246     IF OD-ESC-CNT > ZERO
024249         MOVE OD-ESC-CNT TO OD-ED-CNT
024252         DISPLAY OD-ED-CNT ' ALERT(S) ESCALATED - '
024255                 'ACKNOWLEDGE THROUGH ALERTACK'
024258     END-IF.
024261 2700-EXIT.
024264     EXIT.
024266
024267*****************************************************************
024270*  2500-RERUN-BRANCHES - EACH FAILED STEP WITH THE STEPS IT     *
024273*  STOPPED.  FIX THE FAILURE, THEN RERUN JUST THAT BRANCH.      *
024276*****************************************************************
024279 2500-RERUN-BRANCHES.
024282     DISPLAY ' '.
024285     DISPLAY '--- RERUN BRANCHES ---'.
024288     MOVE ZERO TO OD-HIT.
024291     PERFORM 2510-ONE-FAILURE THRU 2510-EXIT
024294         VARYING OD-IX FROM 1 BY 1
024297         UNTIL OD-IX > OD-STEP-CNT.
024300     IF OD-HIT = ZERO
024303         DISPLAY '(NO FAILED STEPS)'
024306     END-IF.
024309 2500-EXIT.
024312     EXIT.
024315
024318 2510-ONE-FAILURE.
024321     IF OD-S-STATUS(OD-IX) NOT = 'ERROR'
024324        AND OD-S-STATUS(OD-IX) NOT = 'NOLOAD'
024327         GO TO 2510-EXIT
024330     END-IF.
024333     ADD 1 TO OD-HIT.
024336     DISPLAY 'STEP ' OD-S-STEP(OD-IX) ' '
024339             OD-S-PROGRAM(OD-IX) ' '
024342             OD-S-STATUS(OD-IX)
024345             ' RC ' OD-S-RC(OD-IX).
024348     MOVE ZERO TO OD-BR-CNT.
024351     PERFORM VARYING OD-JX FROM 1 BY 1
024354         UNTIL OD-JX > OD-STEP-CNT
024357         IF OD-S-STATUS(OD-JX) = 'NOTRUN'
024360            AND OD-S-CAUSE(OD-JX) = OD-S-STEP(OD-IX)
024363             ADD 1 TO OD-BR-CNT
024366             DISPLAY '     NOT RUN: STEP ' OD-S-STEP(OD-JX) ' '
024369                     OD-S-PROGRAM(OD-JX)
024372         END-IF
024375     END-PERFORM.
024378     IF OD-BR-CNT = ZERO
024381         DISPLAY '     (NO DOWNSTREAM STEPS STOPPED)'
024384     END-IF.
024387 2510-EXIT.
024390     EXIT.
024400 3000-STEP-LIST.
024500     DISPLAY ' '.
024600     DISPLAY '--- SEQUENCE STEPS AND COMPLETIONS ---'.
028600 4000-EXIT.
028700     EXIT.
028800
028809 8100-POST-ALERT.
028818     MOVE SPACES TO AL-PARM.
028827     MOVE 'OPSDASH' TO AL-SOURCE.
028836     MOVE 'W' TO AL-SEVERITY.
028845     MOVE 'OPSDASH.SYSOUT' TO AL-DSN.
028854     STRING OD-ED-CNT ' OPEN ALERTS NOT SHOWN ON THE DASHBOARD'
028863         DELIMITED BY SIZE INTO AL-TEXT.
028872     CALL 'ALERTSVC' USING AL-PARM.
028881 8100-EXIT.
028890     EXIT.
028895
028896 8000-RECORD-LINEAGE.
028897*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
028898*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
028899*    RETURN-CODE, SO IT IS PUT BACK.
028900     MOVE RETURN-CODE   TO OD-SAVE-RC.
028901     MOVE 'OPSDASH'     TO LN-PROGRAM.
028902     MOVE SPACES        TO LN-START-TIME.
028903     MOVE ZERO          TO LN-CNT.
028904     IF OD-LN-RLG-SW = 'Y'
028905         ADD 1 TO LN-CNT
028906         MOVE 'RUNLOG'      TO LN-DSN(LN-CNT)
028907         MOVE 'R'           TO LN-MODE(LN-CNT)
028908     END-IF.
028909     IF OD-LN-JLG-SW = 'Y'
028910         ADD 1 TO LN-CNT
028911         MOVE 'JOBLOG'      TO LN-DSN(LN-CNT)
028912         MOVE 'R'           TO LN-MODE(LN-CNT)
028913     END-IF.
028914     IF OD-LN-CAT-SW = 'Y'
028915         ADD 1 TO LN-CNT
028916         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
028917         MOVE 'R'           TO LN-MODE(LN-CNT)
028918     END-IF.
028919     IF OD-LN-ACT-SW = 'Y'
028920         ADD 1 TO LN-CNT
028921         MOVE 'ALERTACT'    TO LN-DSN(LN-CNT)
028922         MOVE 'R'           TO LN-MODE(LN-CNT)
028923     END-IF.
028924     IF OD-LN-ALQ-SW = 'Y'
028925         ADD 1 TO LN-CNT
028926         MOVE 'ALERTQ'      TO LN-DSN(LN-CNT)
028927         MOVE 'R'           TO LN-MODE(LN-CNT)
028928     END-IF.
028929     CALL 'LINEAGE' USING LN-PARM.
028930     MOVE OD-SAVE-RC    TO RETURN-CODE.
028931 8000-EXIT.
028932     EXIT.
028933
028934 9999-EXIT.
028950     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
029000     STOP RUN.
