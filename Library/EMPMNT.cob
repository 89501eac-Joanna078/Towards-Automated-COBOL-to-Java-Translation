000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPMNT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  EMPMNT - MAINTENANCE FOR THE EMPMAST EMPLOYEE MASTER THAT    *
000900*  PAYROLL (TESTA) MATCHES EVERY PAY LINE AGAINST.  THE DECK    *
001000*  OPENS WITH 'OPER <ID>' (VERIFIED THROUGH OPAUTH);            *
001100*  TRANSACTION CARDS FOLLOW, ONE PER LINE:                      *
001200*    HIRE <ID> <NAME>          NEW EMPLOYEE, STATUS A           *
001300*                              (REJECTED IF THE ID EXISTS)      *
001400*    CHG <ID> <A/I> [<NAME>]   NEW STATUS, AND NAME IF GIVEN    *
001500*                              (NOT FOR A TERMINATED EMPLOYEE)  *
001600*    TERM <ID> <YYYYMMDD>      TERMINATE AS OF THAT DATE -      *
001700*                              STATUS I; PAY LINES DATED AFTER  *
001800*                              IT GO TO PAYEXC                  *
001900*    REHIRE <ID>               BACK TO STATUS A, TERM DATE      *
002000*                              CLEARED (OPAUTH ACTION REHI)     *
002010*    BANK <ID> <ROUTING> <ACCOUNT>                              *
002020*                              PAYMENT DETAILS FOR THE BANK     *
002030*                              FILE (PAYBANK): A 9-DIGIT        *
002040*                              ROUTING NUMBER WITH A GOOD CHECK *
002050*                              DIGIT, AN ACCOUNT OF 4-17 DIGITS *
002100*    INQ <ID>                  DISPLAY THE ROW                  *
002200*  ONLY A AND I ARE STATUS VALUES.  EVERY CHANGE GETS AN EMPAUD *
002300*  AUDIT LINE WITH THE OPERATOR AND THE BEFORE AND AFTER        *
002400*  IMAGES OF THE ROW.  THE MASTER IS REWRITTEN CRASH-SAFE:      *
002500*  BEFORE-IMAGES CYCLE EMPBK1-3, THE NEW MASTER IS BUILT ON     *
002600*  EMPNEW AND SWAPPED IN ONLY ON CLEAN COMPLETION.              *
002610*  A TERM DATED INSIDE A PERIOD PERCLOSE HAS CLOSED IS          *
002620*  REJECTED (PERLOCK) - PAYROLL FOR THAT PERIOD IS FINAL.       *
002700*****************************************************************
002800*  MODIFICATION HISTORY                                         *
002900*  2026-10-15  OSG  NEW PROGRAM.                                *
002910*  2026-10-15  OSG  BANK ROUTING AND ACCOUNT ON THE MASTER, SET *
002920*                   BY THE NEW BANK TRANSACTION.                *
002930*  2026-10-15  OSG  TERM DATED INTO A CLOSED PERIOD REJECTED    *
002940*                   THROUGH THE PERLOCK SERVICE.                *
002960*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002980*                   LINEAGE REGISTER AT END OF JOB.             *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL EMPMAST ASSIGN TO EMPMAST
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS EM-M-STATUS.
003700     SELECT OPTIONAL EMPAUD ASSIGN TO EMPAUD
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS EM-A-STATUS.
004000     SELECT EMPNEW ASSIGN TO EMPNEW
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS EM-N-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  EMPMAST.
004600 01  EMPMAST-LINE             PIC X(67).
004700 FD  EMPAUD.
004800 01  EMPAUD-LINE              PIC X(180).
004900 FD  EMPNEW.
005000 01  EMPNEW-LINE              PIC X(67).
005100 WORKING-STORAGE SECTION.
005200 77  EM-N-STATUS              PIC X(02).
005300 COPY FCOPYPM.
005400 77  EM-M-STATUS              PIC X(02).
005500 77  EM-A-STATUS              PIC X(02).
005600 77  EM-EOF-SW                PIC X(01) VALUE 'N'.
005700     88  EM-EOF                          VALUE 'Y'.
005800 77  EM-CARD-EOF-SW           PIC X(01) VALUE 'N'.
005900     88  EM-CARD-EOF                     VALUE 'Y'.
006000 77  EM-ROW-CNT               PIC 9(03) COMP VALUE ZERO.
006100 77  EM-IX                    PIC 9(03) COMP.
006200 77  EM-HIT                   PIC 9(03) COMP.
006300 77  EM-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006400 77  EM-PTR                   PIC 9(03) COMP.
006500*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006600 77  EM-OPER                  PIC X(08) VALUE SPACES.
006700 77  EM-WARNED-SW             PIC X(01) VALUE 'N'.
006712*    DATASETS THIS RUN ACTUALLY OPENED, FOR THE LINEAGE REGISTER
006724 77  EM-LN-MAST-SW            PIC X(01) VALUE 'N'.
006736 77  EM-LN-AUD-SW             PIC X(01) VALUE 'N'.
006748 77  EM-LN-BK-SW              PIC X(01) VALUE 'N'.
006760 77  EM-LN-NEW-SW             PIC X(01) VALUE 'N'.
006772 77  EM-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006784 77  EM-SAVE-RC               PIC S9(04) COMP.
006800 01  EM-SEC-REC.
006900     05  EM-SEC-DATE          PIC 9(08).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  EM-SEC-TIME          PIC 9(06).
007200     05  FILLER               PIC X(05) VALUE ' SEC '.
007300     05  EM-SEC-OPER          PIC X(08).
007400     05  FILLER               PIC X(08) VALUE ' DENIED '.
007500     05  EM-SEC-ACTION        PIC X(04).
007600     05  FILLER               PIC X(19) VALUE SPACES.
007700 COPY OPAUTHPM.
007710 COPY PERLCKPM.
007755 COPY LINEAGPM.
007800 01  EM-CARD                  PIC X(60).
007900 01  EM-ACTION                PIC X(06).
008000 01  EM-ID                    PIC X(08).
008100 01  EM-TOK3                  PIC X(08).
008200 01  EM-NAME                  PIC X(19).
008300 01  EM-DATE                  PIC 9(08).
008310 01  EM-ROUTING               PIC X(09).
008320 01  EM-RT-DIGITS REDEFINES EM-ROUTING.
008330     05  EM-RT-D              PIC 9(01) OCCURS 9.
008340 01  EM-ACCOUNT               PIC X(17).
008350 01  EM-TOK5                  PIC X(08).
008360 77  EM-RT-SUM                PIC 9(03) COMP.
008370 77  EM-RT-QUO                PIC 9(03) COMP.
008380 77  EM-RT-REM                PIC 9(01) COMP.
008390 77  EM-ACCT-LEN              PIC 9(02) COMP.
008400 01  EM-TABLE.
008500     05  EM-ROW OCCURS 500.
008600         10  EM-R-ID          PIC X(08).
008700         10  EM-R-STATUS      PIC X(01).
008800         10  EM-R-NAME        PIC X(19).
008900         10  EM-R-TERM        PIC X(08).
008910         10  EM-R-ROUTING     PIC X(09).
008920         10  EM-R-ACCOUNT     PIC X(17).
009000*    ROW IMAGES FOR THE AUDIT LINE, IN THE MASTER'S OWN LAYOUT
009100 01  EM-BEFORE                PIC X(67).
009200 01  EM-AFTER                 PIC X(67).
009300 01  EM-AUD-REC.
009400     05  EM-AUD-DATE          PIC 9(08).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  EM-AUD-TIME          PIC 9(06).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  EM-AUD-OPER          PIC X(08).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  EM-AUD-ACTION        PIC X(06).
010100     05  FILLER               PIC X(08) VALUE ' BEFORE '.
010200     05  EM-AUD-BEFORE        PIC X(67).
010300     05  FILLER               PIC X(07) VALUE ' AFTER '.
010400     05  EM-AUD-AFTER         PIC X(67).
010500 01  EM-TIMESTAMP.
010600     05  EM-TS-DATE           PIC 9(08).
010700     05  EM-TS-TIME.
010800         07  EM-TS-HHMMSS     PIC 9(06).
010900         07  FILLER           PIC 9(02).
011000 COPY EMPMSTRC.
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE THE MASTER.  *
011400*****************************************************************
011500 0000-MAINLINE.
011600     ACCEPT EM-TS-DATE FROM DATE YYYYMMDD.
011700     ACCEPT EM-TS-TIME FROM TIME.
011800     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
011900     IF EM-CARD-EOF
012000         MOVE 12 TO RETURN-CODE
012100         GO TO 9999-EXIT
012200     END-IF.
012300     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
012400     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
012500         UNTIL EM-CARD-EOF.
012600     IF EM-CHG-CNT > ZERO
012700         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
012800         PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT
012900     END-IF.
013000     GO TO 9999-EXIT.
013100
013200 1000-LOAD-MASTER.
013300     OPEN INPUT EMPMAST.
013325     IF EM-M-STATUS = '00'
013350         MOVE 'Y' TO EM-LN-MAST-SW
013375     END-IF.
013400     PERFORM UNTIL EM-EOF
013500         READ EMPMAST INTO EP-REC
013600             AT END
013700                 MOVE 'Y' TO EM-EOF-SW
013800             NOT AT END
013900                 IF EM-ROW-CNT >= 500
014000                     DISPLAY 'EMPMAST EXCEEDS THE 500-ROW '
014100                             'TABLE - RUN ABANDONED'
014200                     MOVE 16 TO RETURN-CODE
014300                     GO TO 9999-EXIT
014400                 END-IF
014500                 IF EP-ID NOT = SPACES
014600                     ADD 1 TO EM-ROW-CNT
014700                     MOVE EP-ID
014800                         TO EM-R-ID(EM-ROW-CNT)
014900                     MOVE EP-STATUS
015000                         TO EM-R-STATUS(EM-ROW-CNT)
015100                     MOVE EP-NAME
015200                         TO EM-R-NAME(EM-ROW-CNT)
015300                     MOVE EP-TERM-DATE
015400                         TO EM-R-TERM(EM-ROW-CNT)
015410                     MOVE EP-ROUTING
015420                         TO EM-R-ROUTING(EM-ROW-CNT)
015430                     MOVE EP-ACCOUNT
015440                         TO EM-R-ACCOUNT(EM-ROW-CNT)
015500                 END-IF
015600         END-READ
015700     END-PERFORM.
015800     CLOSE EMPMAST.
015900 1000-EXIT.
016000     EXIT.
016100
016200 1500-VERIFY-OPERATOR.
016300*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
016400*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
016500*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
016600*    OPAUTH DATASET FAILS OPEN WITH A WARNING.
016700     MOVE SPACES TO EM-CARD.
016800     ACCEPT EM-CARD
016900         ON EXCEPTION
017000             MOVE SPACES TO EM-CARD
017100     END-ACCEPT.
017200     MOVE SPACES TO EM-ACTION EM-ID.
017300     UNSTRING EM-CARD DELIMITED BY ALL SPACE
017400         INTO EM-ACTION EM-ID.
017500     IF EM-ACTION NOT = 'OPER'
017600         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
017700         MOVE '*NONE*' TO EM-OPER
017800         MOVE '*' TO OA-ACTION
017900         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
018000         MOVE 'Y' TO EM-CARD-EOF-SW
018100         GO TO 1500-EXIT
018200     END-IF.
018300     MOVE EM-ID TO EM-OPER.
018400     MOVE EM-OPER TO OA-OPERATOR.
018500     MOVE 'EMPMNT' TO OA-PROGRAM.
018600     MOVE '*' TO OA-ACTION.
018700     CALL 'OPAUTH' USING OA-PARM.
018800     EVALUATE OA-STATUS
018900         WHEN 'M'
019000             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
019100                     'NOT ENFORCED THIS RUN'
019200             MOVE 'Y' TO EM-WARNED-SW
019300         WHEN 'G'
019400             CONTINUE
019500         WHEN OTHER
019600             DISPLAY 'DECK REJECTED - OPERATOR ' EM-OPER
019700                     ' NOT AUTHORIZED FOR EMPMNT'
019800             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
019900             MOVE 'Y' TO EM-CARD-EOF-SW
020000     END-EVALUATE.
020100 1500-EXIT.
020200     EXIT.
020300
020400 2000-NEXT-CARD.
020500     MOVE SPACES TO EM-CARD.
020600     ACCEPT EM-CARD
020700         ON EXCEPTION
020800             MOVE 'Y' TO EM-CARD-EOF-SW
020900             GO TO 2000-EXIT
021000     END-ACCEPT.
021100     IF EM-CARD = SPACES
021200         MOVE 'Y' TO EM-CARD-EOF-SW
021300         GO TO 2000-EXIT
021400     END-IF.
021500     MOVE SPACES TO EM-ACTION EM-ID EM-TOK3 EM-NAME.
021510     MOVE SPACES TO EM-ROUTING EM-ACCOUNT EM-TOK5.
021600     MOVE ZERO TO EM-DATE.
021700     MOVE 1 TO EM-PTR.
021800*    THE NAME IS EVERYTHING AFTER THE ID (HIRE) OR AFTER THE
021900*    STATUS (CHG), SO IT MAY CARRY SPACES
022000     EVALUATE EM-CARD(1:4)
022100         WHEN 'HIRE'
022200             UNSTRING EM-CARD DELIMITED BY ALL SPACE
022300                 INTO EM-ACTION EM-ID
022310                 WITH POINTER EM-PTR
022320         WHEN 'BANK'
022330             UNSTRING EM-CARD DELIMITED BY ALL SPACE
022340                 INTO EM-ACTION EM-ID EM-ROUTING EM-ACCOUNT
022350                      EM-TOK5
022400                 WITH POINTER EM-PTR
022500         WHEN OTHER
022600             UNSTRING EM-CARD DELIMITED BY ALL SPACE
022700                 INTO EM-ACTION EM-ID EM-TOK3
022800                 WITH POINTER EM-PTR
022900     END-EVALUATE.
023000     IF EM-PTR <= 60 AND EM-ACTION NOT = 'BANK'
023100         MOVE EM-CARD(EM-PTR:) TO EM-NAME
023200     END-IF.
023300     IF EM-ACTION = 'TERM' AND EM-TOK3 NOT = SPACES
023400         MOVE FUNCTION NUMVAL(EM-TOK3) TO EM-DATE
023500     END-IF.
023600     IF EM-WARNED-SW = 'N'
023700         MOVE EM-OPER TO OA-OPERATOR
023800         MOVE 'EMPMNT' TO OA-PROGRAM
023900         MOVE EM-ACTION TO OA-ACTION
024000         CALL 'OPAUTH' USING OA-PARM
024100         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
024200             DISPLAY EM-ACTION ' REJECTED - OPERATOR '
024300                     EM-OPER ' NOT AUTHORIZED'
024400             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
024500             GO TO 2000-EXIT
024600         END-IF
024700     END-IF.
024800     IF EM-ID = SPACES
024900         DISPLAY EM-ACTION ' REJECTED - NO EMPLOYEE ID'
025000         GO TO 2000-EXIT
025100     END-IF.
025110     IF EM-ACTION = 'TERM'
025120         MOVE EM-DATE TO PK-DATE
025130         CALL 'PERLOCK' USING PK-PARM
025140         IF PK-STATUS = 'C'
025150             DISPLAY 'TERM REJECTED - ' EM-DATE
025160                     ' FALLS IN CLOSED PERIOD ' PK-PERIOD
025170             GO TO 2000-EXIT
025180         END-IF
025190     END-IF.
025200     PERFORM 3000-FIND-ROW THRU 3000-EXIT.
025300     EVALUATE EM-ACTION
025400         WHEN 'HIRE'
025500             PERFORM 4100-HIRE THRU 4100-EXIT
025600         WHEN 'CHG'
025700             PERFORM 4200-CHANGE THRU 4200-EXIT
025800         WHEN 'TERM'
025900             PERFORM 4300-TERMINATE THRU 4300-EXIT
026000         WHEN 'REHIRE'
026100             PERFORM 4400-REHIRE THRU 4400-EXIT
026200         WHEN 'INQ'
026300             PERFORM 4500-INQUIRE THRU 4500-EXIT
026310         WHEN 'BANK'
026320             PERFORM 4600-BANK THRU 4600-EXIT
026400         WHEN OTHER
026500             DISPLAY 'UNKNOWN ACTION ' EM-ACTION
026600     END-EVALUATE.
026700 2000-EXIT.
026800     EXIT.
026900
027000 3000-FIND-ROW.
027100     MOVE ZERO TO EM-HIT.
027200     PERFORM VARYING EM-IX FROM 1 BY 1
027300         UNTIL EM-IX > EM-ROW-CNT
027400         IF EM-R-ID(EM-IX) = EM-ID
027500            AND EM-HIT = ZERO
027600             MOVE EM-IX TO EM-HIT
027700         END-IF
027800     END-PERFORM.
027900 3000-EXIT.
028000     EXIT.
028100
028200 4100-HIRE.
028300     IF EM-HIT NOT = ZERO
028400         DISPLAY 'HIRE REJECTED - DUPLICATE ID ' EM-ID
028500                 ' (' EM-R-NAME(EM-HIT) ')'
028600         GO TO 4100-EXIT
028700     END-IF.
028800     IF EM-NAME = SPACES
028900         DISPLAY 'HIRE REJECTED - NO NAME FOR ' EM-ID
029000         GO TO 4100-EXIT
029100     END-IF.
029200     IF EM-ROW-CNT >= 500
029300         DISPLAY 'HIRE REJECTED - TABLE FULL'
029400         GO TO 4100-EXIT
029500     END-IF.
029600     MOVE SPACES TO EM-BEFORE.
029700     ADD 1 TO EM-ROW-CNT.
029800     MOVE EM-ROW-CNT TO EM-HIT.
029900     MOVE EM-ID   TO EM-R-ID(EM-HIT).
030000     MOVE 'A'     TO EM-R-STATUS(EM-HIT).
030100     MOVE EM-NAME TO EM-R-NAME(EM-HIT).
030200     MOVE SPACES  TO EM-R-TERM(EM-HIT).
030210     MOVE SPACES  TO EM-R-ROUTING(EM-HIT) EM-R-ACCOUNT(EM-HIT).
030300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
030400 4100-EXIT.
030500     EXIT.
030600
030700 4200-CHANGE.
030800     IF EM-HIT = ZERO
030900         DISPLAY 'CHG REJECTED - NO EMPLOYEE ' EM-ID
031000         GO TO 4200-EXIT
031100     END-IF.
031200     IF EM-TOK3 NOT = 'A' AND EM-TOK3 NOT = 'I'
031300         DISPLAY 'CHG REJECTED - STATUS ' EM-TOK3
031400                 ' NOT A OR I FOR ' EM-ID
031500         GO TO 4200-EXIT
031600     END-IF.
031700     IF EM-R-TERM(EM-HIT) NOT = SPACES
031800         DISPLAY 'CHG REJECTED - ' EM-ID ' TERMINATED '
031900                 EM-R-TERM(EM-HIT) ', USE REHIRE'
032000         GO TO 4200-EXIT
032100     END-IF.
032200     PERFORM 6100-IMAGE-ROW THRU 6100-EXIT.
032300     MOVE EM-AFTER TO EM-BEFORE.
032400     MOVE EM-TOK3 TO EM-R-STATUS(EM-HIT).
032500     IF EM-NAME NOT = SPACES
032600         MOVE EM-NAME TO EM-R-NAME(EM-HIT)
032700     END-IF.
032800     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
032900 4200-EXIT.
033000     EXIT.
033100
033200 4300-TERMINATE.
033300     IF EM-HIT = ZERO
033400         DISPLAY 'TERM REJECTED - NO EMPLOYEE ' EM-ID
033500         GO TO 4300-EXIT
033600     END-IF.
033700     IF EM-R-TERM(EM-HIT) NOT = SPACES
033800         DISPLAY 'TERM REJECTED - ' EM-ID ' ALREADY '
033900                 'TERMINATED ' EM-R-TERM(EM-HIT)
034000         GO TO 4300-EXIT
034100     END-IF.
034200     IF EM-DATE = ZERO
034300         DISPLAY 'TERM REJECTED - NO TERMINATION DATE FOR '
034400                 EM-ID
034500         GO TO 4300-EXIT
034600     END-IF.
034700     IF FUNCTION TEST-DATE-YYYYMMDD(EM-DATE) NOT = ZERO
034800         DISPLAY 'TERM REJECTED - DATE ' EM-DATE
034900                 ' NOT VALID FOR ' EM-ID
035000         GO TO 4300-EXIT
035100     END-IF.
035200     PERFORM 6100-IMAGE-ROW THRU 6100-EXIT.
035300     MOVE EM-AFTER TO EM-BEFORE.
035400     MOVE 'I'     TO EM-R-STATUS(EM-HIT).
035500     MOVE EM-DATE TO EM-R-TERM(EM-HIT).
035600     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
035700 4300-EXIT.
035800     EXIT.
035900
036000 4400-REHIRE.
036100     IF EM-HIT = ZERO
036200         DISPLAY 'REHIRE REJECTED - NO EMPLOYEE ' EM-ID
036300                 ', USE HIRE'
036400         GO TO 4400-EXIT
036500     END-IF.
036600     IF EM-R-STATUS(EM-HIT) = 'A'
036700         DISPLAY 'REHIRE REJECTED - ' EM-ID ' IS ACTIVE'
036800         GO TO 4400-EXIT
036900     END-IF.
037000     PERFORM 6100-IMAGE-ROW THRU 6100-EXIT.
037100     MOVE EM-AFTER TO EM-BEFORE.
037200     MOVE 'A'    TO EM-R-STATUS(EM-HIT).
037300     MOVE SPACES TO EM-R-TERM(EM-HIT).
037400     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
037500 4400-EXIT.
037600     EXIT.
037700
037800 4500-INQUIRE.
037900     IF EM-HIT = ZERO
038000         DISPLAY 'INQ ' EM-ID ' NOT ON EMPMAST'
038100     ELSE
038200         DISPLAY 'INQ ' EM-R-ID(EM-HIT)
038300                 ' STATUS ' EM-R-STATUS(EM-HIT)
038400                 ' ' EM-R-NAME(EM-HIT)
038500                 ' TERM ' EM-R-TERM(EM-HIT)
038510                 ' BANK ' EM-R-ROUTING(EM-HIT)
038520                 ' ' EM-R-ACCOUNT(EM-HIT)
038600     END-IF.
038700 4500-EXIT.
038702     EXIT.
038704
038706 4600-BANK.
038708     IF EM-HIT = ZERO
038710         DISPLAY 'BANK REJECTED - NO EMPLOYEE ' EM-ID
038712         GO TO 4600-EXIT
038714     END-IF.
038716     IF EM-ROUTING IS NOT NUMERIC
038718         DISPLAY 'BANK REJECTED - ROUTING ' EM-ROUTING
038720                 ' NOT 9 DIGITS FOR ' EM-ID
038722         GO TO 4600-EXIT
038724     END-IF.
038726*    ROUTING CHECK DIGIT: WEIGHTS 3 7 1 REPEATED, SUM MOD 10 = 0
038728     COMPUTE EM-RT-SUM =
038730         3 * (EM-RT-D(1) + EM-RT-D(4) + EM-RT-D(7))
038732       + 7 * (EM-RT-D(2) + EM-RT-D(5) + EM-RT-D(8))
038734       + EM-RT-D(3) + EM-RT-D(6) + EM-RT-D(9).
038736     DIVIDE EM-RT-SUM BY 10 GIVING EM-RT-QUO
038738         REMAINDER EM-RT-REM.
038740     IF EM-RT-REM NOT = ZERO
038742         DISPLAY 'BANK REJECTED - ROUTING ' EM-ROUTING
038744                 ' FAILS ITS CHECK DIGIT FOR ' EM-ID
038746         GO TO 4600-EXIT
038748     END-IF.
038750     MOVE ZERO TO EM-ACCT-LEN.
038752     INSPECT EM-ACCOUNT TALLYING EM-ACCT-LEN
038754         FOR CHARACTERS BEFORE INITIAL SPACE.
038756     IF EM-ACCT-LEN < 4 OR EM-TOK5 NOT = SPACES
038758         DISPLAY 'BANK REJECTED - ACCOUNT ' EM-ACCOUNT
038760                 ' NOT 4-17 DIGITS FOR ' EM-ID
038762         GO TO 4600-EXIT
038764     END-IF.
038766     IF EM-ACCOUNT(1:EM-ACCT-LEN) IS NOT NUMERIC
038768         DISPLAY 'BANK REJECTED - ACCOUNT ' EM-ACCOUNT
038770                 ' NOT 4-17 DIGITS FOR ' EM-ID
038772         GO TO 4600-EXIT
038774     END-IF.
038776     PERFORM 6100-IMAGE-ROW THRU 6100-EXIT.
038778     MOVE EM-AFTER TO EM-BEFORE.
038780     MOVE EM-ROUTING TO EM-R-ROUTING(EM-HIT).
038782     MOVE EM-ACCOUNT TO EM-R-ACCOUNT(EM-HIT).
038784     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
038786 4600-EXIT.
038800     EXIT.
038900
039000 6000-WRITE-AUDIT.
039100*    CALLED WITH EM-BEFORE SET AND THE TABLE ROW ALREADY
039200*    CHANGED; THE AFTER-IMAGE IS TAKEN HERE
039300     PERFORM 6100-IMAGE-ROW THRU 6100-EXIT.
039400     MOVE EM-TS-DATE   TO EM-AUD-DATE.
039500     MOVE EM-TS-HHMMSS TO EM-AUD-TIME.
039600     MOVE EM-OPER      TO EM-AUD-OPER.
039700     MOVE EM-ACTION    TO EM-AUD-ACTION.
039800     MOVE EM-BEFORE    TO EM-AUD-BEFORE.
039900     MOVE EM-AFTER     TO EM-AUD-AFTER.
040000     OPEN EXTEND EMPAUD.
040100     IF EM-A-STATUS = '00' OR EM-A-STATUS = '05'
040200         WRITE EMPAUD-LINE FROM EM-AUD-REC
040250         MOVE 'Y' TO EM-LN-AUD-SW
040300         CLOSE EMPAUD
040400     END-IF.
040500     ADD 1 TO EM-CHG-CNT.
040600     DISPLAY EM-ACTION ' ' EM-ID ' APPLIED'.
040700 6000-EXIT.
040800     EXIT.
040900
041000 6100-IMAGE-ROW.
041100     MOVE SPACES TO EP-REC.
041200     MOVE EM-R-ID(EM-HIT)     TO EP-ID.
041300     MOVE EM-R-STATUS(EM-HIT) TO EP-STATUS.
041400     MOVE EM-R-NAME(EM-HIT)   TO EP-NAME.
041500     MOVE EM-R-TERM(EM-HIT)   TO EP-TERM-DATE.
041510     MOVE EM-R-ROUTING(EM-HIT) TO EP-ROUTING.
041520     MOVE EM-R-ACCOUNT(EM-HIT) TO EP-ACCOUNT.
041600     MOVE EP-REC TO EM-AFTER.
041700 6100-EXIT.
041800     EXIT.
041900
042000 6500-LOG-ATTEMPT.
042100     MOVE EM-TS-DATE   TO EM-SEC-DATE.
042200     MOVE EM-TS-HHMMSS TO EM-SEC-TIME.
042300     MOVE EM-OPER      TO EM-SEC-OPER.
042400     MOVE OA-ACTION    TO EM-SEC-ACTION.
042500     OPEN EXTEND EMPAUD.
042600     IF EM-A-STATUS = '00' OR EM-A-STATUS = '05'
042700         WRITE EMPAUD-LINE FROM EM-SEC-REC
042750         MOVE 'Y' TO EM-LN-AUD-SW
042800         CLOSE EMPAUD
042900     END-IF.
043000 6500-EXIT.
043100     EXIT.
043200
043300 6800-CYCLE-BACKUPS.
043400*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
043500*    JUST MEANS THE CHAIN IS NOT FULL YET.
043550     MOVE 'Y' TO EM-LN-BK-SW.
043600     MOVE 'EMPBK2' TO FC-SRC.
043700     MOVE 'EMPBK3' TO FC-DST.
043800     CALL 'FILECOPY' USING FC-PARM.
043900     MOVE 'EMPBK1' TO FC-SRC.
044000     MOVE 'EMPBK2' TO FC-DST.
044100     CALL 'FILECOPY' USING FC-PARM.
044200     MOVE 'EMPMAST' TO FC-SRC.
044300     MOVE 'EMPBK1' TO FC-DST.
044400     CALL 'FILECOPY' USING FC-PARM.
044500     IF FC-STATUS = 'B'
044600         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - MASTER LEFT '
044700                 'UNTOUCHED'
044800         MOVE 12 TO RETURN-CODE
044900         GO TO 9999-EXIT
045000     END-IF.
045100 6800-EXIT.
045200     EXIT.
045300
045400 7000-REWRITE-MASTER.
045500*    THE NEW MASTER IS BUILT COMPLETE ON EMPNEW FIRST; ONLY A
045600*    CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET, SO AN
045700*    ABEND MID-REWRITE LEAVES THE BEFORE-IMAGE AND THE NEW
045800*    GENERATION BOTH INTACT INSTEAD OF HALF A FILE.
045900     OPEN OUTPUT EMPNEW.
046000     IF EM-N-STATUS NOT = '00'
046100         DISPLAY 'EMPNEW NOT USABLE, STATUS ' EM-N-STATUS
046200         MOVE 12 TO RETURN-CODE
046300         GO TO 7000-EXIT
046400     END-IF.
046450     MOVE 'Y' TO EM-LN-NEW-SW.
046500     PERFORM VARYING EM-HIT FROM 1 BY 1
046600         UNTIL EM-HIT > EM-ROW-CNT
046700         PERFORM 6100-IMAGE-ROW THRU 6100-EXIT
046800         WRITE EMPNEW-LINE FROM EP-REC
046900     END-PERFORM.
047000     CLOSE EMPNEW.
047100     MOVE 'EMPNEW' TO FC-SRC.
047200     MOVE 'EMPMAST' TO FC-DST.
047300     CALL 'FILECOPY' USING FC-PARM.
047400     IF FC-STATUS NOT = 'G'
047500         DISPLAY 'SWAP FAILED - LIVE MASTER UNCERTAIN; '
047600                 'RECOVER FROM EMPBK1 AND EMPNEW'
047700         MOVE 12 TO RETURN-CODE
047733     ELSE
047766         MOVE 'Y' TO EM-LN-SWAP-SW
047800     END-IF.
047900 7000-EXIT.
048000     EXIT.
048002
048004 8000-RECORD-LINEAGE.
048006*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
048008*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
048010*    RETURN-CODE, SO IT IS PUT BACK.
048012     MOVE RETURN-CODE   TO EM-SAVE-RC.
048014     MOVE 'EMPMNT'      TO LN-PROGRAM.
048016     MOVE EM-TS-HHMMSS  TO LN-START-TIME.
048018     MOVE ZERO          TO LN-CNT.
048020     IF EM-LN-MAST-SW = 'Y'
048022         ADD 1 TO LN-CNT
048024         MOVE 'EMPMAST'     TO LN-DSN(LN-CNT)
048026         MOVE 'R'           TO LN-MODE(LN-CNT)
048028     END-IF.
048030     IF EM-LN-AUD-SW = 'Y'
048032         ADD 1 TO LN-CNT
048034         MOVE 'EMPAUD'      TO LN-DSN(LN-CNT)
048036         MOVE 'W'           TO LN-MODE(LN-CNT)
048038     END-IF.
048040     IF EM-LN-BK-SW = 'Y'
048042         ADD 1 TO LN-CNT
048044         MOVE 'EMPBK1'      TO LN-DSN(LN-CNT)
048046         MOVE 'W'           TO LN-MODE(LN-CNT)
048048         ADD 1 TO LN-CNT
048050         MOVE 'EMPBK2'      TO LN-DSN(LN-CNT)
048052         MOVE 'W'           TO LN-MODE(LN-CNT)
048054         ADD 1 TO LN-CNT
048056         MOVE 'EMPBK3'      TO LN-DSN(LN-CNT)
048058         MOVE 'W'           TO LN-MODE(LN-CNT)
048060     END-IF.
048062     IF EM-LN-NEW-SW = 'Y'
048064         ADD 1 TO LN-CNT
048066         MOVE 'EMPNEW'      TO LN-DSN(LN-CNT)
048068         MOVE 'W'           TO LN-MODE(LN-CNT)
048070     END-IF.
048072     IF EM-LN-SWAP-SW = 'Y'
048074         ADD 1 TO LN-CNT
048076         MOVE 'EMPMAST'     TO LN-DSN(LN-CNT)
048078         MOVE 'W'           TO LN-MODE(LN-CNT)
048080     END-IF.
048082     CALL 'LINEAGE' USING LN-PARM.
048084     MOVE EM-SAVE-RC    TO RETURN-CODE.
048086 8000-EXIT.
048088     EXIT.
048100
048200 9999-EXIT.
048250     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
048300     STOP RUN.
