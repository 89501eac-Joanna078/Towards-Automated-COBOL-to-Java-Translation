000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FAREMNT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  FAREMNT - MAINTENANCE FOR THE FAREMAST FARE MASTER THE       *
000900*  ADMISSION PRICER AND FAREWHAT PRICE FROM.  THE DECK OPENS    *
001000*  WITH 'OPER <ID>' (VERIFIED THROUGH OPAUTH); TRANSACTION      *
001100*  CARDS FOLLOW, ONE PER LINE:                                  *
001200*    ADD LO HI FARE YYYYMMDD  NEW BAND ROW EFFECTIVE THAT DATE  *
001300*                             (REJECTED IF LO+HI+DATE EXISTS)   *
001400*    CHG LO HI FARE YYYYMMDD  CHANGE THE FARE OF THAT ROW       *
001500*    DEL LO HI YYYYMMDD       REMOVE THE ROW                    *
001600*    INQ YYYYMMDD             THE BANDS THE PRICER USES THAT    *
001700*                             DAY (BLANK = EVERY ROW)           *
001800*  BEFORE ANYTHING IS WRITTEN BACK THE BANDS ARE CHECKED AT     *
001900*  EVERY EFFECTIVE DATE ON THE MASTER, AS THE PRICER SEES THEM  *
002000*  (EVERY BAND WITH A ROW NOT AFTER THAT DATE): THEY MUST COVER *
002100*  AGES 0-999 WITH NO GAP AND NO OVERLAP, IN NO MORE THAN THE   *
002200*  PRICER'S 20 BANDS.  A DECK THAT FAILS IS REJECTED WHOLE      *
002300*  (RC 12) AND THE MASTER IS LEFT AS IT WAS.  A CLEAN DECK GETS *
002400*  ONE FAREAUD AUDIT LINE PER CHANGE (OPERATOR, OLD AND NEW     *
002500*  FARE) AND THE CRASH-SAFE REWRITE: BEFORE-IMAGES CYCLE        *
002600*  FAREBK1-3, THE NEW MASTER IS BUILT ON FARENEW AND SWAPPED IN *
002700*  ONLY ON CLEAN COMPLETION.                                    *
002710*  A CARD EFFECTIVE INSIDE A PERIOD PERCLOSE HAS CLOSED IS      *
002720*  REJECTED ON ITS OWN (PERLOCK); THE REST OF THE DECK STANDS.  *
002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  2026-10-15  OSG  NEW PROGRAM.                                *
003010*  2026-10-15  OSG  ADD/CHG/DEL INTO A CLOSED PERIOD REJECTED   *
003020*                   THROUGH THE PERLOCK SERVICE.                *
003046*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003072*                   LINEAGE REGISTER AT END OF JOB.             *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL FAREMAST ASSIGN TO FAREMAST
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS FN-M-STATUS.
003800     SELECT OPTIONAL FAREAUD ASSIGN TO FAREAUD
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS FN-A-STATUS.
004100     SELECT FARENEW ASSIGN TO FARENEW
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS FN-N-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FAREMAST.
004700 01  FAREMAST-LINE            PIC X(30).
004800 FD  FAREAUD.
004900 01  FAREAUD-LINE             PIC X(80).
005000 FD  FARENEW.
005100 01  FARENEW-LINE             PIC X(30).
005200 WORKING-STORAGE SECTION.
005300 77  FN-N-STATUS              PIC X(02).
005400 COPY FCOPYPM.
005500 77  FN-M-STATUS              PIC X(02).
005600 77  FN-A-STATUS              PIC X(02).
005700 77  FN-EOF-SW                PIC X(01) VALUE 'N'.
005800     88  FN-EOF                          VALUE 'Y'.
005900 77  FN-CARD-EOF-SW           PIC X(01) VALUE 'N'.
006000     88  FN-CARD-EOF                     VALUE 'Y'.
006100 77  FN-ROW-CNT               PIC 9(03) COMP VALUE ZERO.
006200 77  FN-IX                    PIC 9(03) COMP.
006400 77  FN-HIT                   PIC 9(03) COMP.
006500 77  FN-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006600*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006700 77  FN-OPER                  PIC X(08) VALUE SPACES.
006800 77  FN-WARNED-SW             PIC X(01) VALUE 'N'.
006812*    DATASETS THIS RUN ACTUALLY OPENED, FOR THE LINEAGE REGISTER
006824 77  FN-LN-MAST-SW            PIC X(01) VALUE 'N'.
006836 77  FN-LN-AUD-SW             PIC X(01) VALUE 'N'.
006848 77  FN-LN-BK-SW              PIC X(01) VALUE 'N'.
006860 77  FN-LN-NEW-SW             PIC X(01) VALUE 'N'.
006872 77  FN-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006884 77  FN-SAVE-RC               PIC S9(04) COMP.
006900*    BAND COVERAGE CHECK
007200 77  FN-DATE-CNT              PIC 9(03) COMP.
007300 77  FN-DX                    PIC 9(03) COMP.
007400 77  FN-BAND-CNT              PIC 9(03) COMP.
007500 77  FN-BX                    PIC 9(03) COMP.
007600 77  FN-USED-CNT              PIC 9(03) COMP.
007700 77  FN-STARTS                PIC 9(03) COMP.
007800 77  FN-NEXT-AGE              PIC 9(04).
007900 77  FN-BAD-CNT               PIC 9(03) COMP VALUE ZERO.
007910 01  FN-ED-CNT                PIC Z(04)9.
007920 01  FN-ED-AGE                PIC ZZ9.
008000 01  FN-SEC-REC.
008100     05  FN-SEC-DATE          PIC 9(08).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  FN-SEC-TIME          PIC 9(06).
008400     05  FILLER               PIC X(05) VALUE ' SEC '.
008500     05  FN-SEC-OPER          PIC X(08).
008600     05  FILLER               PIC X(08) VALUE ' DENIED '.
008700     05  FN-SEC-ACTION        PIC X(04).
008800     05  FILLER               PIC X(19) VALUE SPACES.
008900 COPY OPAUTHPM.
008910 COPY PERLCKPM.
008955 COPY LINEAGPM.
009000 01  FN-CARD                  PIC X(40).
009100 01  FN-ACTION                PIC X(03).
009200 01  FN-LO-X                  PIC X(08).
009300 01  FN-HI-X                  PIC X(08).
009400 01  FN-FARE-X                PIC X(08).
009500 01  FN-DATE-X                PIC X(08).
009600 01  FN-LO                    PIC 9(03).
009700 01  FN-HI                    PIC 9(03).
009800 01  FN-FARE                  PIC 9(07).
009900 01  FN-DATE                  PIC 9(08).
010000 01  FN-OLD-FARE              PIC 9(07).
010100 01  FN-TABLE.
010200     05  FN-ROW OCCURS 50.
010300         10  FN-R-LO          PIC 9(03).
010400         10  FN-R-HI          PIC 9(03).
010500         10  FN-R-FARE        PIC 9(07).
010600         10  FN-R-EFF         PIC 9(08).
010700*    EVERY DISTINCT EFFECTIVE DATE, AND THE BANDS IN FORCE ON
010800*    THE ONE BEING CHECKED (FARE = THE NEWEST ROW'S)
010900 01  FN-DATE-TBL.
011000     05  FN-D-EFF             PIC 9(08) OCCURS 50.
011100 01  FN-BAND-TBL.
011200     05  FN-BAND OCCURS 50.
011300         10  FN-B-LO          PIC 9(03).
011400         10  FN-B-HI          PIC 9(03).
011500         10  FN-B-FARE        PIC 9(07).
011600         10  FN-B-EFF         PIC 9(08).
011700         10  FN-B-USED        PIC X(01).
011800*    AUDIT LINES ARE HELD UNTIL THE DECK PASSES THE CHECK
011900 01  FN-AUD-TBL.
012000     05  FN-AUD-HELD          PIC X(80) OCCURS 100.
012100 77  FN-AUD-CNT               PIC 9(03) COMP VALUE ZERO.
012200 01  FN-AUD-REC.
012300     05  FN-AUD-DATE          PIC 9(08).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  FN-AUD-TIME          PIC 9(06).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  FN-AUD-ACTION        PIC X(03).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  FN-AUD-LO            PIC 9(03).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  FN-AUD-HI            PIC 9(03).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  FN-AUD-EFF           PIC 9(08).
013400     05  FILLER               PIC X(05) VALUE ' OLD '.
013500     05  FN-AUD-OLD           PIC 9(07).
013600     05  FILLER               PIC X(05) VALUE ' NEW '.
013700     05  FN-AUD-NEW           PIC 9(07).
013800     05  FILLER               PIC X(04) VALUE ' BY '.
013900     05  FN-AUD-OPER          PIC X(08).
014000     05  FILLER               PIC X(08) VALUE SPACES.
014100 01  FN-TIMESTAMP.
014200     05  FN-TS-DATE           PIC 9(08).
014300     05  FN-TS-TIME.
014400         07  FN-TS-HHMMSS     PIC 9(06).
014500         07  FILLER           PIC 9(02).
014600 COPY FAREMSRC.
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900*  0000-MAINLINE - LOAD, APPLY EVERY CARD, CHECK THE BANDS,     *
015000*  REWRITE THE MASTER.                                          *
015100*****************************************************************
015200 0000-MAINLINE.
015300     ACCEPT FN-TS-DATE FROM DATE YYYYMMDD.
015400     ACCEPT FN-TS-TIME FROM TIME.
015500     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
015600     IF FN-CARD-EOF
015700         MOVE 12 TO RETURN-CODE
015800         GO TO 9999-EXIT
015900     END-IF.
016000     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
016100     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
016200         UNTIL FN-CARD-EOF.
016300     IF FN-CHG-CNT = ZERO
016400         GO TO 9999-EXIT
016500     END-IF.
016600     PERFORM 5000-CHECK-COVERAGE THRU 5000-EXIT.
016610     MOVE FN-CHG-CNT TO FN-ED-CNT.
016700     IF FN-BAD-CNT > ZERO
016800         DISPLAY 'DECK REJECTED - ' FN-ED-CNT
016900                 ' CHANGE(S) NOT APPLIED, FAREMAST UNTOUCHED'
017000         MOVE 12 TO RETURN-CODE
017100         GO TO 9999-EXIT
017200     END-IF.
017300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
017400     PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT.
017500     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
017600     GO TO 9999-EXIT.
017700
017800 1000-LOAD-MASTER.
017900     OPEN INPUT FAREMAST.
017925     IF FN-M-STATUS = '00'
017950         MOVE 'Y' TO FN-LN-MAST-SW
017975     END-IF.
018000     PERFORM UNTIL FN-EOF
018100         READ FAREMAST INTO FM-REC
018200             AT END
018300                 MOVE 'Y' TO FN-EOF-SW
018400             NOT AT END
018500                 IF FN-ROW-CNT >= 50
018600                     DISPLAY 'FAREMAST EXCEEDS THE 50-ROW '
018700                             'TABLE - RUN ABANDONED'
018800                     MOVE 16 TO RETURN-CODE
018900                     STOP RUN
019000                 END-IF
019100                 IF FAREMAST-LINE NOT = SPACES
019200                     ADD 1 TO FN-ROW-CNT
019300                     MOVE FM-AGE-LO
019400                         TO FN-R-LO(FN-ROW-CNT)
019500                     MOVE FM-AGE-HI
019600                         TO FN-R-HI(FN-ROW-CNT)
019700                     MOVE FM-FARE
019800                         TO FN-R-FARE(FN-ROW-CNT)
019900                     MOVE FM-EFF
020000                         TO FN-R-EFF(FN-ROW-CNT)
020100                 END-IF
020200         END-READ
020300     END-PERFORM.
020400     CLOSE FAREMAST.
020500 1000-EXIT.
020600     EXIT.
020700
020800 1500-VERIFY-OPERATOR.
020900*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
021000*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
021100*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
021200*    OPAUTH DATASET FAILS OPEN WITH A WARNING.
021300     MOVE SPACES TO FN-CARD.
021400     ACCEPT FN-CARD
021500         ON EXCEPTION
021600             MOVE SPACES TO FN-CARD
021700     END-ACCEPT.
021800     MOVE SPACES TO FN-ACTION FN-DATE-X.
021900     UNSTRING FN-CARD DELIMITED BY ALL SPACE
022000         INTO FN-ACTION FN-DATE-X.
022100     IF FN-ACTION NOT = 'OPE'
022200         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
022300         MOVE '*NONE*' TO FN-OPER
022400         MOVE '*' TO OA-ACTION
022500         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
022600         MOVE 'Y' TO FN-CARD-EOF-SW
022700         GO TO 1500-EXIT
022800     END-IF.
022900     MOVE FN-DATE-X TO FN-OPER.
023000     MOVE FN-OPER TO OA-OPERATOR.
023100     MOVE 'FAREMNT' TO OA-PROGRAM.
023200     MOVE '*' TO OA-ACTION.
023300     CALL 'OPAUTH' USING OA-PARM.
023400     EVALUATE OA-STATUS
023500         WHEN 'M'
023600             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
023700                     'NOT ENFORCED THIS RUN'
023800             MOVE 'Y' TO FN-WARNED-SW
023900         WHEN 'G'
024000             CONTINUE
024100         WHEN OTHER
024200             DISPLAY 'DECK REJECTED - OPERATOR ' FN-OPER
024300                     ' NOT AUTHORIZED FOR FAREMNT'
024400             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
024500             MOVE 'Y' TO FN-CARD-EOF-SW
024600     END-EVALUATE.
024700 1500-EXIT.
024800     EXIT.
024900
025000 2000-NEXT-CARD.
025100     MOVE SPACES TO FN-CARD.
025200     ACCEPT FN-CARD
025300         ON EXCEPTION
025400             MOVE 'Y' TO FN-CARD-EOF-SW
025500             GO TO 2000-EXIT
025600     END-ACCEPT.
025700     IF FN-CARD = SPACES
025800         MOVE 'Y' TO FN-CARD-EOF-SW
025900         GO TO 2000-EXIT
026000     END-IF.
026100     MOVE SPACES TO FN-ACTION FN-LO-X FN-HI-X FN-FARE-X
026200                    FN-DATE-X.
026300     EVALUATE FN-CARD(1:3)
026400         WHEN 'DEL'
026500             UNSTRING FN-CARD DELIMITED BY ALL SPACE
026600                 INTO FN-ACTION FN-LO-X FN-HI-X FN-DATE-X
026700         WHEN 'INQ'
026800             UNSTRING FN-CARD DELIMITED BY ALL SPACE
026900                 INTO FN-ACTION FN-DATE-X
027000         WHEN OTHER
027100             UNSTRING FN-CARD DELIMITED BY ALL SPACE
027200                 INTO FN-ACTION FN-LO-X FN-HI-X FN-FARE-X
027300                      FN-DATE-X
027400     END-EVALUATE.
027500     MOVE ZERO TO FN-LO FN-HI FN-FARE FN-DATE.
027600     IF FN-LO-X NOT = SPACES
027700         MOVE FUNCTION NUMVAL(FN-LO-X) TO FN-LO
027800     END-IF.
027900     IF FN-HI-X NOT = SPACES
028000         MOVE FUNCTION NUMVAL(FN-HI-X) TO FN-HI
028100     END-IF.
028200     IF FN-FARE-X NOT = SPACES
028300         MOVE FUNCTION NUMVAL(FN-FARE-X) TO FN-FARE
028400     END-IF.
028500     IF FN-DATE-X NOT = SPACES
028600         MOVE FUNCTION NUMVAL(FN-DATE-X) TO FN-DATE
028700     END-IF.
028800     IF FN-WARNED-SW = 'N'
028900         MOVE FN-OPER TO OA-OPERATOR
029000         MOVE 'FAREMNT' TO OA-PROGRAM
029100         MOVE FN-ACTION TO OA-ACTION
029200         CALL 'OPAUTH' USING OA-PARM
029300         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
029400             DISPLAY FN-ACTION ' REJECTED - OPERATOR '
029500                     FN-OPER ' NOT AUTHORIZED'
029600             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
029700             GO TO 2000-EXIT
029800         END-IF
029900     END-IF.
029910     IF FN-ACTION NOT = 'INQ'
029920         MOVE FN-DATE TO PK-DATE
029930         CALL 'PERLOCK' USING PK-PARM
029940         IF PK-STATUS = 'C'
029950             DISPLAY FN-ACTION ' REJECTED - ' FN-DATE
029960                     ' FALLS IN CLOSED PERIOD ' PK-PERIOD
029970             GO TO 2000-EXIT
029980         END-IF
029990     END-IF.
030000     PERFORM 3000-FIND-ROW THRU 3000-EXIT.
030100     EVALUATE FN-ACTION
030200         WHEN 'ADD'
030300             PERFORM 4100-ADD-ROW THRU 4100-EXIT
030400         WHEN 'CHG'
030500             PERFORM 4200-CHANGE-ROW THRU 4200-EXIT
030600         WHEN 'DEL'
030700             PERFORM 4300-DELETE-ROW THRU 4300-EXIT
030800         WHEN 'INQ'
030900             PERFORM 4400-INQUIRE-ROWS THRU 4400-EXIT
031000         WHEN OTHER
031100             DISPLAY 'UNKNOWN ACTION ' FN-ACTION
031200     END-EVALUATE.
031300 2000-EXIT.
031400     EXIT.
031500
031600 3000-FIND-ROW.
031700     MOVE ZERO TO FN-HIT.
031800     PERFORM VARYING FN-IX FROM 1 BY 1
031900         UNTIL FN-IX > FN-ROW-CNT
032000         IF FN-R-LO(FN-IX) = FN-LO
032100            AND FN-R-HI(FN-IX) = FN-HI
032200            AND FN-R-EFF(FN-IX) = FN-DATE
032300            AND FN-HIT = ZERO
032400             MOVE FN-IX TO FN-HIT
032500         END-IF
032600     END-PERFORM.
032700 3000-EXIT.
032800     EXIT.
032900
033000 4100-ADD-ROW.
033100     IF FN-HIT NOT = ZERO
033200         DISPLAY 'ADD REJECTED - ROW EXISTS ' FN-LO '-' FN-HI
033300                 ' ' FN-DATE
033400         GO TO 4100-EXIT
033500     END-IF.
033600     IF FN-LO > FN-HI OR FN-DATE = ZERO
033700         DISPLAY 'ADD REJECTED - BAND ' FN-LO '-' FN-HI
033800                 ' OR DATE ' FN-DATE ' NOT VALID'
033900         GO TO 4100-EXIT
034000     END-IF.
034100     IF FN-ROW-CNT >= 50
034200         DISPLAY 'ADD REJECTED - TABLE FULL'
034300         GO TO 4100-EXIT
034400     END-IF.
034500     ADD 1 TO FN-ROW-CNT.
034600     MOVE FN-LO    TO FN-R-LO(FN-ROW-CNT).
034700     MOVE FN-HI    TO FN-R-HI(FN-ROW-CNT).
034800     MOVE FN-FARE  TO FN-R-FARE(FN-ROW-CNT).
034900     MOVE FN-DATE  TO FN-R-EFF(FN-ROW-CNT).
035000     MOVE ZERO     TO FN-OLD-FARE.
035100     PERFORM 6100-HOLD-AUDIT THRU 6100-EXIT.
035200     ADD 1 TO FN-CHG-CNT.
035300 4100-EXIT.
035400     EXIT.
035500
035600 4200-CHANGE-ROW.
035700     IF FN-HIT = ZERO
035800         DISPLAY 'CHG REJECTED - NO ROW ' FN-LO '-' FN-HI
035900                 ' ' FN-DATE
036000         GO TO 4200-EXIT
036100     END-IF.
036200     MOVE FN-R-FARE(FN-HIT) TO FN-OLD-FARE.
036300     MOVE FN-FARE TO FN-R-FARE(FN-HIT).
036400     PERFORM 6100-HOLD-AUDIT THRU 6100-EXIT.
036500     ADD 1 TO FN-CHG-CNT.
036600 4200-EXIT.
036700     EXIT.
036800
036900 4300-DELETE-ROW.
037000     IF FN-HIT = ZERO
037100         DISPLAY 'DEL REJECTED - NO ROW ' FN-LO '-' FN-HI
037200                 ' ' FN-DATE
037300         GO TO 4300-EXIT
037400     END-IF.
037500     MOVE FN-R-FARE(FN-HIT) TO FN-OLD-FARE.
037600     MOVE ZERO TO FN-FARE.
037700     PERFORM VARYING FN-IX FROM FN-HIT BY 1
037800         UNTIL FN-IX >= FN-ROW-CNT
037900         MOVE FN-ROW(FN-IX + 1) TO FN-ROW(FN-IX)
038000     END-PERFORM.
038100     SUBTRACT 1 FROM FN-ROW-CNT.
038200     PERFORM 6100-HOLD-AUDIT THRU 6100-EXIT.
038300     ADD 1 TO FN-CHG-CNT.
038400 4300-EXIT.
038500     EXIT.
038600
038700 4400-INQUIRE-ROWS.
038800*    WITH A DATE, THE BANDS AS THE PRICER WOULD PRICE THAT DAY
038900*    (CHANGES EARLIER IN THE DECK INCLUDED); WITHOUT ONE, EVERY
039000*    ROW ON THE MASTER
039100     IF FN-DATE = ZERO
039200         PERFORM VARYING FN-IX FROM 1 BY 1
039300             UNTIL FN-IX > FN-ROW-CNT
039400             DISPLAY 'INQ ' FN-R-LO(FN-IX) '-' FN-R-HI(FN-IX)
039500                     ' FARE ' FN-R-FARE(FN-IX)
039600                     ' EFF ' FN-R-EFF(FN-IX)
039700         END-PERFORM
039800         GO TO 4400-EXIT
039900     END-IF.
040000     PERFORM 5200-BANDS-AT-DATE THRU 5200-EXIT.
040100     IF FN-BAND-CNT = ZERO
040200         DISPLAY 'INQ ' FN-DATE ' NO BANDS IN FORCE'
040300         GO TO 4400-EXIT
040400     END-IF.
040500     PERFORM VARYING FN-BX FROM 1 BY 1
040600         UNTIL FN-BX > FN-BAND-CNT
040700         DISPLAY 'INQ ' FN-DATE ' BAND ' FN-B-LO(FN-BX) '-'
040800                 FN-B-HI(FN-BX) ' FARE ' FN-B-FARE(FN-BX)
040900                 ' EFF ' FN-B-EFF(FN-BX)
041000     END-PERFORM.
041100 4400-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500*  5000-CHECK-COVERAGE - AT EVERY EFFECTIVE DATE ON THE MASTER  *
041600*  THE BANDS IN FORCE MUST COVER AGES 0-999 EXACTLY ONCE.  AN   *
041700*  AGE IN NO BAND IS A VISITOR THE PRICER CANNOT CHARGE.        *
041800*****************************************************************
041900 5000-CHECK-COVERAGE.
042000     MOVE ZERO TO FN-DATE-CNT FN-BAD-CNT.
042100     PERFORM VARYING FN-IX FROM 1 BY 1
042200         UNTIL FN-IX > FN-ROW-CNT
042300         MOVE ZERO TO FN-HIT
042400         PERFORM VARYING FN-DX FROM 1 BY 1
042500             UNTIL FN-DX > FN-DATE-CNT
042600             IF FN-D-EFF(FN-DX) = FN-R-EFF(FN-IX)
042700                 MOVE FN-DX TO FN-HIT
042800             END-IF
042900         END-PERFORM
043000         IF FN-HIT = ZERO
043100             ADD 1 TO FN-DATE-CNT
043200             MOVE FN-R-EFF(FN-IX) TO FN-D-EFF(FN-DATE-CNT)
043300         END-IF
043400     END-PERFORM.
043500     IF FN-DATE-CNT = ZERO
043600         DISPLAY 'FAREMAST WOULD HOLD NO BANDS AT ALL'
043700         ADD 1 TO FN-BAD-CNT
043800         GO TO 5000-EXIT
043900     END-IF.
044000     PERFORM VARYING FN-DX FROM 1 BY 1
044100         UNTIL FN-DX > FN-DATE-CNT
044200         MOVE FN-D-EFF(FN-DX) TO FN-DATE
044300         PERFORM 5100-CHECK-DATE THRU 5100-EXIT
044400     END-PERFORM.
044500 5000-EXIT.
044600     EXIT.
044700
044800 5100-CHECK-DATE.
044900*    WALK THE AGES UPWARD: EXACTLY ONE BAND MUST START AT
045000*    EACH NEXT AGE; A BAND NEVER REACHED OVERLAPS ANOTHER.
045100     PERFORM 5200-BANDS-AT-DATE THRU 5200-EXIT.
045200     IF FN-BAND-CNT > 20
045300         DISPLAY 'BANDS EFF ' FN-DATE ': ' FN-BAND-CNT
045400                 ' BANDS - THE PRICER HOLDS 20'
045500         ADD 1 TO FN-BAD-CNT
045600         GO TO 5100-EXIT
045700     END-IF.
045800     MOVE ZERO TO FN-NEXT-AGE FN-USED-CNT.
045900     PERFORM UNTIL FN-NEXT-AGE > 999
046000         MOVE ZERO TO FN-STARTS FN-HIT
046100         PERFORM VARYING FN-BX FROM 1 BY 1
046200             UNTIL FN-BX > FN-BAND-CNT
046300             IF FN-B-LO(FN-BX) = FN-NEXT-AGE
046400                 ADD 1 TO FN-STARTS
046500                 MOVE FN-BX TO FN-HIT
046600             END-IF
046700         END-PERFORM
046800         IF FN-STARTS = ZERO
046900             PERFORM VARYING FN-BX FROM 1 BY 1
047000                 UNTIL FN-BX > FN-BAND-CNT
047100                 IF FN-B-LO(FN-BX) < FN-NEXT-AGE
047200                    AND FN-B-HI(FN-BX) >= FN-NEXT-AGE
047300                     ADD 1 TO FN-STARTS
047400                 END-IF
047500             END-PERFORM
047510             MOVE FN-NEXT-AGE TO FN-ED-AGE
047600             IF FN-STARTS = ZERO
047700                 DISPLAY 'BANDS EFF ' FN-DATE
047800                         ': GAP AT AGE ' FN-ED-AGE
047900             ELSE
048000                 DISPLAY 'BANDS EFF ' FN-DATE
048100                         ': OVERLAP AT AGE ' FN-ED-AGE
048200             END-IF
048300             ADD 1 TO FN-BAD-CNT
048400             GO TO 5100-EXIT
048500         END-IF
048600         IF FN-STARTS > 1
048610             MOVE FN-NEXT-AGE TO FN-ED-AGE
048700             DISPLAY 'BANDS EFF ' FN-DATE
048800                     ': OVERLAP AT AGE ' FN-ED-AGE
048900             ADD 1 TO FN-BAD-CNT
049000             GO TO 5100-EXIT
049100         END-IF
049200         MOVE 'Y' TO FN-B-USED(FN-HIT)
049300         ADD 1 TO FN-USED-CNT
049400         COMPUTE FN-NEXT-AGE = FN-B-HI(FN-HIT) + 1
049500     END-PERFORM.
049600     IF FN-USED-CNT < FN-BAND-CNT
049700         PERFORM VARYING FN-BX FROM 1 BY 1
049800             UNTIL FN-BX > FN-BAND-CNT
049900             IF FN-B-USED(FN-BX) = 'N'
049910                 MOVE FN-B-LO(FN-BX) TO FN-ED-AGE
050000                 DISPLAY 'BANDS EFF ' FN-DATE
050100                         ': OVERLAP AT AGE ' FN-ED-AGE
050200             END-IF
050300         END-PERFORM
050400         ADD 1 TO FN-BAD-CNT
050500     END-IF.
050600 5100-EXIT.
050700     EXIT.
050800
050900 5200-BANDS-AT-DATE.
051000*    THE PRICER'S RULE: EVERY BAND WITH A ROW NOT AFTER THE
051100*    DATE IS IN FORCE, AT THE FARE OF ITS NEWEST SUCH ROW
051200     MOVE ZERO TO FN-BAND-CNT.
051300     PERFORM VARYING FN-IX FROM 1 BY 1
051400         UNTIL FN-IX > FN-ROW-CNT
051500         IF FN-R-EFF(FN-IX) <= FN-DATE
051600             MOVE ZERO TO FN-HIT
051700             PERFORM VARYING FN-BX FROM 1 BY 1
051800                 UNTIL FN-BX > FN-BAND-CNT
051900                 IF FN-B-LO(FN-BX) = FN-R-LO(FN-IX)
052000                    AND FN-B-HI(FN-BX) = FN-R-HI(FN-IX)
052100                     MOVE FN-BX TO FN-HIT
052200                 END-IF
052300             END-PERFORM
052400             IF FN-HIT = ZERO
052500                 ADD 1 TO FN-BAND-CNT
052600                 MOVE FN-BAND-CNT TO FN-HIT
052700                 MOVE FN-R-LO(FN-IX) TO FN-B-LO(FN-HIT)
052800                 MOVE FN-R-HI(FN-IX) TO FN-B-HI(FN-HIT)
052900                 MOVE ZERO TO FN-B-EFF(FN-HIT)
053000                 MOVE 'N' TO FN-B-USED(FN-HIT)
053100             END-IF
053200             IF FN-R-EFF(FN-IX) >= FN-B-EFF(FN-HIT)
053300                 MOVE FN-R-EFF(FN-IX) TO FN-B-EFF(FN-HIT)
053400                 MOVE FN-R-FARE(FN-IX) TO FN-B-FARE(FN-HIT)
053500             END-IF
053600         END-IF
053700     END-PERFORM.
053800 5200-EXIT.
053900     EXIT.
054000
054100 6000-WRITE-AUDIT.
054200*    THE DECK PASSED - ITS HELD AUDIT LINES GO OUT BEFORE THE
054300*    MASTER IS TOUCHED
054400     OPEN EXTEND FAREAUD.
054500     IF FN-A-STATUS NOT = '00' AND FN-A-STATUS NOT = '05'
054600         DISPLAY 'FAREAUD NOT USABLE, STATUS ' FN-A-STATUS
054700                 ' - FAREMAST LEFT UNTOUCHED'
054800         MOVE 12 TO RETURN-CODE
054900         GO TO 9999-EXIT
055000     END-IF.
055050     MOVE 'Y' TO FN-LN-AUD-SW.
055100     PERFORM VARYING FN-IX FROM 1 BY 1
055200         UNTIL FN-IX > FN-AUD-CNT
055300         WRITE FAREAUD-LINE FROM FN-AUD-HELD(FN-IX)
055400     END-PERFORM.
055500     CLOSE FAREAUD.
055600 6000-EXIT.
055700     EXIT.
055800
055900 6100-HOLD-AUDIT.
056000     IF FN-AUD-CNT >= 100
056100         DISPLAY 'MORE THAN 100 CHANGES IN ONE DECK - '
056200                 'RUN ABANDONED, FAREMAST UNTOUCHED'
056300         MOVE 16 TO RETURN-CODE
056400         GO TO 9999-EXIT
056500     END-IF.
056600     MOVE FN-TS-DATE   TO FN-AUD-DATE.
056700     MOVE FN-TS-HHMMSS TO FN-AUD-TIME.
056800     MOVE FN-ACTION    TO FN-AUD-ACTION.
056900     MOVE FN-LO        TO FN-AUD-LO.
057000     MOVE FN-HI        TO FN-AUD-HI.
057100     MOVE FN-DATE      TO FN-AUD-EFF.
057200     MOVE FN-OLD-FARE  TO FN-AUD-OLD.
057300     MOVE FN-FARE      TO FN-AUD-NEW.
057400     MOVE FN-OPER      TO FN-AUD-OPER.
057500     ADD 1 TO FN-AUD-CNT.
057600     MOVE FN-AUD-REC TO FN-AUD-HELD(FN-AUD-CNT).
057700 6100-EXIT.
057800     EXIT.
057900
058000 6500-LOG-ATTEMPT.
058100     MOVE FN-TS-DATE   TO FN-SEC-DATE.
058200     MOVE FN-TS-HHMMSS TO FN-SEC-TIME.
058300     MOVE FN-OPER      TO FN-SEC-OPER.
058400     MOVE OA-ACTION    TO FN-SEC-ACTION.
058500     OPEN EXTEND FAREAUD.
058600     IF FN-A-STATUS = '00' OR FN-A-STATUS = '05'
058700         WRITE FAREAUD-LINE FROM FN-SEC-REC
058750         MOVE 'Y' TO FN-LN-AUD-SW
058800         CLOSE FAREAUD
058900     END-IF.
059000 6500-EXIT.
059100     EXIT.
059200
059300 6800-CYCLE-BACKUPS.
059400*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
059500*    JUST MEANS THE CHAIN IS NOT FULL YET.
059550     MOVE 'Y' TO FN-LN-BK-SW.
059600     MOVE 'FAREBK2' TO FC-SRC.
059700     MOVE 'FAREBK3' TO FC-DST.
059800     CALL 'FILECOPY' USING FC-PARM.
059900     MOVE 'FAREBK1' TO FC-SRC.
060000     MOVE 'FAREBK2' TO FC-DST.
060100     CALL 'FILECOPY' USING FC-PARM.
060200     MOVE 'FAREMAST' TO FC-SRC.
060300     MOVE 'FAREBK1' TO FC-DST.
060400     CALL 'FILECOPY' USING FC-PARM.
060500     IF FC-STATUS = 'B'
060600         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - MASTER LEFT '
060700                 'UNTOUCHED'
060800         MOVE 12 TO RETURN-CODE
060900         GO TO 9999-EXIT
061000     END-IF.
061100 6800-EXIT.
061200     EXIT.
061300
061400 7000-REWRITE-MASTER.
061500*    THE NEW MASTER IS BUILT COMPLETE ON FARENEW FIRST; ONLY A
061600*    CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET.
061700     OPEN OUTPUT FARENEW.
061800     IF FN-N-STATUS NOT = '00'
061900         DISPLAY 'FARENEW NOT USABLE, STATUS ' FN-N-STATUS
062000         MOVE 12 TO RETURN-CODE
062100         GO TO 7000-EXIT
062200     END-IF.
062250     MOVE 'Y' TO FN-LN-NEW-SW.
062300     PERFORM VARYING FN-IX FROM 1 BY 1
062400         UNTIL FN-IX > FN-ROW-CNT
062500         MOVE SPACES TO FM-REC
062600         MOVE FN-R-LO(FN-IX)   TO FM-AGE-LO
062700         MOVE FN-R-HI(FN-IX)   TO FM-AGE-HI
062800         MOVE FN-R-FARE(FN-IX) TO FM-FARE
062900         MOVE FN-R-EFF(FN-IX)  TO FM-EFF
063000         WRITE FARENEW-LINE FROM FM-REC
063100     END-PERFORM.
063200     CLOSE FARENEW.
063300     MOVE 'FARENEW' TO FC-SRC.
063400     MOVE 'FAREMAST' TO FC-DST.
063500     CALL 'FILECOPY' USING FC-PARM.
063600     IF FC-STATUS NOT = 'G'
063700         DISPLAY 'SWAP FAILED - LIVE MASTER UNCERTAIN; '
063800                 'RECOVER FROM FAREBK1 AND FARENEW'
063900         MOVE 12 TO RETURN-CODE
064000     ELSE
064050         MOVE 'Y' TO FN-LN-SWAP-SW
064100         DISPLAY FN-ED-CNT ' CHANGE(S) APPLIED TO FAREMAST'
064200     END-IF.
064300 7000-EXIT.
064400     EXIT.
064402
064404 8000-RECORD-LINEAGE.
064406*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
064408*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
064410*    RETURN-CODE, SO IT IS PUT BACK.
064412     MOVE RETURN-CODE   TO FN-SAVE-RC.
064414     MOVE 'FAREMNT'     TO LN-PROGRAM.
064416     MOVE FN-TS-HHMMSS  TO LN-START-TIME.
064418     MOVE ZERO          TO LN-CNT.
064420     IF FN-LN-MAST-SW = 'Y'
064422         ADD 1 TO LN-CNT
064424         MOVE 'FAREMAST'    TO LN-DSN(LN-CNT)
064426         MOVE 'R'           TO LN-MODE(LN-CNT)
064428     END-IF.
064430     IF FN-LN-AUD-SW = 'Y'
064432         ADD 1 TO LN-CNT
064434         MOVE 'FAREAUD'     TO LN-DSN(LN-CNT)
064436         MOVE 'W'           TO LN-MODE(LN-CNT)
064438     END-IF.
064440     IF FN-LN-BK-SW = 'Y'
064442         ADD 1 TO LN-CNT
064444         MOVE 'FAREBK1'     TO LN-DSN(LN-CNT)
064446         MOVE 'W'           TO LN-MODE(LN-CNT)
064448         ADD 1 TO LN-CNT
064450         MOVE 'FAREBK2'     TO LN-DSN(LN-CNT)
064452         MOVE 'W'           TO LN-MODE(LN-CNT)
064454         ADD 1 TO LN-CNT
064456         MOVE 'FAREBK3'     TO LN-DSN(LN-CNT)
064458         MOVE 'W'           TO LN-MODE(LN-CNT)
064460     END-IF.
064462     IF FN-LN-NEW-SW = 'Y'
064464         ADD 1 TO LN-CNT
064466         MOVE 'FARENEW'     TO LN-DSN(LN-CNT)
064468         MOVE 'W'           TO LN-MODE(LN-CNT)
064470     END-IF.
064472     IF FN-LN-SWAP-SW = 'Y'
064474         ADD 1 TO LN-CNT
064476         MOVE 'FAREMAST'    TO LN-DSN(LN-CNT)
064478         MOVE 'W'           TO LN-MODE(LN-CNT)
064480     END-IF.
064482     CALL 'LINEAGE' USING LN-PARM.
064484     MOVE FN-SAVE-RC    TO RETURN-CODE.
064486 8000-EXIT.
064488     EXIT.
064500
064600 9999-EXIT.
064650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
064700     STOP RUN.
