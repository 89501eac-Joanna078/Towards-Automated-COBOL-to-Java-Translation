000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTROFU.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  INTROFU - FOLLOW-THROUGH ON THE D-FRIEND INTRODUCTIONS.      *
000900*  D-FRIEND APPENDS EVERY PAIR IT RECOMMENDS TO INTROHST (BATCH *
001000*  DATE, PAIR, RANK POSITION) AND EVERY DECK CARD IT APPLIES TO *
001100*  PAIRTRN.  SYSIN:                                             *
001200*    <WINDOW DAYS> [<LOOKBACK DAYS>]                            *
001300*  (BLANKS = 7 AND 56).  AN INTRODUCTION PUBLISHED IN THE       *
001400*  LOOKBACK CONVERTED WHEN AN 'ADD F' FOR THE SAME PAIR WAS     *
001500*  APPLIED ON A LATER DAY WITHIN THE WINDOW; AN 'ADD B' IN THE  *
001600*  WINDOW MEANS IT BECAME A BLOCK PAIR INSTEAD.  THE INTRORPT   *
001700*  REPORT GIVES THE CONVERSION RATE BY RANK POSITION AND BY     *
001800*  PUBLICATION DAY AND LISTS THE INTRODUCTIONS THAT WERE        *
001900*  BLOCKED.  RATES COUNT ONLY INTRODUCTIONS WHOSE WINDOW HAS    *
002000*  CLOSED; YOUNGER ONES SHOW AS STILL OPEN.  A PAIR PUBLISHED   *
002100*  TWICE THE SAME DAY (A RERUN) COUNTS ONCE.                    *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  OSG  NEW PROGRAM.                                *
002433*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002466*                   LINEAGE REGISTER AT END OF JOB.             *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL INTROHST ASSIGN TO INTROHST
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS FU-I-STATUS.
003200     SELECT OPTIONAL PAIRTRN ASSIGN TO PAIRTRN
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS FU-P-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  INTROHST.
003800 01  INTROHST-LINE            PIC X(29).
003900 FD  PAIRTRN.
004000 01  PAIRTRN-LINE             PIC X(28).
004100 WORKING-STORAGE SECTION.
004200 77  FU-I-STATUS              PIC X(02).
004300 77  FU-P-STATUS              PIC X(02).
004320 77  FU-LN-INT-SW             PIC X(01) VALUE 'N'.
004340 77  FU-LN-TRN-SW             PIC X(01) VALUE 'N'.
004360 77  FU-LN-RPT-SW             PIC X(01) VALUE 'N'.
004380 77  FU-SAVE-RC               PIC S9(04) COMP.
004400 77  FU-EOF-SW                PIC X(01).
004500     88  FU-EOF                          VALUE 'Y'.
004600 77  FU-OVER-SW               PIC X(01) VALUE 'N'.
004700     88  FU-OVER                         VALUE 'Y'.
004800 77  FU-WINDOW                PIC 9(03) VALUE 7.
004900 77  FU-LOOKBACK              PIC 9(03) VALUE 56.
005000 77  FU-TODAY                 PIC 9(08).
005100 77  FU-RUN-INT               PIC 9(07).
005200 77  FU-START-INT             PIC 9(07).
005300 77  FU-START                 PIC 9(08).
005400 77  FU-END-INT               PIC 9(07).
005500 77  FU-END                   PIC 9(08).
005600 77  FU-NEXT                  PIC 9(08).
005700 77  FU-DAY-DATE              PIC 9(08).
005800 77  FU-INT-CNT               PIC 9(06) COMP VALUE ZERO.
005900 77  FU-TRN-CNT               PIC 9(06) COMP VALUE ZERO.
006000 77  FU-IX                    PIC 9(06) COMP.
006100 77  FU-JX                    PIC 9(06) COMP.
006200 77  FU-LO                    PIC 9(06) COMP.
006300 77  FU-HI                    PIC 9(06) COMP.
006400 77  FU-MID                   PIC 9(06) COMP.
006500 77  FU-BX                    PIC 9(02) COMP.
006600 77  FU-DX                    PIC 9(03) COMP.
006700 77  FU-FRIEND-SW             PIC X(01).
006800 77  FU-BLOCK-SW              PIC X(01).
006900 77  FU-BLOCK-DATE            PIC 9(08).
007000 77  FU-KIND                  PIC X(01).
007100 77  FU-HIT-DATE              PIC 9(08).
007200 01  FU-CARD                  PIC X(20).
007300 01  FU-TOK1                  PIC X(08).
007400 01  FU-TOK2                  PIC X(08).
007500 COPY INTROHRC.
007600 COPY PAIRTRRC.
007700*    THE LOOKBACK'S INTRODUCTIONS, BY DAY AND PAIR
007800 01  FU-INT-TBL.
007900     05  FU-INT OCCURS 1 TO 200000
008000             DEPENDING ON FU-INT-CNT
008100             ASCENDING KEY IS FU-I-KEY.
008200         10  FU-I-KEY.
008300             15  FU-I-DATE    PIC 9(08).
008400             15  FU-I-X       PIC 9(06).
008500             15  FU-I-Y       PIC 9(06).
008600         10  FU-I-RANK        PIC 9(06).
008700*    'ADD' CARDS SINCE THE LOOKBACK BEGAN, BY KIND, PAIR, DATE
008800 01  FU-TRN-TBL.
008900     05  FU-TRN OCCURS 1 TO 200000
009000             DEPENDING ON FU-TRN-CNT
009100             ASCENDING KEY IS FU-T-KEY.
009200         10  FU-T-KEY.
009300             15  FU-T-KIND    PIC X(01).
009400             15  FU-T-X       PIC 9(06).
009500             15  FU-T-Y       PIC 9(06).
009600             15  FU-T-DATE    PIC 9(08).
009700 01  FU-WANT-KEY.
009800     05  FU-W-KIND            PIC X(01).
009900     05  FU-W-X               PIC 9(06).
010000     05  FU-W-Y               PIC 9(06).
010100     05  FU-W-DATE            PIC 9(08).
010200*    RANK BANDS: POSITIONS 1-10 ONE BY ONE, THEN WIDER BANDS
010300 01  FU-BAND-LIMITS.
010400     05  FILLER               PIC X(84) VALUE
010500         '000001000002000003000004000005000006000007000008000009'
010600       & '000010000020000050000100999999'.
010700 01  FU-BAND-LIMITS-R REDEFINES FU-BAND-LIMITS.
010800     05  FU-BAND-TOP          PIC 9(06) OCCURS 14.
010900 01  FU-BAND-TBL.
011000     05  FU-BAND OCCURS 14.
011100         10  FU-B-PUB         PIC 9(07).
011200         10  FU-B-CONV        PIC 9(07).
011300         10  FU-B-BLK         PIC 9(07).
011400         10  FU-B-OPEN        PIC 9(07).
011500 01  FU-DAY-TBL.
011600     05  FU-DAY OCCURS 366.
011700         10  FU-D-PUB         PIC 9(07).
011800         10  FU-D-CONV        PIC 9(07).
011900         10  FU-D-BLK         PIC 9(07).
012000         10  FU-D-OPEN        PIC 9(07).
012100 01  FU-TOTALS.
012200     05  FU-T-PUB             PIC 9(07) VALUE ZERO.
012300     05  FU-T-CONV            PIC 9(07) VALUE ZERO.
012400     05  FU-T-BLK             PIC 9(07) VALUE ZERO.
012500     05  FU-T-OPEN            PIC 9(07) VALUE ZERO.
012600 01  FU-PUB                   PIC 9(07).
012700 01  FU-CONV                  PIC 9(07).
012800 01  FU-BLK                   PIC 9(07).
012900 01  FU-OPEN                  PIC 9(07).
013000 01  FU-CLOSED                PIC 9(07).
013100 01  FU-RATE                  PIC 9(03)V9.
013200 01  FU-LABEL                 PIC X(12).
013300 01  FU-RPT-LINE              PIC X(100).
013400 01  FU-ED-CNT                PIC Z(06)9.
013500 01  FU-ED-CONV               PIC Z(06)9.
013600 01  FU-ED-BLK                PIC Z(06)9.
013700 01  FU-ED-OPEN               PIC Z(06)9.
013800 01  FU-ED-RATE               PIC ZZ9.9.
013900 01  FU-ED-RANK               PIC Z(05)9.
014000 01  FU-ED-LO                 PIC ZZ9.
014050 01  FU-ED-HI                 PIC ZZ9.
014100 01  FU-ED-X                  PIC Z(05)9.
014200 01  FU-ED-Y                  PIC Z(05)9.
014300 01  FU-ED-DAYS               PIC ZZ9.
014400 COPY BATCHDPM.
014500 COPY PRINTFPM.
014600 COPY ALERTPM.
014650 COPY LINEAGPM.
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900*  0000-MAINLINE - LOAD BOTH HISTORIES, MATCH, REPORT.          *
015000*****************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-LOAD-INTROS THRU 2000-EXIT.
015400     PERFORM 2500-LOAD-TRANS THRU 2500-EXIT.
015500     PERFORM 3000-MATCH THRU 3000-EXIT.
015600     PERFORM 5000-REPORT THRU 5000-EXIT.
015700     IF FU-OVER
015800         PERFORM 8100-POST-ALERT THRU 8100-EXIT
015900         MOVE 4 TO RETURN-CODE
016000     END-IF.
016100     GO TO 9999-EXIT.
016200
016300 1000-INITIALIZE.
016400     MOVE SPACES TO FU-CARD.
016500     ACCEPT FU-CARD
016600         ON EXCEPTION
016700             MOVE SPACES TO FU-CARD
016800     END-ACCEPT.
016900     MOVE SPACES TO FU-TOK1 FU-TOK2.
017000     UNSTRING FU-CARD DELIMITED BY ALL SPACE
017100         INTO FU-TOK1 FU-TOK2.
017200     IF FU-TOK1 NOT = SPACES
017300         MOVE FUNCTION NUMVAL(FU-TOK1) TO FU-WINDOW
017400     END-IF.
017500     IF FU-TOK2 NOT = SPACES
017600         MOVE FUNCTION NUMVAL(FU-TOK2) TO FU-LOOKBACK
017700     END-IF.
017800     IF FU-WINDOW < 1 OR FU-LOOKBACK < 1 OR FU-LOOKBACK > 366
017900         DISPLAY 'CONTROL CARD NEEDS <WINDOW DAYS> [<LOOKBACK '
018000                 'DAYS 1-366>] - RUN ABANDONED'
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9999-EXIT
018300     END-IF.
018400     ACCEPT FU-TODAY FROM DATE YYYYMMDD.
018500     MOVE FU-TODAY TO BD-DATE.
018600     CALL 'BATCHDT' USING BD-PARM
018700         ON EXCEPTION
018800             MOVE FU-TODAY TO BD-DATE
018900     END-CALL.
019000     MOVE BD-DATE TO FU-TODAY.
019100     COMPUTE FU-RUN-INT = FUNCTION INTEGER-OF-DATE(FU-TODAY).
019200*    THE LOOKBACK ENDS WITH THE BATCH DATE ITSELF
019300     COMPUTE FU-START-INT = FU-RUN-INT - FU-LOOKBACK + 1.
019400     COMPUTE FU-START = FUNCTION DATE-OF-INTEGER(FU-START-INT).
019500     PERFORM VARYING FU-BX FROM 1 BY 1 UNTIL FU-BX > 14
019600         MOVE ZERO TO FU-B-PUB(FU-BX) FU-B-CONV(FU-BX)
019700                      FU-B-BLK(FU-BX) FU-B-OPEN(FU-BX)
019800     END-PERFORM.
019900     PERFORM VARYING FU-DX FROM 1 BY 1 UNTIL FU-DX > 366
020000         MOVE ZERO TO FU-D-PUB(FU-DX) FU-D-CONV(FU-DX)
020100                      FU-D-BLK(FU-DX) FU-D-OPEN(FU-DX)
020200     END-PERFORM.
020300 1000-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*  2000-LOAD-INTROS - THE LOOKBACK'S INTRODUCTIONS, SORTED BY   *
020800*  DAY AND PAIR WITH SAME-DAY REPEATS DROPPED.                  *
020900*****************************************************************
021000 2000-LOAD-INTROS.
021100     OPEN INPUT INTROHST.
021200     IF FU-I-STATUS NOT = '00' AND FU-I-STATUS NOT = '05'
021300         DISPLAY 'INTROHST NOT AVAILABLE, STATUS ' FU-I-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 9999-EXIT
021600     END-IF.
021625     IF FU-I-STATUS = '00'
021650         MOVE 'Y' TO FU-LN-INT-SW
021675     END-IF.
021700     MOVE 'N' TO FU-EOF-SW.
021800     PERFORM UNTIL FU-EOF
021900         READ INTROHST INTO IH-REC
022000             AT END
022100                 MOVE 'Y' TO FU-EOF-SW
022200             NOT AT END
022300                 PERFORM 2100-KEEP-INTRO THRU 2100-EXIT
022400         END-READ
022500     END-PERFORM.
022600     CLOSE INTROHST.
022700     IF FU-INT-CNT > 1
022800         SORT FU-INT ASCENDING KEY FU-I-KEY
022900     END-IF.
023000     MOVE ZERO TO FU-JX.
023100     PERFORM VARYING FU-IX FROM 1 BY 1
023200         UNTIL FU-IX > FU-INT-CNT
023300         IF FU-JX > ZERO
023400            AND FU-I-KEY(FU-IX) = FU-I-KEY(FU-JX)
023500             IF FU-I-RANK(FU-IX) < FU-I-RANK(FU-JX)
023600                 MOVE FU-I-RANK(FU-IX) TO FU-I-RANK(FU-JX)
023700             END-IF
023800         ELSE
023900             ADD 1 TO FU-JX
024000             MOVE FU-INT(FU-IX) TO FU-INT(FU-JX)
024100         END-IF
024200     END-PERFORM.
024300     MOVE FU-JX TO FU-INT-CNT.
024400 2000-EXIT.
024500     EXIT.
024600
024700 2100-KEEP-INTRO.
024800     IF IH-DATE IS NOT NUMERIC OR IH-X IS NOT NUMERIC
024900        OR IH-Y IS NOT NUMERIC OR IH-RANK IS NOT NUMERIC
025000         GO TO 2100-EXIT
025100     END-IF.
025200     IF IH-DATE < FU-START OR IH-DATE > FU-TODAY
025300         GO TO 2100-EXIT
025400     END-IF.
025500     IF FU-INT-CNT >= 200000
025600         MOVE 'Y' TO FU-OVER-SW
025700         GO TO 2100-EXIT
025800     END-IF.
025900     ADD 1 TO FU-INT-CNT.
026000     MOVE IH-DATE TO FU-I-DATE(FU-INT-CNT).
026100     MOVE IH-X    TO FU-I-X(FU-INT-CNT).
026200     MOVE IH-Y    TO FU-I-Y(FU-INT-CNT).
026300     MOVE IH-RANK TO FU-I-RANK(FU-INT-CNT).
026400 2100-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*  2500-LOAD-TRANS - 'ADD F' AND 'ADD B' CARDS APPLIED AFTER    *
026900*  THE LOOKBACK BEGAN, IN KIND / PAIR / DATE ORDER.             *
027000*****************************************************************
027100 2500-LOAD-TRANS.
027200     OPEN INPUT PAIRTRN.
027300     IF FU-P-STATUS NOT = '00' AND FU-P-STATUS NOT = '05'
027400         DISPLAY 'PAIRTRN NOT AVAILABLE, STATUS ' FU-P-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 9999-EXIT
027700     END-IF.
027725     IF FU-P-STATUS = '00'
027750         MOVE 'Y' TO FU-LN-TRN-SW
027775     END-IF.
027800     MOVE 'N' TO FU-EOF-SW.
027900     PERFORM UNTIL FU-EOF
028000         READ PAIRTRN INTO PT-REC
028100             AT END
028200                 MOVE 'Y' TO FU-EOF-SW
028300             NOT AT END
028400                 PERFORM 2600-KEEP-TRAN THRU 2600-EXIT
028500         END-READ
028600     END-PERFORM.
028700     CLOSE PAIRTRN.
028800     IF FU-TRN-CNT > 1
028900         SORT FU-TRN ASCENDING KEY FU-T-KEY
029000     END-IF.
029100 2500-EXIT.
029200     EXIT.
029300
029400 2600-KEEP-TRAN.
029500     IF PT-ACT NOT = 'ADD'
029600        OR (PT-KIND NOT = 'F' AND PT-KIND NOT = 'B')
029700         GO TO 2600-EXIT
029800     END-IF.
029900     IF PT-DATE IS NOT NUMERIC OR PT-X IS NOT NUMERIC
030000        OR PT-Y IS NOT NUMERIC
030100         GO TO 2600-EXIT
030200     END-IF.
030300     IF PT-DATE NOT > FU-START
030400         GO TO 2600-EXIT
030500     END-IF.
030600     IF FU-TRN-CNT >= 200000
030700         MOVE 'Y' TO FU-OVER-SW
030800         GO TO 2600-EXIT
030900     END-IF.
031000     ADD 1 TO FU-TRN-CNT.
031100     MOVE PT-KIND TO FU-T-KIND(FU-TRN-CNT).
031200     MOVE PT-X    TO FU-T-X(FU-TRN-CNT).
031300     MOVE PT-Y    TO FU-T-Y(FU-TRN-CNT).
031400     MOVE PT-DATE TO FU-T-DATE(FU-TRN-CNT).
031500 2600-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*  3000-MATCH - EACH INTRODUCTION AGAINST THE CARDS OF THE DAYS *
032000*  AFTER IT, UP TO THE END OF ITS WINDOW.                       *
032100*****************************************************************
032200 3000-MATCH.
032300     PERFORM 3100-ONE-INTRO THRU 3100-EXIT
032400         VARYING FU-IX FROM 1 BY 1
032500         UNTIL FU-IX > FU-INT-CNT.
032600 3000-EXIT.
032700     EXIT.
032800
032900 3100-ONE-INTRO.
033000     COMPUTE FU-END-INT =
033100         FUNCTION INTEGER-OF-DATE(FU-I-DATE(FU-IX)) + FU-WINDOW.
033200     COMPUTE FU-END = FUNCTION DATE-OF-INTEGER(FU-END-INT).
033300     COMPUTE FU-NEXT = FUNCTION DATE-OF-INTEGER(
033400         FUNCTION INTEGER-OF-DATE(FU-I-DATE(FU-IX)) + 1).
033500     MOVE 'F' TO FU-KIND.
033600     PERFORM 3200-FIND-CARD THRU 3200-EXIT.
033700     MOVE 'N' TO FU-FRIEND-SW.
033800     IF FU-HIT-DATE > ZERO
033900         MOVE 'Y' TO FU-FRIEND-SW
034000     END-IF.
034100     MOVE 'B' TO FU-KIND.
034200     PERFORM 3200-FIND-CARD THRU 3200-EXIT.
034300     MOVE 'N' TO FU-BLOCK-SW.
034400     IF FU-HIT-DATE > ZERO
034500         MOVE 'Y' TO FU-BLOCK-SW
034600         MOVE FU-HIT-DATE TO FU-BLOCK-DATE
034700     END-IF.
034800*    RANK BAND AND PUBLICATION DAY
034900     PERFORM VARYING FU-BX FROM 1 BY 1
035000         UNTIL FU-BAND-TOP(FU-BX) NOT < FU-I-RANK(FU-IX)
035100         CONTINUE
035200     END-PERFORM.
035300     COMPUTE FU-DX = FUNCTION INTEGER-OF-DATE(FU-I-DATE(FU-IX))
035400                   - FU-START-INT + 1.
035500     ADD 1 TO FU-B-PUB(FU-BX) FU-D-PUB(FU-DX) FU-T-PUB.
035600*    A WINDOW STILL RUNNING COUNTS AS OPEN, NOT AS A MISS
035700     IF FU-END > FU-TODAY
035800        AND FU-FRIEND-SW = 'N' AND FU-BLOCK-SW = 'N'
035900         ADD 1 TO FU-B-OPEN(FU-BX) FU-D-OPEN(FU-DX) FU-T-OPEN
036000         GO TO 3100-EXIT
036100     END-IF.
036200     IF FU-FRIEND-SW = 'Y'
036300         ADD 1 TO FU-B-CONV(FU-BX) FU-D-CONV(FU-DX) FU-T-CONV
036400     END-IF.
036500     IF FU-BLOCK-SW = 'Y'
036600         ADD 1 TO FU-B-BLK(FU-BX) FU-D-BLK(FU-DX) FU-T-BLK
036700     END-IF.
036800 3100-EXIT.
036900     EXIT.
037000
037100 3200-FIND-CARD.
037200*    LOWEST TABLE ROW NOT BELOW KIND / PAIR / DAY AFTER THE
037300*    INTRODUCTION; A HIT IS THAT ROW WHEN IT IS FOR THE SAME
037400*    KIND AND PAIR AND FALLS INSIDE THE WINDOW
037500     MOVE ZERO TO FU-HIT-DATE.
037600     MOVE FU-KIND          TO FU-W-KIND.
037700     MOVE FU-I-X(FU-IX)    TO FU-W-X.
037800     MOVE FU-I-Y(FU-IX)    TO FU-W-Y.
037900     MOVE FU-NEXT          TO FU-W-DATE.
038000     MOVE 1 TO FU-LO.
038100     COMPUTE FU-HI = FU-TRN-CNT + 1.
038200     PERFORM UNTIL FU-LO >= FU-HI
038300         COMPUTE FU-MID = (FU-LO + FU-HI) / 2
038400         IF FU-T-KEY(FU-MID) < FU-WANT-KEY
038500             COMPUTE FU-LO = FU-MID + 1
038600         ELSE
038700             MOVE FU-MID TO FU-HI
038800         END-IF
038900     END-PERFORM.
039000     IF FU-LO > FU-TRN-CNT
039100         GO TO 3200-EXIT
039200     END-IF.
039300     IF FU-T-KIND(FU-LO) = FU-KIND
039400        AND FU-T-X(FU-LO) = FU-W-X
039500        AND FU-T-Y(FU-LO) = FU-W-Y
039600        AND FU-T-DATE(FU-LO) NOT > FU-END
039700         MOVE FU-T-DATE(FU-LO) TO FU-HIT-DATE
039800     END-IF.
039900 3200-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*  5000-REPORT - RATES BY RANK POSITION AND BY DAY, THEN THE    *
040400*  INTRODUCTIONS THAT TURNED INTO BLOCK PAIRS.                  *
040500*****************************************************************
040600 5000-REPORT.
040700     MOVE 'I' TO PF-OP.
040800     MOVE 'INTRORPT' TO PF-DSN.
040900     MOVE FU-WINDOW TO FU-ED-DAYS.
041000     MOVE SPACES TO PF-TITLE.
041100     STRING 'INTRODUCTION FOLLOW-THROUGH - WINDOW ' FU-ED-DAYS
041200            ' DAYS FROM ' FU-START
041300         DELIMITED BY SIZE INTO PF-TITLE.
041400     MOVE '              PUBLISHED  FRIENDED   RATE%   BLOCKED'
041500       & '      OPEN' TO PF-HEADING.
041600     MOVE ZERO TO PF-PAGE-SIZE.
041700     CALL 'PRINTFMT' USING PF-PARM.
041800     IF PF-STATUS NOT = 'G'
041900         DISPLAY 'INTRORPT DATASET NOT USABLE'
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 9999-EXIT
042200     END-IF.
042250     MOVE 'Y' TO FU-LN-RPT-SW.
042300     MOVE 'BY RANK POSITION' TO FU-RPT-LINE.
042400     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
042500     PERFORM 5100-ONE-BAND THRU 5100-EXIT
042600         VARYING FU-BX FROM 1 BY 1 UNTIL FU-BX > 14.
042700     MOVE SPACES TO FU-RPT-LINE.
042800     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
042900     MOVE 'BY PUBLICATION DAY' TO FU-RPT-LINE.
043000     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
043100     PERFORM 5200-ONE-DAY THRU 5200-EXIT
043200         VARYING FU-DX FROM 1 BY 1 UNTIL FU-DX > FU-LOOKBACK.
043300     MOVE SPACES TO FU-RPT-LINE.
043400     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
043500     MOVE 'ALL DAYS' TO FU-LABEL.
043600     MOVE FU-T-PUB  TO FU-PUB.
043700     MOVE FU-T-CONV TO FU-CONV.
043800     MOVE FU-T-BLK  TO FU-BLK.
043900     MOVE FU-T-OPEN TO FU-OPEN.
044000     PERFORM 5800-RATE-LINE THRU 5800-EXIT.
044100     MOVE SPACES TO FU-RPT-LINE.
044200     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
044300     MOVE 'BECAME BLOCK PAIRS INSTEAD' TO FU-RPT-LINE.
044400     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
044500     PERFORM 5300-ONE-BLOCKED THRU 5300-EXIT
044600         VARYING FU-IX FROM 1 BY 1
044700         UNTIL FU-IX > FU-INT-CNT.
044800     IF FU-OVER
044900         MOVE 'HISTORY EXCEEDS THE 200000-ROW TABLES - FIGURES '
045000           & 'ARE PARTIAL' TO FU-RPT-LINE
045100         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
045200     END-IF.
045300     MOVE 'C' TO PF-OP.
045400     CALL 'PRINTFMT' USING PF-PARM.
045500 5000-EXIT.
045600     EXIT.
045700
045800 5100-ONE-BAND.
045900     MOVE SPACES TO FU-LABEL.
046000     MOVE FU-BAND-TOP(FU-BX) TO FU-ED-HI.
046100     IF FU-BX <= 10
046200         STRING 'RANK ' FU-ED-HI
046300             DELIMITED BY SIZE INTO FU-LABEL
046400     ELSE
046500         COMPUTE FU-JX = FU-BAND-TOP(FU-BX - 1) + 1
046600         MOVE FU-JX TO FU-ED-LO
046700         IF FU-BX = 14
046800             STRING 'RANK ' FU-ED-LO '+'
046900                 DELIMITED BY SIZE INTO FU-LABEL
047000         ELSE
047100             STRING 'RANK ' FU-ED-LO '-' FU-ED-HI
047200                 DELIMITED BY SIZE INTO FU-LABEL
047300         END-IF
047400     END-IF.
047500     MOVE FU-B-PUB(FU-BX)  TO FU-PUB.
047600     MOVE FU-B-CONV(FU-BX) TO FU-CONV.
047700     MOVE FU-B-BLK(FU-BX)  TO FU-BLK.
047800     MOVE FU-B-OPEN(FU-BX) TO FU-OPEN.
047900     PERFORM 5800-RATE-LINE THRU 5800-EXIT.
048000 5100-EXIT.
048100     EXIT.
048200
048300 5200-ONE-DAY.
048400     IF FU-D-PUB(FU-DX) = ZERO
048500         GO TO 5200-EXIT
048600     END-IF.
048700     COMPUTE FU-DAY-DATE = FUNCTION DATE-OF-INTEGER(
048800         FU-START-INT + FU-DX - 1).
048900     MOVE SPACES TO FU-LABEL.
049000     MOVE FU-DAY-DATE TO FU-LABEL.
049100     MOVE FU-D-PUB(FU-DX)  TO FU-PUB.
049200     MOVE FU-D-CONV(FU-DX) TO FU-CONV.
049300     MOVE FU-D-BLK(FU-DX)  TO FU-BLK.
049400     MOVE FU-D-OPEN(FU-DX) TO FU-OPEN.
049500     PERFORM 5800-RATE-LINE THRU 5800-EXIT.
049600 5200-EXIT.
049700     EXIT.
049800
049900 5300-ONE-BLOCKED.
050000*    THE CARDS ARE LOOKED UP AGAIN ONLY FOR THE BLOCKED FEW
050100     COMPUTE FU-END-INT =
050200         FUNCTION INTEGER-OF-DATE(FU-I-DATE(FU-IX)) + FU-WINDOW.
050300     COMPUTE FU-END = FUNCTION DATE-OF-INTEGER(FU-END-INT).
050400     COMPUTE FU-NEXT = FUNCTION DATE-OF-INTEGER(
050500         FUNCTION INTEGER-OF-DATE(FU-I-DATE(FU-IX)) + 1).
050600     MOVE 'B' TO FU-KIND.
050700     PERFORM 3200-FIND-CARD THRU 3200-EXIT.
050800     IF FU-HIT-DATE = ZERO
050900         GO TO 5300-EXIT
051000     END-IF.
051100     MOVE FU-I-RANK(FU-IX) TO FU-ED-RANK.
051200     MOVE FU-I-X(FU-IX)    TO FU-ED-X.
051300     MOVE FU-I-Y(FU-IX)    TO FU-ED-Y.
051400     MOVE SPACES TO FU-RPT-LINE.
051500     STRING FU-I-DATE(FU-IX) ' RANK ' FU-ED-RANK ' PAIR '
051600            FU-ED-X ' ' FU-ED-Y ' BLOCKED ' FU-HIT-DATE
051700         DELIMITED BY SIZE INTO FU-RPT-LINE.
051800     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
051900 5300-EXIT.
052000     EXIT.
052100
052200 5800-RATE-LINE.
052300*    THE RATE IS OVER THE INTRODUCTIONS WHOSE WINDOW CLOSED
052400     MOVE ZERO TO FU-RATE.
052500     COMPUTE FU-CLOSED = FU-PUB - FU-OPEN.
052600     IF FU-CLOSED > ZERO
052700         COMPUTE FU-RATE ROUNDED = FU-CONV * 100 / FU-CLOSED
052800     END-IF.
052900     MOVE FU-PUB  TO FU-ED-CNT.
053000     MOVE FU-CONV TO FU-ED-CONV.
053100     MOVE FU-RATE TO FU-ED-RATE.
053200     MOVE FU-BLK  TO FU-ED-BLK.
053300     MOVE FU-OPEN TO FU-ED-OPEN.
053400     MOVE SPACES TO FU-RPT-LINE.
053500     STRING FU-LABEL '   ' FU-ED-CNT '   ' FU-ED-CONV '   '
053600            FU-ED-RATE '   ' FU-ED-BLK '   ' FU-ED-OPEN
053700         DELIMITED BY SIZE INTO FU-RPT-LINE.
053800     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
053900 5800-EXIT.
054000     EXIT.
054100
054200 5900-PRINT-LINE.
054300     MOVE FU-RPT-LINE TO PF-LINE.
054400     MOVE 'D' TO PF-OP.
054500     CALL 'PRINTFMT' USING PF-PARM.
054600 5900-EXIT.
054700     EXIT.
054800
054803 8000-RECORD-LINEAGE.
054806*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
054809*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
054812*    RETURN-CODE, SO IT IS PUT BACK.
054815     MOVE RETURN-CODE   TO FU-SAVE-RC.
054818     MOVE 'INTROFU'     TO LN-PROGRAM.
054821     MOVE SPACES        TO LN-START-TIME.
054824     MOVE ZERO          TO LN-CNT.
054827     IF FU-LN-INT-SW = 'Y'
054830         ADD 1 TO LN-CNT
054833         MOVE 'INTROHST'    TO LN-DSN(LN-CNT)
054836         MOVE 'R'           TO LN-MODE(LN-CNT)
054839     END-IF.
054842     IF FU-LN-TRN-SW = 'Y'
054845         ADD 1 TO LN-CNT
054848         MOVE 'PAIRTRN'     TO LN-DSN(LN-CNT)
054851         MOVE 'R'           TO LN-MODE(LN-CNT)
054854     END-IF.
054857     IF FU-LN-RPT-SW = 'Y'
054860         ADD 1 TO LN-CNT
054863         MOVE 'INTRORPT'    TO LN-DSN(LN-CNT)
054866         MOVE 'W'           TO LN-MODE(LN-CNT)
054869     END-IF.
054872     CALL 'LINEAGE' USING LN-PARM.
054875     MOVE FU-SAVE-RC    TO RETURN-CODE.
054878 8000-EXIT.
054881     EXIT.
054884
054900 8100-POST-ALERT.
055000     MOVE SPACES TO AL-PARM.
055100     MOVE 'INTROFU' TO AL-SOURCE.
055200     MOVE 'W' TO AL-SEVERITY.
055300     MOVE 'INTROFU.SYSOUT' TO AL-DSN.
055400     MOVE 'INTROHST/PAIRTRN PAST 200000 ROWS - INTRORPT PARTIAL'
055500         TO AL-TEXT.
055600     CALL 'ALERTSVC' USING AL-PARM.
055700 8100-EXIT.
055800     EXIT.
055900
056000 9999-EXIT.
056050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
056100     STOP RUN.
