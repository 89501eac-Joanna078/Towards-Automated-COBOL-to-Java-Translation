000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEEDING.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  SEEDING - END-OF-SEASON PLAYOFF SEEDING OVER THE SEASON      *
000900*  DATASET STANDNGS LEDGERS.  SYSIN IS THE SEASON-CLOSE CARD:   *
001000*    <LAST MATCH DAY YYYYMMDD> <PLAYOFF PLACES>                 *
001100*  SEASON IS REPLAYED UP TO AND INCLUDING THE LAST DAY (LATER   *
001200*  DAYS ARE LEFT OUT) AND THE TEAMROST COMPETITORS ARE RANKED:  *
001300*    1. CUMULATIVE WINS                                         *
001400*    2. HEAD-TO-HEAD - WINS OVER THE OTHER COMPETITORS LEVEL    *
001500*       ON WINS, FROM THE LOSER LETTER IN COL 3 OF EACH MATCH   *
001600*       CARD                                                    *
001700*    3. FEWEST ELIMINATIONS (MATCH DAYS WITH NO WIN), COUNTED   *
001800*       AS STANDNGS COUNTS THEM                                 *
001900*    4. ROSTER ORDER                                            *
002000*  EVERY COMPETITOR GETS A SEEDING ROW NAMING THE TIE-BREAK     *
002100*  THAT PUT IT ABOVE THE NEXT SEED.  THE SEEDRPT BRACKET LISTS  *
002200*  THE SEEDS, THE PLAYOFF LINE AND THE FIRST ROUND: WHEN THE    *
002300*  PLACES ARE NOT A POWER OF TWO THE TOP SEEDS TAKE THE BYES,   *
002400*  AND THE REST MEET HIGHEST AGAINST LOWEST.                    *
002500*  MATCH CARDS APPENDED BEFORE 166F CARRIED THE LOSER LETTER    *
002600*  COUNT AS WINS ONLY; THEY ARE COUNTED AND WARNED ABOUT, SINCE *
002700*  THE HEAD-TO-HEAD FIGURES LEAVE THEM OUT.                     *
002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  2026-10-15  OSG  NEW PROGRAM.                                *
003033*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003066*                   LINEAGE REGISTER AT END OF JOB.             *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SEASON ASSIGN TO SEASON
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS SP-I-STATUS.
003800     SELECT TEAMROST ASSIGN TO TEAMROST
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS SP-T-STATUS.
004100     SELECT SEEDOUT ASSIGN TO SEEDING
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS SP-S-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SEASON.
004700 01  SEASON-LINE              PIC X(20).
004800 FD  TEAMROST.
004900 01  TEAMROST-LINE            PIC X(22).
005000 FD  SEEDOUT.
005100 01  SEEDING-LINE             PIC X(66).
005200 WORKING-STORAGE SECTION.
005300 77  SP-I-STATUS              PIC X(02).
005400 77  SP-T-STATUS              PIC X(02).
005500 77  SP-S-STATUS              PIC X(02).
005516 77  SP-LN-ROS-SW             PIC X(01) VALUE 'N'.
005532 77  SP-LN-SEA-SW             PIC X(01) VALUE 'N'.
005548 77  SP-LN-SED-SW             PIC X(01) VALUE 'N'.
005564 77  SP-LN-RPT-SW             PIC X(01) VALUE 'N'.
005580 77  SP-SAVE-RC               PIC S9(04) COMP.
005600 77  SP-ROST-EOF-SW           PIC X(01) VALUE 'N'.
005700     88  SP-ROST-EOF                     VALUE 'Y'.
005800 77  SP-EOF-SW                PIC X(01) VALUE 'N'.
005900     88  SP-EOF                          VALUE 'Y'.
006000 77  SP-DAY-OPEN              PIC X(01) VALUE 'N'.
006100 77  SP-LAST-SEEN-SW          PIC X(01) VALUE 'N'.
006200     88  SP-LAST-SEEN                    VALUE 'Y'.
006300 77  SP-BETTER-SW             PIC X(01).
006400     88  SP-BETTER                       VALUE 'Y'.
006500 77  SP-IX                    PIC 9(02) COMP.
006600 77  SP-JX                    PIC 9(02) COMP.
006700 77  SP-WX                    PIC 9(02) COMP.
006800 77  SP-LX                    PIC 9(02) COMP.
006900 77  SP-BEST-IX               PIC 9(02) COMP.
007000 77  SP-SEED                  PIC 9(02) COMP.
007100 77  SP-HI                    PIC 9(02) COMP.
007200 77  SP-LO                    PIC 9(02) COMP.
007300 77  SP-BRACKET               PIC 9(03) COMP.
007400 77  SP-BYES                  PIC 9(02) COMP.
007500 77  SP-COMP-CNT              PIC 9(02) COMP VALUE ZERO.
007600 77  SP-PLACES                PIC 9(02).
007700 77  SP-LAST-DAY              PIC 9(08).
007800 77  SP-DAY-CNT               PIC 9(04) VALUE ZERO.
007900 77  SP-MATCH-CNT             PIC 9(06) VALUE ZERO.
008000 77  SP-NOOPP-CNT             PIC 9(06) VALUE ZERO.
008100 77  SP-UNKNOWN-CNT           PIC 9(06) VALUE ZERO.
008200 77  SP-LATER-CNT             PIC 9(06) VALUE ZERO.
008300 01  SP-CARD                  PIC X(30).
008400 01  SP-TOK1                  PIC X(10).
008500 01  SP-TOK2                  PIC X(10).
008600 01  SP-SEASON-CARD           PIC X(20).
008700 01  SP-DAY-DATE              PIC X(08).
008800 01  SP-LAST-DATE             PIC X(08).
008900 01  SP-LETTER                PIC X(01).
009000 01  SP-ROST-REC.
009100     05  SP-RO-LETTER         PIC X(01).
009200     05  FILLER               PIC X(01).
009300     05  SP-RO-NAME           PIC X(20).
009400 01  SP-LEDGER.
009500     05  SP-COMP OCCURS 26.
009600         10  SP-C-LETTER      PIC X(01).
009700         10  SP-C-NAME        PIC X(20).
009800         10  SP-C-DAYWINS     PIC 9(04).
009900         10  SP-C-TOTAL       PIC 9(06).
010000         10  SP-C-H2H         PIC 9(04).
010100         10  SP-C-ELIM        PIC 9(04).
010200         10  SP-C-TAKEN       PIC X(01).
010300*    WINS OF THE ROW COMPETITOR OVER THE COLUMN COMPETITOR
010400 01  SP-H2H-TBL.
010500     05  SP-H2H-ROW OCCURS 26.
010600         10  SP-H2H           PIC 9(04) OCCURS 26.
010700*    ROSTER SUBSCRIPT AND DECIDING TIE-BREAK BY SEED
010800 01  SP-SEED-TBL.
010900     05  SP-SEED-ENT OCCURS 26.
011000         10  SP-S-IX          PIC 9(02) COMP.
011100         10  SP-S-DECIDER     PIC X(12).
011200 01  SP-RPT-LINE              PIC X(100).
011300 01  SP-ED-SEED               PIC Z9.
011400 01  SP-ED-SEED2              PIC Z9.
011500 01  SP-ED-W                  PIC Z(05)9.
011600 01  SP-ED-H                  PIC Z(03)9.
011700 01  SP-ED-E                  PIC Z(03)9.
011800 01  SP-ED-CNT                PIC Z(05)9.
011900 01  SP-STATE                 PIC X(07).
012000 COPY SEEDRC.
012100 COPY EDITNMPM.
012200 COPY PRINTFPM.
012300 COPY ALERTPM.
012350 COPY LINEAGPM.
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600*  0000-MAINLINE - REPLAY THE SEASON, SEED, PRINT THE BRACKET.  *
012700*****************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000     PERFORM 2000-REPLAY-SEASON THRU 2000-EXIT.
013100     PERFORM 3000-HEAD-TO-HEAD THRU 3000-EXIT.
013200     PERFORM 4000-RANK THRU 4000-EXIT.
013300     PERFORM 5000-WRITE-SEEDS THRU 5000-EXIT.
013400     PERFORM 6000-BRACKET THRU 6000-EXIT.
013500     PERFORM 7000-SUMMARY THRU 7000-EXIT.
013600     GO TO 9999-EXIT.
013700
013800*****************************************************************
013900*  1000-INITIALIZE - EDIT THE SEASON-CLOSE CARD AND LOAD THE    *
014000*  ROSTER.  A CARD THAT CANNOT BE READ IS REJECTED - THERE IS   *
014100*  NO SAFE DEFAULT FOR THE LAST DAY OR THE NUMBER OF PLACES.    *
014200*****************************************************************
014300 1000-INITIALIZE.
014400     MOVE SPACES TO SP-CARD.
014500     ACCEPT SP-CARD
014600         ON EXCEPTION
014700             MOVE SPACES TO SP-CARD
014800     END-ACCEPT.
014900     MOVE SPACES TO SP-TOK1 SP-TOK2.
015000     UNSTRING SP-CARD DELIMITED BY ALL SPACE
015100         INTO SP-TOK1 SP-TOK2.
015200     MOVE SP-TOK1 TO EN-TOKEN.
015300     PERFORM 1200-EDIT-TOKEN THRU 1200-EXIT.
015400     MOVE FUNCTION NUMVAL(SP-TOK1) TO SP-LAST-DAY.
015500     IF FUNCTION TEST-DATE-YYYYMMDD(SP-LAST-DAY) NOT = ZERO
015600         DISPLAY 'SEASON-CLOSE CARD REJECTED - LAST DAY '
015700                 SP-TOK1 ' IS NOT A VALID DATE'
015800         MOVE 12 TO RETURN-CODE
015900         GO TO 9999-EXIT
016000     END-IF.
016100     MOVE SP-LAST-DAY TO SP-LAST-DATE.
016200     MOVE SP-TOK2 TO EN-TOKEN.
016300     PERFORM 1200-EDIT-TOKEN THRU 1200-EXIT.
016400     MOVE FUNCTION NUMVAL(SP-TOK2) TO SP-PLACES.
016500     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
016600     IF SP-COMP-CNT = ZERO
016700         DISPLAY 'TEAMROST ROSTER ABSENT OR EMPTY - '
016800                 'NO COMPETITOR SET TO SEED'
016900         MOVE 16 TO RETURN-CODE
017000         GO TO 9999-EXIT
017100     END-IF.
017200     IF SP-PLACES = ZERO OR SP-PLACES > SP-COMP-CNT
017300         MOVE SP-COMP-CNT TO SP-ED-SEED
017400         DISPLAY 'SEASON-CLOSE CARD REJECTED - PLAYOFF PLACES '
017500                 'MUST BE 1 TO ' SP-ED-SEED
017600                 ' (THE COMPETITORS ON TEAMROST)'
017700         MOVE 12 TO RETURN-CODE
017800         GO TO 9999-EXIT
017900     END-IF.
018000     INITIALIZE SP-H2H-TBL.
018100     PERFORM VARYING SP-IX FROM 1 BY 1
018200         UNTIL SP-IX > SP-COMP-CNT
018300         MOVE ZERO TO SP-C-DAYWINS(SP-IX)
018400                      SP-C-TOTAL(SP-IX)
018500                      SP-C-H2H(SP-IX)
018600                      SP-C-ELIM(SP-IX)
018700         MOVE 'N' TO SP-C-TAKEN(SP-IX)
018800     END-PERFORM.
018900 1000-EXIT.
019000     EXIT.
019100
019200 1100-LOAD-ROSTER.
019300     OPEN INPUT TEAMROST.
019400     IF SP-T-STATUS NOT = '00'
019500         GO TO 1100-EXIT
019600     END-IF.
019650     MOVE 'Y' TO SP-LN-ROS-SW.
019700     PERFORM UNTIL SP-ROST-EOF
019800         READ TEAMROST INTO SP-ROST-REC
019900             AT END
020000                 MOVE 'Y' TO SP-ROST-EOF-SW
020100             NOT AT END
020200                 IF SP-RO-LETTER NOT = SPACE
020300                    AND SP-COMP-CNT < 26
020400                     ADD 1 TO SP-COMP-CNT
020500                     MOVE SP-RO-LETTER
020600                         TO SP-C-LETTER(SP-COMP-CNT)
020700                     MOVE SP-RO-NAME
020800                         TO SP-C-NAME(SP-COMP-CNT)
020900                 END-IF
021000         END-READ
021100     END-PERFORM.
021200     CLOSE TEAMROST.
021300 1100-EXIT.
021400     EXIT.
021500
021600 1200-EDIT-TOKEN.
021700     IF EN-TOKEN NOT = SPACES
021800         CALL 'EDITNUM' USING EN-PARM
021900         IF EN-STATUS NOT = 'B'
022000             GO TO 1200-EXIT
022100         END-IF
022200     END-IF.
022300     DISPLAY 'SEASON-CLOSE CARD REJECTED: ' SP-CARD.
022400     DISPLAY 'EXPECTED <LAST MATCH DAY YYYYMMDD> '
022500             '<PLAYOFF PLACES>'.
022600     MOVE 12 TO RETURN-CODE.
022700     GO TO 9999-EXIT.
022800 1200-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200*  2000-REPLAY-SEASON - WINS, ELIMINATIONS AND THE HEAD-TO-HEAD *
023300*  MATRIX FROM EVERY MATCH DAY UP TO THE LAST DAY.              *
023400*****************************************************************
023500 2000-REPLAY-SEASON.
023600     OPEN INPUT SEASON.
023700     IF SP-I-STATUS NOT = '00'
023800         DISPLAY 'SEASON DATASET NOT AVAILABLE, STATUS '
023900                 SP-I-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF.
024250     MOVE 'Y' TO SP-LN-SEA-SW.
024300     PERFORM 2100-NEXT-CARD THRU 2100-EXIT
024400         UNTIL SP-EOF.
024500     IF SP-DAY-OPEN = 'Y'
024600         PERFORM 2300-CLOSE-DAY THRU 2300-EXIT
024700     END-IF.
024800     CLOSE SEASON.
024900 2000-EXIT.
025000     EXIT.
025100
025200 2100-NEXT-CARD.
025300     READ SEASON INTO SP-SEASON-CARD
025400         AT END
025500             MOVE 'Y' TO SP-EOF-SW
025600             GO TO 2100-EXIT
025700     END-READ.
025800     IF SP-SEASON-CARD(1:4) = 'DAY '
025900         IF SP-DAY-OPEN = 'Y'
026000             PERFORM 2300-CLOSE-DAY THRU 2300-EXIT
026100         END-IF
026200         MOVE SP-SEASON-CARD(5:8) TO SP-DAY-DATE
026300*        A DAY AFTER THE CLOSE IS NOT PART OF THE REGULAR SEASON
026400         IF SP-DAY-DATE > SP-LAST-DATE
026500             PERFORM 2400-COUNT-LATER THRU 2400-EXIT
026600             MOVE 'Y' TO SP-EOF-SW
026700             GO TO 2100-EXIT
026800         END-IF
026900         IF SP-DAY-DATE = SP-LAST-DATE
027000             MOVE 'Y' TO SP-LAST-SEEN-SW
027100         END-IF
027200         ADD 1 TO SP-DAY-CNT
027300         MOVE 'Y' TO SP-DAY-OPEN
027400         PERFORM VARYING SP-IX FROM 1 BY 1
027500             UNTIL SP-IX > SP-COMP-CNT
027600             MOVE ZERO TO SP-C-DAYWINS(SP-IX)
027700         END-PERFORM
027800         GO TO 2100-EXIT
027900     END-IF.
028000     PERFORM 2200-ONE-MATCH THRU 2200-EXIT.
028100 2100-EXIT.
028200     EXIT.
028300
028400 2200-ONE-MATCH.
028500     ADD 1 TO SP-MATCH-CNT.
028600     MOVE SP-SEASON-CARD(1:1) TO SP-LETTER.
028700     PERFORM 2500-FIND-LETTER THRU 2500-EXIT.
028800     IF SP-JX = ZERO
028900         ADD 1 TO SP-UNKNOWN-CNT
029000         GO TO 2200-EXIT
029100     END-IF.
029200     MOVE SP-JX TO SP-WX.
029300     ADD 1 TO SP-C-DAYWINS(SP-WX).
029400     ADD 1 TO SP-C-TOTAL(SP-WX).
029500     IF SP-SEASON-CARD(3:1) = SPACE
029600         ADD 1 TO SP-NOOPP-CNT
029700         GO TO 2200-EXIT
029800     END-IF.
029900     MOVE SP-SEASON-CARD(3:1) TO SP-LETTER.
030000     PERFORM 2500-FIND-LETTER THRU 2500-EXIT.
030100     IF SP-JX = ZERO
030200         ADD 1 TO SP-UNKNOWN-CNT
030300         GO TO 2200-EXIT
030400     END-IF.
030500     MOVE SP-JX TO SP-LX.
030600     ADD 1 TO SP-H2H(SP-WX, SP-LX).
030700 2200-EXIT.
030800     EXIT.
030900
031000 2300-CLOSE-DAY.
031100     PERFORM VARYING SP-IX FROM 1 BY 1
031200         UNTIL SP-IX > SP-COMP-CNT
031300         IF SP-C-DAYWINS(SP-IX) = ZERO
031400             ADD 1 TO SP-C-ELIM(SP-IX)
031500         END-IF
031600     END-PERFORM.
031700     MOVE 'N' TO SP-DAY-OPEN.
031800 2300-EXIT.
031900     EXIT.
032000
032100 2400-COUNT-LATER.
032200*    THE DAYS LEFT OUT ARE COUNTED FOR THE SUMMARY ONLY
032300     ADD 1 TO SP-LATER-CNT.
032400     PERFORM UNTIL SP-EOF
032500         READ SEASON INTO SP-SEASON-CARD
032600             AT END
032700                 MOVE 'Y' TO SP-EOF-SW
032800             NOT AT END
032900                 IF SP-SEASON-CARD(1:4) = 'DAY '
033000                     ADD 1 TO SP-LATER-CNT
033100                 END-IF
033200         END-READ
033300     END-PERFORM.
033400 2400-EXIT.
033500     EXIT.
033600
033700 2500-FIND-LETTER.
033800     MOVE ZERO TO SP-JX.
033900     PERFORM VARYING SP-IX FROM 1 BY 1
034000         UNTIL SP-IX > SP-COMP-CNT OR SP-JX NOT = ZERO
034100         IF SP-C-LETTER(SP-IX) = SP-LETTER
034200             MOVE SP-IX TO SP-JX
034300         END-IF
034400     END-PERFORM.
034500 2500-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  3000-HEAD-TO-HEAD - EACH COMPETITOR'S WINS OVER THE OTHERS   *
035000*  THAT FINISHED ON THE SAME NUMBER OF WINS.                    *
035100*****************************************************************
035200 3000-HEAD-TO-HEAD.
035300     PERFORM VARYING SP-IX FROM 1 BY 1
035400         UNTIL SP-IX > SP-COMP-CNT
035500         PERFORM VARYING SP-JX FROM 1 BY 1
035600             UNTIL SP-JX > SP-COMP-CNT
035700             IF SP-JX NOT = SP-IX
035800                AND SP-C-TOTAL(SP-JX) = SP-C-TOTAL(SP-IX)
035900                 ADD SP-H2H(SP-IX, SP-JX) TO SP-C-H2H(SP-IX)
036000             END-IF
036100         END-PERFORM
036200     END-PERFORM.
036300 3000-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700*  4000-RANK - PICK EACH SEED IN TURN FROM THE COMPETITORS      *
036800*  LEFT, THEN NAME THE TIE-BREAK SEPARATING IT FROM THE NEXT    *
036900*  SEED.                                                        *
037000*****************************************************************
037100 4000-RANK.
037200     PERFORM VARYING SP-SEED FROM 1 BY 1
037300         UNTIL SP-SEED > SP-COMP-CNT
037400         MOVE ZERO TO SP-BEST-IX
037500*        ROSTER ORDER: AN EARLIER COMPETITOR IS ONLY DISPLACED
037600*        BY ONE STRICTLY BETTER ON THE OTHER TIE-BREAKS
037700         PERFORM VARYING SP-JX FROM 1 BY 1
037800             UNTIL SP-JX > SP-COMP-CNT
037900             IF SP-C-TAKEN(SP-JX) = 'N'
038000                 IF SP-BEST-IX = ZERO
038100                     MOVE SP-JX TO SP-BEST-IX
038200                 ELSE
038300                     PERFORM 4100-COMPARE THRU 4100-EXIT
038400                     IF SP-BETTER
038500                         MOVE SP-JX TO SP-BEST-IX
038600                     END-IF
038700                 END-IF
038800             END-IF
038900         END-PERFORM
039000         MOVE SP-BEST-IX TO SP-S-IX(SP-SEED)
039100         MOVE 'Y' TO SP-C-TAKEN(SP-BEST-IX)
039200     END-PERFORM.
039300     PERFORM 4200-DECIDER THRU 4200-EXIT
039400         VARYING SP-SEED FROM 1 BY 1
039500         UNTIL SP-SEED > SP-COMP-CNT.
039600 4000-EXIT.
039700     EXIT.
039800
039900 4100-COMPARE.
040000*    IS COMPETITOR SP-JX AHEAD OF COMPETITOR SP-BEST-IX
040100     MOVE 'N' TO SP-BETTER-SW.
040200     IF SP-C-TOTAL(SP-JX) NOT = SP-C-TOTAL(SP-BEST-IX)
040300         IF SP-C-TOTAL(SP-JX) > SP-C-TOTAL(SP-BEST-IX)
040400             MOVE 'Y' TO SP-BETTER-SW
040500         END-IF
040600         GO TO 4100-EXIT
040700     END-IF.
040800     IF SP-C-H2H(SP-JX) NOT = SP-C-H2H(SP-BEST-IX)
040900         IF SP-C-H2H(SP-JX) > SP-C-H2H(SP-BEST-IX)
041000             MOVE 'Y' TO SP-BETTER-SW
041100         END-IF
041200         GO TO 4100-EXIT
041300     END-IF.
041400     IF SP-C-ELIM(SP-JX) < SP-C-ELIM(SP-BEST-IX)
041500         MOVE 'Y' TO SP-BETTER-SW
041600     END-IF.
041700 4100-EXIT.
041800     EXIT.
041900
042000 4200-DECIDER.
042100     IF SP-SEED = SP-COMP-CNT
042200         MOVE 'LAST SEED' TO SP-S-DECIDER(SP-SEED)
042300         GO TO 4200-EXIT
042400     END-IF.
042500     MOVE SP-S-IX(SP-SEED) TO SP-IX.
042600     MOVE SP-S-IX(SP-SEED + 1) TO SP-JX.
042700     EVALUATE TRUE
042800         WHEN SP-C-TOTAL(SP-IX) NOT = SP-C-TOTAL(SP-JX)
042900             MOVE 'WINS' TO SP-S-DECIDER(SP-SEED)
043000         WHEN SP-C-H2H(SP-IX) NOT = SP-C-H2H(SP-JX)
043100             MOVE 'HEAD-TO-HEAD' TO SP-S-DECIDER(SP-SEED)
043200         WHEN SP-C-ELIM(SP-IX) NOT = SP-C-ELIM(SP-JX)
043300             MOVE 'ELIMINATIONS' TO SP-S-DECIDER(SP-SEED)
043400         WHEN OTHER
043500             MOVE 'ROSTER ORDER' TO SP-S-DECIDER(SP-SEED)
043600     END-EVALUATE.
043700 4200-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*  5000-WRITE-SEEDS - ONE SEEDING ROW PER COMPETITOR, AND THE   *
044200*  SEED LIST AT THE HEAD OF THE SEEDRPT BRACKET.                *
044300*****************************************************************
044400 5000-WRITE-SEEDS.
044500     OPEN OUTPUT SEEDOUT.
044600     IF SP-S-STATUS NOT = '00'
044700         DISPLAY 'SEEDING DATASET NOT USABLE, STATUS '
044800                 SP-S-STATUS
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 9999-EXIT
045100     END-IF.
045150     MOVE 'Y' TO SP-LN-SED-SW.
045200     MOVE 'I' TO PF-OP.
045300     MOVE 'SEEDRPT' TO PF-DSN.
045400     MOVE SPACES TO PF-TITLE.
045500     STRING 'PLAYOFF SEEDING - SEASON CLOSED ' SP-LAST-DATE
045600         DELIMITED BY SIZE INTO PF-TITLE.
045700     MOVE 'SEED    COMPETITOR              WINS   H2H  ELIM  '
045800       & 'DECIDED BY    PLAYOFFS'
045900         TO PF-HEADING.
046000     MOVE ZERO TO PF-PAGE-SIZE.
046100     CALL 'PRINTFMT' USING PF-PARM.
046200     IF PF-STATUS NOT = 'G'
046300         DISPLAY 'SEEDRPT DATASET NOT USABLE'
046400         MOVE 16 TO RETURN-CODE
046500         GO TO 9999-EXIT
046600     END-IF.
046650     MOVE 'Y' TO SP-LN-RPT-SW.
046700     PERFORM 5100-ONE-SEED THRU 5100-EXIT
046800         VARYING SP-SEED FROM 1 BY 1
046900         UNTIL SP-SEED > SP-COMP-CNT.
047000     CLOSE SEEDOUT.
047100 5000-EXIT.
047200     EXIT.
047300
047400 5100-ONE-SEED.
047500     MOVE SP-S-IX(SP-SEED) TO SP-IX.
047600     MOVE SPACES TO SD-REC.
047700     MOVE SP-LAST-DATE        TO SD-LAST-DAY.
047800     MOVE SP-SEED             TO SD-SEED.
047900     MOVE SP-C-LETTER(SP-IX)  TO SD-LETTER.
048000     MOVE SP-C-NAME(SP-IX)    TO SD-NAME.
048100     MOVE SP-C-TOTAL(SP-IX)   TO SD-WINS.
048200     MOVE SP-C-H2H(SP-IX)     TO SD-H2H.
048300     MOVE SP-C-ELIM(SP-IX)    TO SD-ELIM.
048400     MOVE SP-S-DECIDER(SP-SEED) TO SD-DECIDER.
048500     IF SP-SEED > SP-PLACES
048600         MOVE 'O' TO SD-QUAL
048700         MOVE 'OUT' TO SP-STATE
048800     ELSE
048900         MOVE 'Q' TO SD-QUAL
049000         MOVE 'PLAYOFF' TO SP-STATE
049100     END-IF.
049200     WRITE SEEDING-LINE FROM SD-REC.
049300     MOVE SP-SEED TO SP-ED-SEED.
049400     MOVE SP-C-TOTAL(SP-IX) TO SP-ED-W.
049500     MOVE SP-C-H2H(SP-IX) TO SP-ED-H.
049600     MOVE SP-C-ELIM(SP-IX) TO SP-ED-E.
049700     MOVE SPACES TO SP-RPT-LINE.
049800     STRING ' ' SP-ED-SEED '     ' SP-C-LETTER(SP-IX)
049900            ' ' SP-C-NAME(SP-IX) ' ' SP-ED-W
050000            '  ' SP-ED-H '  ' SP-ED-E
050100            '  ' SP-S-DECIDER(SP-SEED) '  ' SP-STATE
050200         DELIMITED BY SIZE INTO SP-RPT-LINE.
050300     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
050400     IF SP-SEED = SP-PLACES AND SP-SEED < SP-COMP-CNT
050500         MOVE SPACES TO SP-RPT-LINE
050600         STRING '-------- PLAYOFF LINE - DECIDED BY '
050700                SP-S-DECIDER(SP-SEED) ' --------'
050800             DELIMITED BY SIZE INTO SP-RPT-LINE
050900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
051000     END-IF.
051100 5100-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500*  6000-BRACKET - THE FIRST ROUND.  THE BRACKET IS THE NEXT     *
051600*  POWER OF TWO AT OR ABOVE THE PLACES; THE TOP SEEDS TAKE THE  *
051700*  SPARE SLOTS AS BYES AND THE REST MEET HIGHEST AGAINST        *
051800*  LOWEST.                                                      *
051900*****************************************************************
052000 6000-BRACKET.
052100     MOVE 1 TO SP-BRACKET.
052200     PERFORM UNTIL SP-BRACKET >= SP-PLACES
052300         MULTIPLY 2 BY SP-BRACKET
052400     END-PERFORM.
052500     COMPUTE SP-BYES = SP-BRACKET - SP-PLACES.
052600     MOVE SPACES TO SP-RPT-LINE.
052700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
052800     MOVE 'FIRST ROUND' TO SP-RPT-LINE.
052900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
053000     IF SP-PLACES = 1
053100         MOVE SP-S-IX(1) TO SP-IX
053200         MOVE SPACES TO SP-RPT-LINE
053300         STRING '  SEED  1 ' SP-C-LETTER(SP-IX) ' '
053400                SP-C-NAME(SP-IX) ' - SOLE PLAYOFF PLACE'
053500             DELIMITED BY SIZE INTO SP-RPT-LINE
053600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
053700         GO TO 6000-EXIT
053800     END-IF.
053900     PERFORM VARYING SP-SEED FROM 1 BY 1
054000         UNTIL SP-SEED > SP-BYES
054100         MOVE SP-S-IX(SP-SEED) TO SP-IX
054200         MOVE SP-SEED TO SP-ED-SEED
054300         MOVE SPACES TO SP-RPT-LINE
054400         STRING '  SEED ' SP-ED-SEED ' ' SP-C-LETTER(SP-IX) ' '
054500                SP-C-NAME(SP-IX) ' - BYE'
054600             DELIMITED BY SIZE INTO SP-RPT-LINE
054700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
054800     END-PERFORM.
054900     COMPUTE SP-HI = SP-BYES + 1.
055000     MOVE SP-PLACES TO SP-LO.
055100     PERFORM 6100-ONE-MATCH THRU 6100-EXIT
055200         UNTIL SP-HI >= SP-LO.
055300 6000-EXIT.
055400     EXIT.
055500
055600 6100-ONE-MATCH.
055700     MOVE SP-S-IX(SP-HI) TO SP-IX.
055800     MOVE SP-S-IX(SP-LO) TO SP-JX.
055900     MOVE SP-HI TO SP-ED-SEED.
056000     MOVE SP-LO TO SP-ED-SEED2.
056100     MOVE SPACES TO SP-RPT-LINE.
056200     STRING '  SEED ' SP-ED-SEED ' ' SP-C-LETTER(SP-IX) ' '
056300            SP-C-NAME(SP-IX) '  V  SEED ' SP-ED-SEED2 ' '
056400            SP-C-LETTER(SP-JX) ' ' SP-C-NAME(SP-JX)
056500         DELIMITED BY SIZE INTO SP-RPT-LINE.
056600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
056700     ADD 1 TO SP-HI.
056800     SUBTRACT 1 FROM SP-LO.
056900 6100-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*  7000-SUMMARY - WHAT THE SEEDING WAS BUILT FROM.  A SEASON    *
057400*  THAT NEVER REACHED THE LAST DAY, OR MATCH CARDS THAT COULD   *
057500*  NOT COUNT TOWARD HEAD-TO-HEAD, ARE A WARNING, NOT A STOP.    *
057600*****************************************************************
057700 7000-SUMMARY.
057800     MOVE SPACES TO SP-RPT-LINE.
057900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
058000     MOVE SP-DAY-CNT TO SP-ED-CNT.
058100     MOVE SPACES TO SP-RPT-LINE.
058200     STRING 'MATCH DAYS REPLAYED ' SP-ED-CNT
058300         DELIMITED BY SIZE INTO SP-RPT-LINE.
058400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
058500     MOVE SP-MATCH-CNT TO SP-ED-CNT.
058600     MOVE SPACES TO SP-RPT-LINE.
058700     STRING 'MATCH CARDS        ' SP-ED-CNT
058800         DELIMITED BY SIZE INTO SP-RPT-LINE.
058900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
059000     IF SP-LATER-CNT > ZERO
059100         MOVE SP-LATER-CNT TO SP-ED-CNT
059200         MOVE SPACES TO SP-RPT-LINE
059300         STRING 'DAYS AFTER ' SP-LAST-DATE ' LEFT OUT ' SP-ED-CNT
059400             DELIMITED BY SIZE INTO SP-RPT-LINE
059500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
059600     END-IF.
059700     IF SP-NOOPP-CNT > ZERO
059800         MOVE SP-NOOPP-CNT TO SP-ED-CNT
059900         MOVE SPACES TO SP-RPT-LINE
060000         STRING 'MATCH CARDS WITH NO LOSER - NOT IN HEAD-TO-HEAD '
060100                SP-ED-CNT
060200             DELIMITED BY SIZE INTO SP-RPT-LINE
060300         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
060400     END-IF.
060500     IF SP-UNKNOWN-CNT > ZERO
060600         MOVE SP-UNKNOWN-CNT TO SP-ED-CNT
060700         MOVE SPACES TO SP-RPT-LINE
060800         STRING 'MATCH CARDS NAMING A LETTER NOT ON TEAMROST '
060900                SP-ED-CNT
061000             DELIMITED BY SIZE INTO SP-RPT-LINE
061100         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
061200     END-IF.
061300     IF NOT SP-LAST-SEEN
061400         MOVE SPACES TO SP-RPT-LINE
061500         STRING 'SEASON HOLDS NO MATCH DAY ' SP-LAST-DATE
061600                ' - SEEDED ON THE DAYS THAT ARE THERE'
061700             DELIMITED BY SIZE INTO SP-RPT-LINE
061800         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
061900     END-IF.
062000     MOVE 'C' TO PF-OP.
062100     CALL 'PRINTFMT' USING PF-PARM.
062200     MOVE SP-PLACES TO SP-ED-SEED.
062300     DISPLAY 'SEEDING SEASON CLOSED ' SP-LAST-DATE
062400             ' PLAYOFF PLACES ' SP-ED-SEED.
062500     IF NOT SP-LAST-SEEN
062600         PERFORM 8100-POST-ALERT THRU 8100-EXIT
062700         MOVE 4 TO RETURN-CODE
062800         GO TO 7000-EXIT
062900     END-IF.
063000     IF SP-NOOPP-CNT > ZERO OR SP-UNKNOWN-CNT > ZERO
063100         PERFORM 8100-POST-ALERT THRU 8100-EXIT
063200         MOVE 4 TO RETURN-CODE
063300     END-IF.
063400 7000-EXIT.
063500     EXIT.
063600
063700 7900-PRINT-LINE.
063800     MOVE SP-RPT-LINE TO PF-LINE.
063900     MOVE 'D' TO PF-OP.
064000     CALL 'PRINTFMT' USING PF-PARM.
064100 7900-EXIT.
064200     EXIT.
064300
064302 8000-RECORD-LINEAGE.
064304*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
064306*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
064308*    RETURN-CODE, SO IT IS PUT BACK.
064310     MOVE RETURN-CODE   TO SP-SAVE-RC.
064312     MOVE 'SEEDING'     TO LN-PROGRAM.
064314     MOVE SPACES        TO LN-START-TIME.
064316     MOVE ZERO          TO LN-CNT.
064318     IF SP-LN-ROS-SW = 'Y'
064320         ADD 1 TO LN-CNT
064322         MOVE 'TEAMROST'    TO LN-DSN(LN-CNT)
064324         MOVE 'R'           TO LN-MODE(LN-CNT)
064326     END-IF.
064328     IF SP-LN-SEA-SW = 'Y'
064330         ADD 1 TO LN-CNT
064332         MOVE 'SEASON'      TO LN-DSN(LN-CNT)
064334         MOVE 'R'           TO LN-MODE(LN-CNT)
064336     END-IF.
064338     IF SP-LN-SED-SW = 'Y'
064340         ADD 1 TO LN-CNT
064342         MOVE 'SEEDING'     TO LN-DSN(LN-CNT)
064344         MOVE 'W'           TO LN-MODE(LN-CNT)
064346     END-IF.
064348     IF SP-LN-RPT-SW = 'Y'
064350         ADD 1 TO LN-CNT
064352         MOVE 'SEEDRPT'     TO LN-DSN(LN-CNT)
064354         MOVE 'W'           TO LN-MODE(LN-CNT)
064356     END-IF.
064358     CALL 'LINEAGE' USING LN-PARM.
064360     MOVE SP-SAVE-RC    TO RETURN-CODE.
064362 8000-EXIT.
064364     EXIT.
064366
064400 8100-POST-ALERT.
064500     MOVE SPACES TO AL-PARM.
064600     MOVE 'SEEDING' TO AL-SOURCE.
064700     MOVE 'W' TO AL-SEVERITY.
064800     MOVE 'SEEDRPT' TO AL-DSN.
064900     IF NOT SP-LAST-SEEN
065000         STRING 'SEASON HOLDS NO MATCH DAY ' SP-LAST-DATE
065100                ' - CHECK SEEDING'
065200             DELIMITED BY SIZE INTO AL-TEXT
065300     ELSE
065400         MOVE SP-NOOPP-CNT TO SP-ED-CNT
065500         IF SP-UNKNOWN-CNT > SP-NOOPP-CNT
065600             MOVE SP-UNKNOWN-CNT TO SP-ED-CNT
065700         END-IF
065800         STRING 'SEASON MATCH CARDS ' SP-ED-CNT
065900                ' NOT USABLE FOR HEAD-TO-HEAD'
066000             DELIMITED BY SIZE INTO AL-TEXT
066100     END-IF.
066200     CALL 'ALERTSVC' USING AL-PARM.
066300 8100-EXIT.
066400     EXIT.
066500
066600 9999-EXIT.
066650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
066700     STOP RUN.
