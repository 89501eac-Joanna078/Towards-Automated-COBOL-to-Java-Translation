000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEEDCHK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  FEEDCHK - INBOUND FEED ARRIVAL CHECK, RUN THROUGH THE        *
000900*  EVENING AND ONCE MORE JUST BEFORE RUNBOOK.  THE FEEDMAST     *
001000*  MASTER (FEEDMSRC) NAMES EVERY EXPECTED INBOUND DECK, WHO     *
001100*  SUPPLIES IT, THE TIME IT IS EXPECTED BY, THE DAYS IT IS DUE  *
001200*  (DAILY, BUSDAY, PEREND - CALSVC DECIDES; A MISSING CALENDAR  *
001300*  EXPECTS IT) AND THE RUNBOOK STEP THAT READS IT.  SYSIN:      *
001400*    <RUN DATE YYYYMMDD> <AS-OF HHMM>                           *
001500*  (BLANK = NOW.)  EACH DUE FEED NOT ALREADY LOGGED ARRIVED IS  *
001600*  OPENED AND ITS DATA RECORDS COUNTED (HDR/TRL CONTROL         *
001700*  RECORDS AND BLANK LINES EXCLUDED).  THE FIRST CHECK THAT     *
001800*  FINDS RECORDS LOGS THE FEED ARRIVED ON FEEDLOG (FEEDLGRC)    *
001900*  WITH THE TIME AND COUNT.  A STEP WITH A DUE FEED MISSING OR  *
002000*  EMPTY IS PUT ON RUNHOLDS (LOGGED HELD) SO RUNBOOK LOGS IT    *
002100*  HELD INSTEAD OF RUNNING IT ON NOTHING; ONCE EVERY FEED OF    *
002200*  THE STEP IS IN, A HOLD THIS PROGRAM PLACED IS TAKEN OFF      *
002300*  AGAIN (LOGGED RELEASED).  AN OPERATOR'S OWN HOLD IS NEVER    *
002400*  RELEASED FROM HERE.  THE FEEDLATE REPORT LISTS EVERY FEED    *
002500*  STILL OUTSTANDING AND EVERY ONE THAT CAME IN LATE, WITH THE  *
002600*  PARTY TO CHASE.  RC 4 AND A WARNING ALERT WHILE ANY STEP IS  *
002700*  HELD FOR A FEED OR ANY FEED IS PAST ITS EXPECTED TIME; RC 16 *
002800*  WITHOUT A USABLE FEEDMAST.                                   *
002900*****************************************************************
003000*  MODIFICATION HISTORY                                         *
003100*  2026-10-15  OSG  NEW PROGRAM.                                *
003133*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003166*                   LINEAGE REGISTER AT END OF JOB.             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FEEDMAST ASSIGN TO FEEDMAST
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS FK-M-STATUS.
003900     SELECT OPTIONAL FEEDLOG ASSIGN TO FEEDLOG
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS FK-L-STATUS.
004200     SELECT OPTIONAL RUNHOLDS ASSIGN TO RUNHOLDS
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS FK-H-STATUS.
004500     SELECT FEEDIN ASSIGN USING FK-FEED-DSN
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS FK-F-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FEEDMAST.
005100 01  FEEDMAST-LINE            PIC X(80).
005200 FD  FEEDLOG.
005300 01  FEEDLOG-LINE             PIC X(80).
005400 FD  RUNHOLDS.
005500 01  RUNHOLDS-LINE            PIC X(12).
005600 FD  FEEDIN.
005700 01  FEEDIN-LINE              PIC X(256).
005800 WORKING-STORAGE SECTION.
005900 77  FK-M-STATUS              PIC X(02).
006000 77  FK-L-STATUS              PIC X(02).
006100 77  FK-H-STATUS              PIC X(02).
006200 77  FK-F-STATUS              PIC X(02).
006212 77  FK-LN-MST-SW             PIC X(01) VALUE 'N'.
006224 77  FK-LN-LGR-SW             PIC X(01) VALUE 'N'.
006236 77  FK-LN-HLR-SW             PIC X(01) VALUE 'N'.
006248 77  FK-LN-LGW-SW             PIC X(01) VALUE 'N'.
006260 77  FK-LN-RPT-SW             PIC X(01) VALUE 'N'.
006272 77  FK-LN-HLW-SW             PIC X(01) VALUE 'N'.
006284 77  FK-SAVE-RC               PIC S9(04) COMP.
006300 77  FK-EOF-SW                PIC X(01).
006400     88  FK-EOF                          VALUE 'Y'.
006500 77  FK-FEED-CNT              PIC 9(03) COMP VALUE ZERO.
006600 77  FK-IX                    PIC 9(03) COMP.
006700 77  FK-JX                    PIC 9(03) COMP.
006800 77  FK-LX                    PIC 9(03) COMP.
006900 77  FK-HLD-CNT               PIC 9(03) COMP VALUE ZERO.
007000 77  FK-HX                    PIC 9(03) COMP.
007100 77  FK-HIT                   PIC 9(03) COMP.
007200 77  FK-OWN-CNT               PIC 9(03) COMP VALUE ZERO.
007300 77  FK-OX                    PIC 9(03) COMP.
007400 77  FK-CHG-CNT               PIC 9(03) COMP VALUE ZERO.
007500 77  FK-DUE-CNT               PIC 9(03) COMP VALUE ZERO.
007600 77  FK-ARR-CNT               PIC 9(03) COMP VALUE ZERO.
007700 77  FK-OUT-CNT               PIC 9(03) COMP VALUE ZERO.
007800 77  FK-LATE-CNT              PIC 9(03) COMP VALUE ZERO.
007900 77  FK-HELD-CNT              PIC 9(03) COMP VALUE ZERO.
008000 77  FK-REL-CNT               PIC 9(03) COMP VALUE ZERO.
008100 77  FK-BAD-CNT               PIC 9(03) COMP VALUE ZERO.
008200 77  FK-REC-CNT               PIC 9(09) COMP.
008300 77  FK-OUTSTANDING-SW        PIC X(01).
008400 01  FK-CARD                  PIC X(30).
008500 01  FK-DATE-X                PIC X(10).
008600 01  FK-TIME-X                PIC X(08).
008700 01  FK-FEED-DSN              PIC X(30).
008800 01  FK-TIMESTAMP.
008900     05  FK-TS-DATE           PIC 9(08).
009000     05  FK-TS-TIME.
009100         07  FK-TS-HHMMSS     PIC 9(06).
009200         07  FILLER           PIC 9(02).
009300 01  FK-RUN-DATE              PIC 9(08).
009400 01  FK-NOW                   PIC 9(06).
009500 01  FK-NOW-R REDEFINES FK-NOW.
009600     05  FK-NOW-HHMM          PIC 9(04).
009700     05  FK-NOW-SS            PIC 9(02).
009800 01  FK-STEP                  PIC X(03).
009900*    TONIGHT'S FEEDS.  STATE: A ARRIVED ON AN EARLIER CHECK,
010000*    N ARRIVED ON THIS ONE, M MISSING, E EMPTY, X NOT DUE
010100 01  FK-FEED-TBL.
010200     05  FK-FEED OCCURS 200.
010300         10  FK-T-DSN         PIC X(20).
010400         10  FK-T-PARTY       PIC X(20).
010500         10  FK-T-EXPECT      PIC 9(04).
010600         10  FK-T-COND        PIC X(06).
010700         10  FK-T-STEP        PIC X(03).
010800         10  FK-T-STATE       PIC X(01).
010900         10  FK-T-COUNT       PIC 9(09).
011000         10  FK-T-ARRIVED     PIC 9(06).
011100 01  FK-HLD-TBL.
011200     05  FK-HLD-ENTRY         PIC X(12) OCCURS 50.
011300*    STEPS THIS PROGRAM HOLDS TODAY, FROM THE FEEDLOG EVENTS
011400 01  FK-OWN-TBL.
011500     05  FK-OWN-STEP          PIC X(03) OCCURS 100.
011600 01  FK-RPT-LINE              PIC X(100).
011700 01  FK-HHMM                  PIC 9(04).
011800 01  FK-HHMM-R REDEFINES FK-HHMM.
011900     05  FK-HH                PIC 9(02).
012000     05  FK-MM                PIC 9(02).
012100 01  FK-HHMM-TEXT.
012200     05  FK-HT-HH             PIC 9(02).
012300     05  FILLER               PIC X(01) VALUE ':'.
012400     05  FK-HT-MM             PIC 9(02).
012500 01  FK-ED-CNT                PIC Z(08)9.
012600 01  FK-ED-SMALL              PIC ZZ9.
012700 COPY FEEDMSRC.
012800 COPY FEEDLGRC.
012900 COPY CALSVCPM.
013000 COPY PRINTFPM.
013100 COPY ALERTPM.
013150 COPY LINEAGPM.
013200 PROCEDURE DIVISION.
013300*****************************************************************
013400*  0000-MAINLINE - CHECK THE FEEDS, SET THE HOLDS, REPORT.      *
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
013900     PERFORM 1200-LOAD-FEEDLOG THRU 1200-EXIT.
014000     PERFORM 1300-LOAD-HOLDS THRU 1300-EXIT.
014100     OPEN EXTEND FEEDLOG.
014200     IF FK-L-STATUS NOT = '00' AND FK-L-STATUS NOT = '05'
014300         DISPLAY 'FEEDLOG NOT USABLE, STATUS ' FK-L-STATUS
014400         MOVE 16 TO RETURN-CODE
014500         GO TO 9999-EXIT
014600     END-IF.
014650     MOVE 'Y' TO FK-LN-LGW-SW.
014700     PERFORM 2000-CHECK-FEED THRU 2000-EXIT
014800         VARYING FK-IX FROM 1 BY 1
014900         UNTIL FK-IX > FK-FEED-CNT.
015000     PERFORM 3000-STEP-HOLDS THRU 3000-EXIT
015100         VARYING FK-IX FROM 1 BY 1
015200         UNTIL FK-IX > FK-FEED-CNT.
015300     CLOSE FEEDLOG.
015400     IF FK-CHG-CNT > ZERO
015500         PERFORM 3900-REWRITE-HOLDS THRU 3900-EXIT
015600     END-IF.
015700     PERFORM 4000-REPORT THRU 4000-EXIT.
015800     IF FK-LATE-CNT > ZERO OR FK-OWN-CNT > ZERO
015900         PERFORM 8100-POST-ALERT THRU 8100-EXIT
016000         MOVE 4 TO RETURN-CODE
016100     END-IF.
016200     GO TO 9999-EXIT.
016300
016400*****************************************************************
016500*  1000-INITIALIZE - RUN DATE, AS-OF TIME, REPORT.              *
016600*****************************************************************
016700 1000-INITIALIZE.
016800     ACCEPT FK-TS-DATE FROM DATE YYYYMMDD.
016900     ACCEPT FK-TS-TIME FROM TIME.
016925     MOVE 'FEEDCHK'     TO LN-PROGRAM.
016950     MOVE FK-TS-HHMMSS  TO LN-START-TIME.
016975     MOVE ZERO          TO LN-CNT.
017000     MOVE FK-TS-DATE TO FK-RUN-DATE.
017100     MOVE FK-TS-HHMMSS TO FK-NOW.
017200     MOVE SPACES TO FK-CARD.
017300     ACCEPT FK-CARD
017400         ON EXCEPTION
017500             MOVE SPACES TO FK-CARD
017600     END-ACCEPT.
017700     MOVE SPACES TO FK-DATE-X FK-TIME-X.
017800     UNSTRING FK-CARD DELIMITED BY ALL SPACE
017900         INTO FK-DATE-X FK-TIME-X.
018000     IF FK-DATE-X NOT = SPACES
018100         IF FK-DATE-X(1:8) IS NOT NUMERIC
018200            OR FK-DATE-X(9:2) NOT = SPACES
018300             GO TO 1000-BAD-CARD
018400         END-IF
018500         MOVE FK-DATE-X(1:8) TO FK-RUN-DATE
018600     END-IF.
018700     IF FK-TIME-X NOT = SPACES
018800         IF FK-TIME-X(1:4) IS NOT NUMERIC
018900            OR FK-TIME-X(5:4) NOT = SPACES
019000             GO TO 1000-BAD-CARD
019100         END-IF
019200         MOVE FK-TIME-X(1:4) TO FK-NOW-HHMM
019300         MOVE ZERO TO FK-NOW-SS
019400     END-IF.
019500     MOVE FK-RUN-DATE TO CA-DATE.
019600     CALL 'CALSVC' USING CA-PARM.
019700     MOVE 'I' TO PF-OP.
019800     MOVE 'FEEDLATE' TO PF-DSN.
019900     MOVE SPACES TO PF-TITLE.
020000     MOVE FK-NOW-HHMM TO FK-HHMM.
020100     PERFORM 7800-HHMM-TEXT THRU 7800-EXIT.
020200     STRING 'INBOUND FEEDS OUTSTANDING OR LATE ' FK-RUN-DATE
020300            ' AS OF ' FK-HHMM-TEXT
020400         DELIMITED BY SIZE INTO PF-TITLE.
020500     MOVE 'FEED                 SUPPLIED BY          EXPECTED STE'
020600       & 'P STATUS      RECORDS  ACTION'
020700         TO PF-HEADING.
020800     MOVE ZERO TO PF-PAGE-SIZE.
020900     CALL 'PRINTFMT' USING PF-PARM.
021000     IF PF-STATUS NOT = 'G'
021100         DISPLAY 'FEEDLATE DATASET NOT USABLE'
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 9999-EXIT
021400     END-IF.
021450     MOVE 'Y' TO FK-LN-RPT-SW.
021500     GO TO 1000-EXIT.
021600 1000-BAD-CARD.
021700     DISPLAY 'CONTROL CARD NEEDS <RUN DATE YYYYMMDD> '
021800             '<AS-OF HHMM> - RUN ABANDONED'.
021900     MOVE 16 TO RETURN-CODE.
022000     GO TO 9999-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300
022400 1100-LOAD-MASTER.
022500*    WITHOUT THE MASTER NOTHING CAN BE CHECKED OR HELD - A
022600*    SILENT PASS WOULD LET EVERY STEP RUN ON WHATEVER IS THERE.
022700     MOVE 'N' TO FK-EOF-SW.
022800     OPEN INPUT FEEDMAST.
022900     IF FK-M-STATUS NOT = '00'
023000         DISPLAY 'FEEDMAST NOT AVAILABLE, STATUS ' FK-M-STATUS
023100         GO TO 1100-ABANDON
023200     END-IF.
023250     MOVE 'Y' TO FK-LN-MST-SW.
023300     PERFORM UNTIL FK-EOF
023400         READ FEEDMAST INTO EF-REC
023500             AT END
023600                 MOVE 'Y' TO FK-EOF-SW
023700             NOT AT END
023800                 IF FEEDMAST-LINE NOT = SPACES
023900                    AND FEEDMAST-LINE(1:1) NOT = '*'
024000                     PERFORM 1110-ONE-FEED THRU 1110-EXIT
024100                 END-IF
024200         END-READ
024300     END-PERFORM.
024400     CLOSE FEEDMAST.
024500     IF FK-FEED-CNT > 200
024600         DISPLAY 'FEEDMAST EXCEEDS THE 200-FEED TABLE'
024700         GO TO 1100-ABANDON
024800     END-IF.
024900     GO TO 1100-EXIT.
025000 1100-ABANDON.
025100     MOVE 'C' TO PF-OP.
025200     CALL 'PRINTFMT' USING PF-PARM.
025300     MOVE 16 TO RETURN-CODE.
025400     GO TO 9999-EXIT.
025500 1100-EXIT.
025600     EXIT.
025700
025800 1110-ONE-FEED.
025900     IF EF-DSN = SPACES
026000        OR EF-EXPECT-BY IS NOT NUMERIC
026100        OR EF-STEP IS NOT NUMERIC
026200        OR (EF-COND NOT = 'DAILY' AND EF-COND NOT = 'BUSDAY'
026300            AND EF-COND NOT = 'PEREND')
026400         DISPLAY 'FEEDMAST CARD IGNORED - ' FEEDMAST-LINE(1:60)
026500         ADD 1 TO FK-BAD-CNT
026600         GO TO 1110-EXIT
026700     END-IF.
026800     ADD 1 TO FK-FEED-CNT.
026900     IF FK-FEED-CNT > 200
027000         GO TO 1110-EXIT
027100     END-IF.
027200     MOVE EF-DSN       TO FK-T-DSN(FK-FEED-CNT).
027300     MOVE EF-PARTY     TO FK-T-PARTY(FK-FEED-CNT).
027400     MOVE EF-EXPECT-BY TO FK-T-EXPECT(FK-FEED-CNT).
027500     MOVE EF-COND      TO FK-T-COND(FK-FEED-CNT).
027600     MOVE EF-STEP      TO FK-T-STEP(FK-FEED-CNT).
027700     MOVE ZERO TO FK-T-COUNT(FK-FEED-CNT)
027800                  FK-T-ARRIVED(FK-FEED-CNT).
027900     MOVE 'M' TO FK-T-STATE(FK-FEED-CNT).
028000*    NOT DUE TODAY ONLY WHEN THE CALENDAR ANSWERS SO
028100     IF CA-STATUS = 'G'
028200         IF EF-COND = 'BUSDAY' AND CA-BUSINESS NOT = 'Y'
028300             MOVE 'X' TO FK-T-STATE(FK-FEED-CNT)
028400         END-IF
028500         IF EF-COND = 'PEREND' AND CA-PERIOD-END NOT = 'Y'
028600             MOVE 'X' TO FK-T-STATE(FK-FEED-CNT)
028700         END-IF
028800     END-IF.
028900     IF FK-T-STATE(FK-FEED-CNT) NOT = 'X'
029000         ADD 1 TO FK-DUE-CNT
029100     END-IF.
029200 1110-EXIT.
029300     EXIT.
029400
029500 1200-LOAD-FEEDLOG.
029600*    TODAY'S EVENTS FROM EARLIER CHECKS: FEEDS ALREADY IN KEEP
029700*    THEIR FIRST ARRIVAL, AND THE HOLDS THIS PROGRAM PLACED
029800*    AND HAS NOT YET RELEASED ARE ITS OWN TO RELEASE.
029900     MOVE 'N' TO FK-EOF-SW.
030000     OPEN INPUT FEEDLOG.
030100     IF FK-L-STATUS NOT = '00' AND FK-L-STATUS NOT = '05'
030200         GO TO 1200-EXIT
030300     END-IF.
030325     IF FK-L-STATUS = '00'
030350         MOVE 'Y' TO FK-LN-LGR-SW
030375     END-IF.
030400     PERFORM UNTIL FK-EOF
030500         READ FEEDLOG INTO FL-REC
030600             AT END
030700                 MOVE 'Y' TO FK-EOF-SW
030800             NOT AT END
030900                 IF FL-DATE = FK-RUN-DATE
031000                     PERFORM 1210-ONE-EVENT THRU 1210-EXIT
031100                 END-IF
031200         END-READ
031300     END-PERFORM.
031400     CLOSE FEEDLOG.
031500 1200-EXIT.
031600     EXIT.
031700
031800 1210-ONE-EVENT.
031900     EVALUATE FL-EVENT
032000         WHEN 'ARRIVED'
032100             PERFORM VARYING FK-JX FROM 1 BY 1
032200                 UNTIL FK-JX > FK-FEED-CNT
032300                 IF FK-T-DSN(FK-JX) = FL-DSN
032400                    AND FK-T-STATE(FK-JX) = 'M'
032500                     MOVE 'A' TO FK-T-STATE(FK-JX)
032600                     MOVE FL-COUNT TO FK-T-COUNT(FK-JX)
032700                     MOVE FL-TIME TO FK-T-ARRIVED(FK-JX)
032800                 END-IF
032900             END-PERFORM
033000         WHEN 'HELD'
033100             MOVE FL-STEP TO FK-STEP
033200             PERFORM 1220-FIND-OWN THRU 1220-EXIT
033300             IF FK-OX > FK-OWN-CNT AND FK-OWN-CNT < 100
033400                 ADD 1 TO FK-OWN-CNT
033500                 MOVE FL-STEP TO FK-OWN-STEP(FK-OWN-CNT)
033600             END-IF
033700         WHEN 'RELEASED'
033800             MOVE FL-STEP TO FK-STEP
033900             PERFORM 1220-FIND-OWN THRU 1220-EXIT
034000             IF FK-OX NOT > FK-OWN-CNT
034100                 PERFORM 1230-DROP-OWN THRU 1230-EXIT
034200             END-IF
034300     END-EVALUATE.
034400 1210-EXIT.
034500     EXIT.
034600
034700 1220-FIND-OWN.
034800     PERFORM VARYING FK-OX FROM 1 BY 1
034900         UNTIL FK-OX > FK-OWN-CNT
035000            OR FK-OWN-STEP(FK-OX) = FK-STEP
035100         CONTINUE
035200     END-PERFORM.
035300 1220-EXIT.
035400     EXIT.
035500
035600 1230-DROP-OWN.
035700     PERFORM VARYING FK-OX FROM FK-OX BY 1
035800         UNTIL FK-OX >= FK-OWN-CNT
035900         MOVE FK-OWN-STEP(FK-OX + 1) TO FK-OWN-STEP(FK-OX)
036000     END-PERFORM.
036100     SUBTRACT 1 FROM FK-OWN-CNT.
036200 1230-EXIT.
036300     EXIT.
036400
036500 1300-LOAD-HOLDS.
036600*    AS HOLDMNT LOADS THEM; NO DATASET, NO HOLDS YET.
036700     MOVE 'N' TO FK-EOF-SW.
036800     OPEN INPUT RUNHOLDS.
036900     IF FK-H-STATUS NOT = '00' AND FK-H-STATUS NOT = '05'
037000         GO TO 1300-EXIT
037100     END-IF.
037125     IF FK-H-STATUS = '00'
037150         MOVE 'Y' TO FK-LN-HLR-SW
037175     END-IF.
037200     PERFORM UNTIL FK-EOF
037300         READ RUNHOLDS
037400             AT END
037500                 MOVE 'Y' TO FK-EOF-SW
037600             NOT AT END
037700                 IF RUNHOLDS-LINE NOT = SPACES
037800                    AND FK-HLD-CNT < 50
037900                     ADD 1 TO FK-HLD-CNT
038000                     MOVE RUNHOLDS-LINE
038100                         TO FK-HLD-ENTRY(FK-HLD-CNT)
038200                 END-IF
038300         END-READ
038400     END-PERFORM.
038500     CLOSE RUNHOLDS.
038600 1300-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  2000-CHECK-FEED - COUNT A DUE FEED NOT YET IN.               *
039100*****************************************************************
039200 2000-CHECK-FEED.
039300     IF FK-T-STATE(FK-IX) NOT = 'M'
039400         GO TO 2000-EXIT
039500     END-IF.
039600     MOVE FK-T-DSN(FK-IX) TO FK-FEED-DSN.
039700     OPEN INPUT FEEDIN.
039800     IF FK-F-STATUS NOT = '00'
039900         GO TO 2000-EXIT
040000     END-IF.
040050     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
040100     MOVE ZERO TO FK-REC-CNT.
040200     MOVE 'N' TO FK-EOF-SW.
040300     PERFORM UNTIL FK-EOF
040400         READ FEEDIN
040500             AT END
040600                 MOVE 'Y' TO FK-EOF-SW
040700             NOT AT END
040800                 IF FEEDIN-LINE NOT = SPACES
040900                    AND FEEDIN-LINE(1:4) NOT = 'HDR '
041000                    AND FEEDIN-LINE(1:4) NOT = 'TRL '
041100                     ADD 1 TO FK-REC-CNT
041200                 END-IF
041300         END-READ
041400     END-PERFORM.
041500     CLOSE FEEDIN.
041600     IF FK-REC-CNT = ZERO
041700         MOVE 'E' TO FK-T-STATE(FK-IX)
041800         GO TO 2000-EXIT
041900     END-IF.
042000     MOVE 'N' TO FK-T-STATE(FK-IX).
042100     MOVE FK-REC-CNT TO FK-T-COUNT(FK-IX).
042200     MOVE FK-NOW TO FK-T-ARRIVED(FK-IX).
042300     MOVE FK-IX TO FK-LX.
042395     MOVE SPACES TO FL-REC.
042400     MOVE FK-T-STEP(FK-IX) TO FL-STEP.
042500     MOVE 'ARRIVED' TO FL-EVENT.
042600     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  3000-STEP-HOLDS - ONCE PER CONSUMING STEP, AT ITS FIRST      *
043200*  FEED: HOLD IT WHILE ANY DUE FEED OF IT IS OUTSTANDING,       *
043300*  RELEASE OUR OWN HOLD ONCE NONE IS.                           *
043400*****************************************************************
043500 3000-STEP-HOLDS.
043600     PERFORM VARYING FK-JX FROM 1 BY 1
043700         UNTIL FK-JX >= FK-IX
043800            OR FK-T-STEP(FK-JX) = FK-T-STEP(FK-IX)
043900         CONTINUE
044000     END-PERFORM.
044100     IF FK-JX < FK-IX
044200         GO TO 3000-EXIT
044300     END-IF.
044400     MOVE FK-T-STEP(FK-IX) TO FK-STEP.
044500     MOVE 'N' TO FK-OUTSTANDING-SW.
044600     MOVE ZERO TO FK-HIT.
044700     PERFORM VARYING FK-JX FROM FK-IX BY 1
044800         UNTIL FK-JX > FK-FEED-CNT
044900         IF FK-T-STEP(FK-JX) = FK-STEP
045000            AND (FK-T-STATE(FK-JX) = 'M'
045100                 OR FK-T-STATE(FK-JX) = 'E')
045200             MOVE 'Y' TO FK-OUTSTANDING-SW
045300             IF FK-HIT = ZERO
045400                 MOVE FK-JX TO FK-HIT
045500             END-IF
045600         END-IF
045700     END-PERFORM.
045800     PERFORM VARYING FK-HX FROM 1 BY 1
045900         UNTIL FK-HX > FK-HLD-CNT
046000            OR FK-HLD-ENTRY(FK-HX) = FK-STEP
046100         CONTINUE
046200     END-PERFORM.
046300     PERFORM 1220-FIND-OWN THRU 1220-EXIT.
046400     IF FK-OUTSTANDING-SW = 'Y'
046500         IF FK-HX > FK-HLD-CNT
046600             PERFORM 3100-ADD-HOLD THRU 3100-EXIT
046700         END-IF
046800     ELSE
046900         IF FK-OX NOT > FK-OWN-CNT
047000             PERFORM 3200-RELEASE THRU 3200-EXIT
047100         END-IF
047200     END-IF.
047300 3000-EXIT.
047400     EXIT.
047500
047600 3100-ADD-HOLD.
047700     IF FK-HLD-CNT >= 50
047800         DISPLAY 'STEP ' FK-STEP ' NOT HELD - HOLDS DATASET '
047900                 'FULL'
048000         GO TO 3100-EXIT
048100     END-IF.
048200     ADD 1 TO FK-HLD-CNT.
048300     MOVE FK-STEP TO FK-HLD-ENTRY(FK-HLD-CNT).
048400     ADD 1 TO FK-CHG-CNT FK-HELD-CNT.
048500     IF FK-OX > FK-OWN-CNT AND FK-OWN-CNT < 100
048600         ADD 1 TO FK-OWN-CNT
048700         MOVE FK-STEP TO FK-OWN-STEP(FK-OWN-CNT)
048800     END-IF.
048900     MOVE FK-HIT TO FK-LX.
049000     DISPLAY 'STEP ' FK-STEP ' HELD - FEED ' FK-T-DSN(FK-LX)
049100             ' NOT IN'.
049195     MOVE SPACES TO FL-REC.
049200     MOVE FK-STEP TO FL-STEP.
049300     MOVE 'HELD' TO FL-EVENT.
049400     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
049500 3100-EXIT.
049600     EXIT.
049700
049800 3200-RELEASE.
049900*    OUR HOLD MAY ALREADY HAVE BEEN RELEASED BY HAND - THEN
050000*    THERE IS NOTHING TO TAKE OFF, BUT THE EVENT STILL CLOSES
050100*    IT ON FEEDLOG.
050200     IF FK-HX NOT > FK-HLD-CNT
050300         PERFORM VARYING FK-HX FROM FK-HX BY 1
050400             UNTIL FK-HX >= FK-HLD-CNT
050500             MOVE FK-HLD-ENTRY(FK-HX + 1) TO FK-HLD-ENTRY(FK-HX)
050600         END-PERFORM
050700         SUBTRACT 1 FROM FK-HLD-CNT
050800         ADD 1 TO FK-CHG-CNT
050900     END-IF.
051000     PERFORM 1230-DROP-OWN THRU 1230-EXIT.
051100     ADD 1 TO FK-REL-CNT.
051200     DISPLAY 'STEP ' FK-STEP ' RELEASED - EVERY FEED IN'.
051300     MOVE FK-IX TO FK-LX.
051395     MOVE SPACES TO FL-REC.
051400     MOVE FK-STEP TO FL-STEP.
051500     MOVE 'RELEASED' TO FL-EVENT.
051600     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
051700 3200-EXIT.
051800     EXIT.
051900
052000 3900-REWRITE-HOLDS.
052100     OPEN OUTPUT RUNHOLDS.
052200     IF FK-H-STATUS NOT = '00'
052300         DISPLAY 'RUNHOLDS NOT WRITABLE, STATUS ' FK-H-STATUS
052400                 ' - HOLDS NOT APPLIED'
052500         MOVE 16 TO RETURN-CODE
052600         GO TO 9999-EXIT
052700     END-IF.
052750     MOVE 'Y' TO FK-LN-HLW-SW.
052800     PERFORM VARYING FK-HX FROM 1 BY 1
052900         UNTIL FK-HX > FK-HLD-CNT
053000         WRITE RUNHOLDS-LINE FROM FK-HLD-ENTRY(FK-HX)
053100     END-PERFORM.
053200     CLOSE RUNHOLDS.
053300 3900-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  4000-REPORT - THE LATE-FEEDS REPORT FOR THE DESK.            *
053800*****************************************************************
053900 4000-REPORT.
054000     PERFORM 4100-ONE-LINE THRU 4100-EXIT
054100         VARYING FK-IX FROM 1 BY 1
054200         UNTIL FK-IX > FK-FEED-CNT.
054300     IF FK-OUT-CNT = ZERO AND FK-LATE-CNT = ZERO
054400         MOVE 'EVERY DUE FEED IS IN - NOTHING TO CHASE'
054500             TO FK-RPT-LINE
054600         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
054700     END-IF.
054800     MOVE SPACES TO FK-RPT-LINE.
054900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
055000     MOVE FK-DUE-CNT TO FK-ED-SMALL.
055100     MOVE SPACES TO FK-RPT-LINE.
055200     STRING 'FEEDS DUE TODAY               ' FK-ED-SMALL
055300         DELIMITED BY SIZE INTO FK-RPT-LINE.
055400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
055500     MOVE FK-ARR-CNT TO FK-ED-SMALL.
055600     MOVE SPACES TO FK-RPT-LINE.
055700     STRING 'FEEDS IN                      ' FK-ED-SMALL
055800         DELIMITED BY SIZE INTO FK-RPT-LINE.
055900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
056000     MOVE FK-OUT-CNT TO FK-ED-SMALL.
056100     MOVE SPACES TO FK-RPT-LINE.
056200     STRING 'FEEDS MISSING OR EMPTY        ' FK-ED-SMALL
056300         DELIMITED BY SIZE INTO FK-RPT-LINE.
056400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
056500     MOVE FK-OWN-CNT TO FK-ED-SMALL.
056600     MOVE SPACES TO FK-RPT-LINE.
056700     STRING 'STEPS HELD FOR A FEED         ' FK-ED-SMALL
056800         DELIMITED BY SIZE INTO FK-RPT-LINE.
056900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
057000     IF FK-REL-CNT > ZERO
057100         MOVE FK-REL-CNT TO FK-ED-SMALL
057200         MOVE SPACES TO FK-RPT-LINE
057300         STRING 'STEPS RELEASED THIS CHECK     ' FK-ED-SMALL
057400             DELIMITED BY SIZE INTO FK-RPT-LINE
057500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
057600     END-IF.
057700     IF FK-BAD-CNT > ZERO
057800         MOVE FK-BAD-CNT TO FK-ED-SMALL
057900         MOVE SPACES TO FK-RPT-LINE
058000         STRING 'FEEDMAST CARDS IGNORED        ' FK-ED-SMALL
058100             DELIMITED BY SIZE INTO FK-RPT-LINE
058200         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
058300     END-IF.
058400     MOVE 'C' TO PF-OP.
058500     CALL 'PRINTFMT' USING PF-PARM.
058600     MOVE FK-OUT-CNT TO FK-ED-SMALL.
058700     DISPLAY 'FEED CHECK ' FK-RUN-DATE ' - ' FK-ED-SMALL
058800             ' FEED(S) OUTSTANDING'.
058900 4000-EXIT.
059000     EXIT.
059100
059200 4100-ONE-LINE.
059300*    OUTSTANDING FEEDS ARE LISTED WHETHER OR NOT THEY ARE LATE
059400*    YET; ARRIVED ONES ONLY WHEN THEY CAME IN AFTER THEIR TIME.
059500     IF FK-T-STATE(FK-IX) = 'X'
059600         GO TO 4100-EXIT
059700     END-IF.
059800     MOVE SPACES TO FK-RPT-LINE.
059900     MOVE FK-T-DSN(FK-IX)   TO FK-RPT-LINE(1:20).
060000     MOVE FK-T-PARTY(FK-IX) TO FK-RPT-LINE(22:20).
060100     MOVE FK-T-EXPECT(FK-IX) TO FK-HHMM.
060200     PERFORM 7800-HHMM-TEXT THRU 7800-EXIT.
060300     MOVE FK-HHMM-TEXT      TO FK-RPT-LINE(43:5).
060400     MOVE FK-T-STEP(FK-IX)  TO FK-RPT-LINE(52:3).
060500     IF FK-T-STATE(FK-IX) = 'A' OR FK-T-STATE(FK-IX) = 'N'
060600         ADD 1 TO FK-ARR-CNT
060700         MOVE FK-T-ARRIVED(FK-IX)(1:4) TO FK-HHMM
060800         IF FK-HHMM NOT > FK-T-EXPECT(FK-IX)
060900             GO TO 4100-EXIT
061000         END-IF
061100         PERFORM 7800-HHMM-TEXT THRU 7800-EXIT
061200         STRING 'IN ' FK-HHMM-TEXT
061300             DELIMITED BY SIZE INTO FK-RPT-LINE(56:8)
061400         MOVE FK-T-COUNT(FK-IX) TO FK-ED-CNT
061500         MOVE FK-ED-CNT TO FK-RPT-LINE(65:9)
061600         MOVE 'ARRIVED LATE' TO FK-RPT-LINE(75:26)
061700         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
061800         GO TO 4100-EXIT
061900     END-IF.
062000     ADD 1 TO FK-OUT-CNT.
062100     IF FK-T-STATE(FK-IX) = 'E'
062200         MOVE 'EMPTY' TO FK-RPT-LINE(56:8)
062300     ELSE
062400         MOVE 'MISSING' TO FK-RPT-LINE(56:8)
062500     END-IF.
062600     IF FK-NOW-HHMM > FK-T-EXPECT(FK-IX)
062700         ADD 1 TO FK-LATE-CNT
062800         MOVE 'LATE - CHASE SUPPLIER' TO FK-RPT-LINE(75:26)
062900     ELSE
063000         MOVE 'NOT YET DUE' TO FK-RPT-LINE(75:26)
063100     END-IF.
063200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
063300 4100-EXIT.
063400     EXIT.
063500
063600 7000-LOG-EVENT.
063700*    FK-LX IS THE FEED THE EVENT IS ABOUT
063800     MOVE FK-RUN-DATE       TO FL-DATE.
063900     MOVE FK-NOW            TO FL-TIME.
064000     MOVE FK-T-DSN(FK-LX)   TO FL-DSN.
064100     MOVE FK-T-COUNT(FK-LX) TO FL-COUNT.
064200     MOVE FK-T-PARTY(FK-LX) TO FL-PARTY.
064300     WRITE FEEDLOG-LINE FROM FL-REC.
064400 7000-EXIT.
064500     EXIT.
064600
064700 7800-HHMM-TEXT.
064800     MOVE FK-HH TO FK-HT-HH.
064900     MOVE FK-MM TO FK-HT-MM.
065000 7800-EXIT.
065100     EXIT.
065200
065300 7900-PRINT-LINE.
065400     MOVE FK-RPT-LINE TO PF-LINE.
065500     MOVE 'D' TO PF-OP.
065600     CALL 'PRINTFMT' USING PF-PARM.
065700 7900-EXIT.
065800     EXIT.
065900
065901 8000-RECORD-LINEAGE.
065902*    EVERY PATH OUT ENDS HERE.  THE FEEDS FOUND IN ARE ALREADY ON
065903*    THE LIST (8050); THE MASTER, FEEDLOG, RUNHOLDS AND FEEDLATE,
065904*    IF THE RUN GOT AS FAR AS OPENING THEM, ARE ADDED AND THE LIST
065905*    SENT.
065906     IF FK-LN-MST-SW = 'Y'
065907         ADD 1 TO LN-CNT
065908         MOVE 'FEEDMAST'    TO LN-DSN(LN-CNT)
065909         MOVE 'R'           TO LN-MODE(LN-CNT)
065910     END-IF.
065911     IF FK-LN-LGR-SW = 'Y'
065912         ADD 1 TO LN-CNT
065913         MOVE 'FEEDLOG'     TO LN-DSN(LN-CNT)
065914         MOVE 'R'           TO LN-MODE(LN-CNT)
065915     END-IF.
065916     IF FK-LN-HLR-SW = 'Y'
065917         ADD 1 TO LN-CNT
065918         MOVE 'RUNHOLDS'    TO LN-DSN(LN-CNT)
065919         MOVE 'R'           TO LN-MODE(LN-CNT)
065920     END-IF.
065921     IF FK-LN-LGW-SW = 'Y'
065922         ADD 1 TO LN-CNT
065923         MOVE 'FEEDLOG'     TO LN-DSN(LN-CNT)
065924         MOVE 'W'           TO LN-MODE(LN-CNT)
065925     END-IF.
065926     IF FK-LN-RPT-SW = 'Y'
065927         ADD 1 TO LN-CNT
065928         MOVE 'FEEDLATE'    TO LN-DSN(LN-CNT)
065929         MOVE 'W'           TO LN-MODE(LN-CNT)
065930     END-IF.
065931     IF FK-LN-HLW-SW = 'Y'
065932         ADD 1 TO LN-CNT
065933         MOVE 'RUNHOLDS'    TO LN-DSN(LN-CNT)
065934         MOVE 'W'           TO LN-MODE(LN-CNT)
065935     END-IF.
065936     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
065937 8000-EXIT.
065938     EXIT.
065939
065940*    EVERY DUE FEED THAT HAS ARRIVED IS READ, SO THE LIST CAN
065941*    OUTGROW ONE CALL - A FULL LIST IS SENT AHEAD UNDER THE SAME
065942*    START TIME, KEEPING SIX PLACES FOR THE FIXED DATASETS AT THE
065943*    END.
065944 8050-NOTE-DSN.
065945     IF LN-CNT >= 6
065946         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
065947     END-IF.
065948     ADD 1 TO LN-CNT.
065949     MOVE FK-FEED-DSN   TO LN-DSN(LN-CNT).
065950     MOVE 'R'           TO LN-MODE(LN-CNT).
065951 8050-EXIT.
065952     EXIT.
065953
065954*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
065955 8090-SEND-LINEAGE.
065956     MOVE RETURN-CODE   TO FK-SAVE-RC.
065957     CALL 'LINEAGE' USING LN-PARM.
065958     MOVE FK-SAVE-RC    TO RETURN-CODE.
065959     MOVE ZERO          TO LN-CNT.
065960 8090-EXIT.
065961     EXIT.
065962
066000 8100-POST-ALERT.
066100     MOVE FK-OUT-CNT TO FK-ED-SMALL.
066200     MOVE SPACES TO AL-PARM.
066300     MOVE 'FEEDCHK' TO AL-SOURCE.
066400     MOVE 'W' TO AL-SEVERITY.
066500     MOVE 'FEEDLATE' TO AL-DSN.
066600     STRING FK-ED-SMALL ' INBOUND FEED(S) OUTSTANDING FOR '
066700            FK-RUN-DATE ' - STEPS HELD'
066800         DELIMITED BY SIZE INTO AL-TEXT.
066900     CALL 'ALERTSVC' USING AL-PARM.
067000 8100-EXIT.
067100     EXIT.
067200
067300 9999-EXIT.
067350     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
067400     STOP RUN.
