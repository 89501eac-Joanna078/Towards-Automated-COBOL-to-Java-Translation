000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BADGMNT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  BADGMNT - BADGE REVOCATION AND LOST-BADGE MAINTENANCE OVER   *
000900*  THE BADGEREG REGISTRY BADGISSU KEEPS.  THE DECK OPENS WITH   *
001000*  'OPER <ID>' (VERIFIED THROUGH OPAUTH); SECURITY'S CARDS      *
001100*  FOLLOW, ONE PER LINE:                                        *
001200*    LST <CODE> [YYYYMMDD]   BADGE REPORTED LOST                *
001300*    RVK <CODE> [YYYYMMDD]   BADGE REVOKED (HOLDER LEFT, ETC.)  *
001400*    EXP <CODE> [YYYYMMDD]   BADGE EXPIRED                      *
001500*    INQ <CODE>              DISPLAY THE CODE'S REGISTRY ENTRY  *
001600*  THE DATE IS THE STATUS DATE; A BLANK DATE TAKES THE BATCH    *
001700*  DATE AND A DATE AFTER IT IS REJECTED.  A RETIRED CODE IS     *
001800*  NEVER MADE ACTIVE AGAIN - IT MAY ONLY MOVE BETWEEN LOST,     *
001900*  REVOKED AND EXPIRED - AND NO ENTRY IS EVER DROPPED, SO       *
002000*  BADGISSU GOES ON SCREENING NEW CODES AGAINST IT.  EVERY      *
002100*  CHANGE GETS AN AUDIT LINE (TIMESTAMP, OPERATOR, ACTION, OLD  *
002200*  AND NEW STATUS, STATUS DATE, CODE) ON BADGAUD.  THE REGISTRY *
002300*  IS REWRITTEN THE WAY CLSMNT REWRITES CLSTBL: BEFORE-IMAGES   *
002400*  CYCLE BADGBK1-3 AND THE NEW GENERATION IS BUILT ON BADGNEW,  *
002500*  SWAPPED IN ONLY ON CLEAN COMPLETION.                         *
002600*****************************************************************
002700*  MODIFICATION HISTORY                                         *
002800*  2026-10-15  OSG  NEW PROGRAM.                                *
002833*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002866*                   LINEAGE REGISTER AT END OF JOB.             *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL BADGEREG ASSIGN TO BADGEREG
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS BM-R-STATUS.
003600     SELECT OPTIONAL BADGAUD ASSIGN TO BADGAUD
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS BM-A-STATUS.
003900     SELECT BADGNEW ASSIGN TO BADGNEW
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS BM-N-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BADGEREG.
004500 01  BADGEREG-LINE            PIC X(117).
004600 FD  BADGAUD.
004700 01  BADGAUD-LINE             PIC X(160).
004800 FD  BADGNEW.
004900 01  BADGNEW-LINE             PIC X(117).
005000 WORKING-STORAGE SECTION.
005100 77  BM-N-STATUS              PIC X(02).
005200 COPY FCOPYPM.
005300 77  BM-R-STATUS              PIC X(02).
005400 77  BM-A-STATUS              PIC X(02).
005500 77  BM-EOF-SW                PIC X(01) VALUE 'N'.
005600     88  BM-EOF                          VALUE 'Y'.
005700 77  BM-CARD-EOF-SW           PIC X(01) VALUE 'N'.
005800     88  BM-CARD-EOF                     VALUE 'Y'.
005900 77  BM-ROW-CNT               PIC 9(04) COMP VALUE ZERO.
006000 77  BM-IX                    PIC 9(04) COMP.
006100 77  BM-HIT                   PIC 9(04) COMP.
006200 77  BM-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006300*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006400 77  BM-OPER                  PIC X(08) VALUE SPACES.
006500 77  BM-WARNED-SW             PIC X(01) VALUE 'N'.
006514 77  BM-LN-MAST-SW            PIC X(01) VALUE 'N'.
006528 77  BM-LN-AUD-SW             PIC X(01) VALUE 'N'.
006542 77  BM-LN-BK-SW              PIC X(01) VALUE 'N'.
006556 77  BM-LN-NEW-SW             PIC X(01) VALUE 'N'.
006570 77  BM-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006584 77  BM-SAVE-RC               PIC S9(04) COMP.
006600 01  BM-SEC-REC.
006700     05  BM-SEC-DATE          PIC 9(08).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  BM-SEC-TIME          PIC 9(06).
007000     05  FILLER               PIC X(05) VALUE ' SEC '.
007100     05  BM-SEC-OPER          PIC X(08).
007200     05  FILLER               PIC X(08) VALUE ' DENIED '.
007300     05  BM-SEC-ACTION        PIC X(04).
007400     05  FILLER               PIC X(19) VALUE SPACES.
007500 COPY OPAUTHPM.
007600 COPY BATCHDPM.
007650 COPY LINEAGPM.
007700 01  BM-CARD                  PIC X(130).
007800 01  BM-ACTION                PIC X(03).
007900 01  BM-KEY                   PIC X(100).
008000 01  BM-DATE-X                PIC X(10).
008100 01  BM-DATE                  PIC 9(08).
008200 01  BM-OLD-STATUS            PIC X(07).
008300 01  BM-NEW-STATUS            PIC X(07).
008400 01  BM-TODAY                 PIC 9(08).
008500 01  BM-TABLE.
008600     05  BM-ROW OCCURS 1000.
008700         10  BM-R-CODE        PIC X(100).
008800         10  BM-R-STAT        PIC X(07).
008900         10  BM-R-DATE        PIC X(08).
009000 01  BM-AUD-REC.
009100     05  BM-AUD-DATE          PIC 9(08).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  BM-AUD-TIME          PIC 9(06).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  BM-AUD-OPER          PIC X(08).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  BM-AUD-ACTION        PIC X(03).
009800     05  FILLER               PIC X(05) VALUE ' OLD '.
009900     05  BM-AUD-OLD           PIC X(07).
010000     05  FILLER               PIC X(05) VALUE ' NEW '.
010100     05  BM-AUD-NEW           PIC X(07).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  BM-AUD-STAT-DATE     PIC 9(08).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500     05  BM-AUD-CODE          PIC X(100).
010600 01  BM-TIMESTAMP.
010700     05  BM-TS-DATE           PIC 9(08).
010800     05  BM-TS-TIME.
010900         07  BM-TS-HHMMSS     PIC 9(06).
011000         07  FILLER           PIC 9(02).
011100 COPY BADGRGRC.
011200 PROCEDURE DIVISION.
011300*****************************************************************
011400*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE BADGEREG.    *
011500*****************************************************************
011600 0000-MAINLINE.
011700     ACCEPT BM-TS-DATE FROM DATE YYYYMMDD.
011800     ACCEPT BM-TS-TIME FROM TIME.
011900     MOVE BM-TS-DATE TO BM-TODAY.
012000     CALL 'BATCHDT' USING BD-PARM
012100         ON EXCEPTION
012200             MOVE BM-TODAY TO BD-DATE
012300     END-CALL.
012400     MOVE BD-DATE TO BM-TODAY.
012500     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
012600     IF BM-CARD-EOF
012700         MOVE 12 TO RETURN-CODE
012800         GO TO 9999-EXIT
012900     END-IF.
013000     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT.
013100     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
013200         UNTIL BM-CARD-EOF.
013300     IF BM-CHG-CNT > ZERO
013400         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
013500         PERFORM 7000-REWRITE-TABLE THRU 7000-EXIT
013600     END-IF.
013700     GO TO 9999-EXIT.
013800
013900 1000-LOAD-TABLE.
014000*    ENTRIES WRITTEN BEFORE THE STATUS WAS CARRIED HAVE NONE;
014100*    THEY ARE ACTIVE.
014200     OPEN INPUT BADGEREG.
014225     IF BM-R-STATUS = '00'
014250         MOVE 'Y' TO BM-LN-MAST-SW
014275     END-IF.
014300     PERFORM UNTIL BM-EOF
014400         READ BADGEREG INTO BR-REC
014500             AT END
014600                 MOVE 'Y' TO BM-EOF-SW
014700             NOT AT END
014800                 IF BR-CODE NOT = SPACES
014900                     IF BM-ROW-CNT >= 1000
015000                         DISPLAY 'BADGEREG EXCEEDS THE '
015100                                 '1000-CODE TABLE - RUN '
015200                                 'ABANDONED'
015300                         MOVE 16 TO RETURN-CODE
015400                         STOP RUN
015500                     END-IF
015600                     ADD 1 TO BM-ROW-CNT
015700                     IF BR-ACTIVE
015800                         MOVE 'ACTIVE' TO BR-STATUS
015900                     END-IF
016000                     MOVE BR-CODE   TO BM-R-CODE(BM-ROW-CNT)
016100                     MOVE BR-STATUS TO BM-R-STAT(BM-ROW-CNT)
016200                     MOVE BR-STAT-DATE
016300                         TO BM-R-DATE(BM-ROW-CNT)
016400                 END-IF
016500         END-READ
016600     END-PERFORM.
016700     CLOSE BADGEREG.
016800 1000-EXIT.
016900     EXIT.
017000
017100 1500-VERIFY-OPERATOR.
017200*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
017300*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
017400*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
017500*    OPAUTH DATASET FAILS OPEN WITH A WARNING.
017600     MOVE SPACES TO BM-CARD.
017700     ACCEPT BM-CARD
017800         ON EXCEPTION
017900             MOVE SPACES TO BM-CARD
018000     END-ACCEPT.
018100     MOVE SPACES TO BM-ACTION BM-KEY.
018200     UNSTRING BM-CARD DELIMITED BY ALL SPACE
018300         INTO BM-ACTION BM-KEY.
018400     IF BM-ACTION NOT = 'OPE'
018500         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
018600         MOVE '*NONE*' TO BM-OPER
018700         MOVE '*' TO OA-ACTION
018800         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
018900         MOVE 'Y' TO BM-CARD-EOF-SW
019000         GO TO 1500-EXIT
019100     END-IF.
019200     MOVE BM-KEY TO BM-OPER.
019300     MOVE BM-OPER TO OA-OPERATOR.
019400     MOVE 'BADGMNT' TO OA-PROGRAM.
019500     MOVE '*' TO OA-ACTION.
019600     CALL 'OPAUTH' USING OA-PARM.
019700     EVALUATE OA-STATUS
019800         WHEN 'M'
019900             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
020000                     'NOT ENFORCED THIS RUN'
020100             MOVE 'Y' TO BM-WARNED-SW
020200         WHEN 'G'
020300             CONTINUE
020400         WHEN OTHER
020500             DISPLAY 'DECK REJECTED - OPERATOR ' BM-OPER
020600                     ' NOT AUTHORIZED FOR BADGMNT'
020700             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
020800             MOVE 'Y' TO BM-CARD-EOF-SW
020900     END-EVALUATE.
021000 1500-EXIT.
021100     EXIT.
021200
021300 2000-NEXT-CARD.
021400     MOVE SPACES TO BM-CARD.
021500     ACCEPT BM-CARD
021600         ON EXCEPTION
021700             MOVE 'Y' TO BM-CARD-EOF-SW
021800             GO TO 2000-EXIT
021900     END-ACCEPT.
022000     IF BM-CARD = SPACES
022100         MOVE 'Y' TO BM-CARD-EOF-SW
022200         GO TO 2000-EXIT
022300     END-IF.
022400     MOVE SPACES TO BM-ACTION BM-KEY BM-DATE-X.
022500     UNSTRING BM-CARD DELIMITED BY ALL SPACE
022600         INTO BM-ACTION BM-KEY BM-DATE-X.
022700     IF BM-WARNED-SW = 'N'
022800         MOVE BM-OPER TO OA-OPERATOR
022900         MOVE 'BADGMNT' TO OA-PROGRAM
023000         MOVE BM-ACTION TO OA-ACTION
023100         CALL 'OPAUTH' USING OA-PARM
023200         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
023300             DISPLAY BM-ACTION ' REJECTED - OPERATOR '
023400                     BM-OPER ' NOT AUTHORIZED'
023500             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
023600             GO TO 2000-EXIT
023700         END-IF
023800     END-IF.
023900     PERFORM 3000-FIND-CODE THRU 3000-EXIT.
024000     EVALUATE BM-ACTION
024100         WHEN 'LST'
024200             MOVE 'LOST' TO BM-NEW-STATUS
024300             PERFORM 4100-RETIRE-CODE THRU 4100-EXIT
024400         WHEN 'RVK'
024500             MOVE 'REVOKED' TO BM-NEW-STATUS
024600             PERFORM 4100-RETIRE-CODE THRU 4100-EXIT
024700         WHEN 'EXP'
024800             MOVE 'EXPIRED' TO BM-NEW-STATUS
024900             PERFORM 4100-RETIRE-CODE THRU 4100-EXIT
025000         WHEN 'INQ'
025100             PERFORM 4400-INQUIRE-CODE THRU 4400-EXIT
025200         WHEN OTHER
025300             DISPLAY 'UNKNOWN ACTION ' BM-ACTION
025400     END-EVALUATE.
025500 2000-EXIT.
025600     EXIT.
025700
025800 3000-FIND-CODE.
025900     MOVE ZERO TO BM-HIT.
026000     IF BM-KEY = SPACES
026100         GO TO 3000-EXIT
026200     END-IF.
026300     PERFORM VARYING BM-IX FROM 1 BY 1
026400         UNTIL BM-IX > BM-ROW-CNT OR BM-HIT NOT = ZERO
026500         IF BM-R-CODE(BM-IX) = BM-KEY
026600             MOVE BM-IX TO BM-HIT
026700         END-IF
026800     END-PERFORM.
026900 3000-EXIT.
027000     EXIT.
027100
027200 4100-RETIRE-CODE.
027300     IF BM-HIT = ZERO
027400         DISPLAY BM-ACTION ' REJECTED - CODE NOT ON BADGEREG: '
027500                 BM-KEY
027600         GO TO 4100-EXIT
027700     END-IF.
027800     IF BM-DATE-X = SPACES
027900         MOVE BM-TODAY TO BM-DATE
028000     ELSE
028100         IF BM-DATE-X(1:8) IS NOT NUMERIC
028200            OR BM-DATE-X(9:2) NOT = SPACES
028300             DISPLAY BM-ACTION ' REJECTED - BAD STATUS DATE '
028400                     BM-DATE-X
028500             GO TO 4100-EXIT
028600         END-IF
028700         MOVE BM-DATE-X(1:8) TO BM-DATE
028800         IF FUNCTION TEST-DATE-YYYYMMDD(BM-DATE) NOT = ZERO
028900            OR BM-DATE > BM-TODAY
029000             DISPLAY BM-ACTION ' REJECTED - BAD STATUS DATE '
029100                     BM-DATE-X
029200             GO TO 4100-EXIT
029300         END-IF
029400     END-IF.
029500     IF BM-R-STAT(BM-HIT) = BM-NEW-STATUS
029600         DISPLAY BM-ACTION ' REJECTED - CODE ALREADY '
029700                 BM-NEW-STATUS ' ' BM-R-DATE(BM-HIT)
029800         GO TO 4100-EXIT
029900     END-IF.
030000     MOVE BM-R-STAT(BM-HIT) TO BM-OLD-STATUS.
030100     MOVE BM-NEW-STATUS TO BM-R-STAT(BM-HIT).
030200     MOVE BM-DATE TO BM-R-DATE(BM-HIT).
030300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
030400     ADD 1 TO BM-CHG-CNT.
030500 4100-EXIT.
030600     EXIT.
030700
030800 4400-INQUIRE-CODE.
030900     IF BM-HIT = ZERO
031000         DISPLAY 'INQ CODE NOT ON BADGEREG: ' BM-KEY
031100         GO TO 4400-EXIT
031200     END-IF.
031300     DISPLAY 'INQ ' BM-R-STAT(BM-HIT)
031400             ' ' BM-R-DATE(BM-HIT)
031500             ' ' BM-R-CODE(BM-HIT).
031600 4400-EXIT.
031700     EXIT.
031800
031900 6000-WRITE-AUDIT.
032000     MOVE BM-TS-DATE          TO BM-AUD-DATE.
032100     MOVE BM-TS-HHMMSS        TO BM-AUD-TIME.
032200     MOVE BM-OPER             TO BM-AUD-OPER.
032300     MOVE BM-ACTION           TO BM-AUD-ACTION.
032400     MOVE BM-OLD-STATUS       TO BM-AUD-OLD.
032500     MOVE BM-NEW-STATUS       TO BM-AUD-NEW.
032600     MOVE BM-DATE             TO BM-AUD-STAT-DATE.
032700     MOVE BM-R-CODE(BM-HIT)   TO BM-AUD-CODE.
032800     OPEN EXTEND BADGAUD.
032900     IF BM-A-STATUS = '00' OR BM-A-STATUS = '05'
033000         WRITE BADGAUD-LINE FROM BM-AUD-REC
033050         MOVE 'Y' TO BM-LN-AUD-SW
033100         CLOSE BADGAUD
033200     END-IF.
033300 6000-EXIT.
033400     EXIT.
033500
033600 6500-LOG-ATTEMPT.
033700     MOVE BM-TS-DATE   TO BM-SEC-DATE.
033800     MOVE BM-TS-HHMMSS TO BM-SEC-TIME.
033900     MOVE BM-OPER      TO BM-SEC-OPER.
034000     MOVE OA-ACTION    TO BM-SEC-ACTION.
034100     OPEN EXTEND BADGAUD.
034200     IF BM-A-STATUS = '00' OR BM-A-STATUS = '05'
034300         WRITE BADGAUD-LINE FROM BM-SEC-REC
034350         MOVE 'Y' TO BM-LN-AUD-SW
034400         CLOSE BADGAUD
034500     END-IF.
034600 6500-EXIT.
034700     EXIT.
034800
034900 6800-CYCLE-BACKUPS.
035000*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
035100*    JUST MEANS THE CHAIN IS NOT FULL YET.
035150     MOVE 'Y' TO BM-LN-BK-SW.
035200     MOVE 'BADGBK2' TO FC-SRC.
035300     MOVE 'BADGBK3' TO FC-DST.
035400     CALL 'FILECOPY' USING FC-PARM.
035500     MOVE 'BADGBK1' TO FC-SRC.
035600     MOVE 'BADGBK2' TO FC-DST.
035700     CALL 'FILECOPY' USING FC-PARM.
035800     MOVE 'BADGEREG' TO FC-SRC.
035900     MOVE 'BADGBK1' TO FC-DST.
036000     CALL 'FILECOPY' USING FC-PARM.
036100     IF FC-STATUS = 'B'
036200         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - REGISTRY LEFT '
036300                 'UNTOUCHED'
036400         MOVE 12 TO RETURN-CODE
036500         GO TO 9999-EXIT
036600     END-IF.
036700 6800-EXIT.
036800     EXIT.
036900
037000 7000-REWRITE-TABLE.
037100*    THE NEW GENERATION IS BUILT COMPLETE ON BADGNEW FIRST;
037200*    ONLY A CLEAN BUILD IS SWAPPED OVER THE LIVE REGISTRY.
037300     OPEN OUTPUT BADGNEW.
037400     IF BM-N-STATUS NOT = '00'
037500         DISPLAY 'BADGNEW NOT USABLE, STATUS ' BM-N-STATUS
037600         MOVE 12 TO RETURN-CODE
037700         GO TO 7000-EXIT
037800     END-IF.
037850     MOVE 'Y' TO BM-LN-NEW-SW.
037900     PERFORM VARYING BM-IX FROM 1 BY 1
038000         UNTIL BM-IX > BM-ROW-CNT
038100         MOVE SPACES TO BR-REC
038200         MOVE BM-R-CODE(BM-IX)   TO BR-CODE
038300         MOVE BM-R-STAT(BM-IX) TO BR-STATUS
038400         MOVE BM-R-DATE(BM-IX)   TO BR-STAT-DATE
038500         WRITE BADGNEW-LINE FROM BR-REC
038600     END-PERFORM.
038700     CLOSE BADGNEW.
038800     MOVE 'BADGNEW' TO FC-SRC.
038900     MOVE 'BADGEREG' TO FC-DST.
039000     CALL 'FILECOPY' USING FC-PARM.
039100     IF FC-STATUS NOT = 'G'
039200         DISPLAY 'SWAP FAILED - LIVE REGISTRY UNCERTAIN; '
039300                 'RECOVER FROM BADGBK1 AND BADGNEW'
039400         MOVE 12 TO RETURN-CODE
039433     ELSE
039466         MOVE 'Y' TO BM-LN-SWAP-SW
039500     END-IF.
039600 7000-EXIT.
039700     EXIT.
039702
039704 8000-RECORD-LINEAGE.
039706*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
039708*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
039710*    RETURN-CODE, SO IT IS PUT BACK.
039712     MOVE RETURN-CODE   TO BM-SAVE-RC.
039714     MOVE 'BADGMNT'     TO LN-PROGRAM.
039716     MOVE BM-TS-HHMMSS  TO LN-START-TIME.
039718     MOVE ZERO          TO LN-CNT.
039720     IF BM-LN-MAST-SW = 'Y'
039722         ADD 1 TO LN-CNT
039724         MOVE 'BADGEREG'    TO LN-DSN(LN-CNT)
039726         MOVE 'R'           TO LN-MODE(LN-CNT)
039728     END-IF.
039730     IF BM-LN-AUD-SW = 'Y'
039732         ADD 1 TO LN-CNT
039734         MOVE 'BADGAUD'     TO LN-DSN(LN-CNT)
039736         MOVE 'W'           TO LN-MODE(LN-CNT)
039738     END-IF.
039740     IF BM-LN-BK-SW = 'Y'
039742         ADD 1 TO LN-CNT
039744         MOVE 'BADGBK1'     TO LN-DSN(LN-CNT)
039746         MOVE 'W'           TO LN-MODE(LN-CNT)
039748         ADD 1 TO LN-CNT
039750         MOVE 'BADGBK2'     TO LN-DSN(LN-CNT)
039752         MOVE 'W'           TO LN-MODE(LN-CNT)
039754         ADD 1 TO LN-CNT
039756         MOVE 'BADGBK3'     TO LN-DSN(LN-CNT)
039758         MOVE 'W'           TO LN-MODE(LN-CNT)
039760     END-IF.
039762     IF BM-LN-NEW-SW = 'Y'
039764         ADD 1 TO LN-CNT
039766         MOVE 'BADGNEW'     TO LN-DSN(LN-CNT)
039768         MOVE 'W'           TO LN-MODE(LN-CNT)
039770     END-IF.
039772     IF BM-LN-SWAP-SW = 'Y'
039774         ADD 1 TO LN-CNT
039776         MOVE 'BADGEREG'    TO LN-DSN(LN-CNT)
039778         MOVE 'W'           TO LN-MODE(LN-CNT)
039780     END-IF.
039782     CALL 'LINEAGE' USING LN-PARM.
039784     MOVE BM-SAVE-RC    TO RETURN-CODE.
039786 8000-EXIT.
039788     EXIT.
039800
039900 9999-EXIT.
039950     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
040000     STOP RUN.
