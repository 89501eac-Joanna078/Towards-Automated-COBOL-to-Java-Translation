000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    METKTMNT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  METKTMNT - MAINTENANCE FOR THE METERTKT METER SERVICE        *
000900*  TICKETS METERREP OPENS.  THE DECK OPENS WITH 'OPER <ID>'     *
001000*  (VERIFIED THROUGH OPAUTH); THE CREW'S CARDS FOLLOW, ONE      *
001100*  PER LINE:                                                    *
001200*    WRK NNNNNN          WORK STARTED - OPEN BECOMES WORKED     *
001300*    CLS NNNNNN <NOTE>   REPAIR DONE - THE TICKET IS CLOSED     *
001400*                        AS OF THE BATCH DATE WITH THE NOTE     *
001500*                        (A NOTE IS REQUIRED)                   *
001600*    INQ <METER>         DISPLAY EVERY TICKET FOR THE METER     *
001700*  A CLOSED TICKET IS NEVER REOPENED; A METER THAT FAILS        *
001800*  AGAIN GETS A NEW TICKET FROM METERREP.  EVERY CHANGE GETS    *
001900*  AN AUDIT LINE (TIMESTAMP, ACTION, TICKET, OLD AND NEW        *
002000*  STATE) ON METAUD.  THE DATASET IS REWRITTEN THE WAY          *
002100*  CLSMNT REWRITES CLSTBL: BEFORE-IMAGES CYCLE METBK1-3 AND     *
002200*  THE NEW GENERATION IS BUILT ON METNEW, SWAPPED IN ONLY ON    *
002300*  CLEAN COMPLETION.                                            *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-10-15  OSG  NEW PROGRAM.                                *
002633*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002666*                   LINEAGE REGISTER AT END OF JOB.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL METERTKT ASSIGN TO METERTKT
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS KM-T-STATUS.
003400     SELECT OPTIONAL METAUD ASSIGN TO METAUD
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS KM-A-STATUS.
003700     SELECT METNEW ASSIGN TO METNEW
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS KM-N-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  METERTKT.
004300 01  METERTKT-LINE            PIC X(81).
004400 FD  METAUD.
004500 01  METAUD-LINE              PIC X(100).
004600 FD  METNEW.
004700 01  METNEW-LINE              PIC X(81).
004800 WORKING-STORAGE SECTION.
004900 77  KM-N-STATUS              PIC X(02).
005000 COPY FCOPYPM.
005100 77  KM-T-STATUS              PIC X(02).
005200 77  KM-A-STATUS              PIC X(02).
005300 77  KM-EOF-SW                PIC X(01) VALUE 'N'.
005400     88  KM-EOF                          VALUE 'Y'.
005500 77  KM-CARD-EOF-SW           PIC X(01) VALUE 'N'.
005600     88  KM-CARD-EOF                     VALUE 'Y'.
005700 77  KM-ROW-CNT               PIC 9(04) COMP VALUE ZERO.
005800 77  KM-IX                    PIC 9(04) COMP.
005900 77  KM-HIT                   PIC 9(04) COMP.
006000 77  KM-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006100 77  KM-PTR                   PIC 9(03) COMP.
006200*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006300 77  KM-OPER                  PIC X(08) VALUE SPACES.
006400 77  KM-WARNED-SW             PIC X(01) VALUE 'N'.
006414 77  KM-LN-MAST-SW            PIC X(01) VALUE 'N'.
006428 77  KM-LN-AUD-SW             PIC X(01) VALUE 'N'.
006442 77  KM-LN-BK-SW              PIC X(01) VALUE 'N'.
006456 77  KM-LN-NEW-SW             PIC X(01) VALUE 'N'.
006470 77  KM-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006484 77  KM-SAVE-RC               PIC S9(04) COMP.
006500 01  KM-SEC-REC.
006600     05  KM-SEC-DATE          PIC 9(08).
006700     05  FILLER               PIC X(01) VALUE SPACE.
006800     05  KM-SEC-TIME          PIC 9(06).
006900     05  FILLER               PIC X(05) VALUE ' SEC '.
007000     05  KM-SEC-OPER          PIC X(08).
007100     05  FILLER               PIC X(08) VALUE ' DENIED '.
007200     05  KM-SEC-ACTION        PIC X(04).
007300     05  FILLER               PIC X(19) VALUE SPACES.
007400 COPY OPAUTHPM.
007500 COPY BATCHDPM.
007550 COPY LINEAGPM.
007600 01  KM-CARD                  PIC X(80).
007700 01  KM-ACTION                PIC X(03).
007800 01  KM-KEY                   PIC X(08).
007900 01  KM-TICKET                PIC 9(06).
008000 01  KM-NOTE                  PIC X(40).
008100 01  KM-OLD-STATE             PIC X(06).
008200 01  KM-NEW-STATE             PIC X(06).
008300 01  KM-TODAY                 PIC 9(08).
008400 01  KM-TABLE.
008500     05  KM-ROW OCCURS 2000.
008600         10  KM-R-TICKET      PIC 9(06).
008700         10  KM-R-METER       PIC X(08).
008800         10  KM-R-OPENED      PIC 9(08).
008900         10  KM-R-STATE       PIC X(06).
009000         10  KM-R-CLOSED      PIC 9(08).
009100         10  KM-R-NOTE        PIC X(40).
009200 01  KM-AUD-REC.
009300     05  KM-AUD-DATE          PIC 9(08).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  KM-AUD-TIME          PIC 9(06).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  KM-AUD-ACTION        PIC X(03).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  KM-AUD-TICKET        PIC 9(06).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  KM-AUD-METER         PIC X(08).
010200     05  FILLER               PIC X(05) VALUE ' OLD '.
010300     05  KM-AUD-OLD           PIC X(06).
010400     05  FILLER               PIC X(05) VALUE ' NEW '.
010500     05  KM-AUD-NEW           PIC X(06).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  KM-AUD-NOTE          PIC X(40).
010800 01  KM-TIMESTAMP.
010900     05  KM-TS-DATE           PIC 9(08).
011000     05  KM-TS-TIME.
011100         07  KM-TS-HHMMSS     PIC 9(06).
011200         07  FILLER           PIC 9(02).
011300 COPY METKTRC.
011400 PROCEDURE DIVISION.
011500*****************************************************************
011600*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE THE TICKETS. *
011700*****************************************************************
011800 0000-MAINLINE.
011900     ACCEPT KM-TS-DATE FROM DATE YYYYMMDD.
012000     ACCEPT KM-TS-TIME FROM TIME.
012100*    A TICKET IS CLOSED AS OF THE BATCH DATE, SO A LATE RUN
012200*    STILL LINES UP WITH THE DRIFTHIS RUN DATES
012300     MOVE KM-TS-DATE TO KM-TODAY.
012400     CALL 'BATCHDT' USING BD-PARM
012500         ON EXCEPTION
012600             MOVE KM-TODAY TO BD-DATE
012700     END-CALL.
012800     MOVE BD-DATE TO KM-TODAY.
012900     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
013000     IF KM-CARD-EOF
013100         MOVE 12 TO RETURN-CODE
013200         GO TO 9999-EXIT
013300     END-IF.
013400     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT.
013500     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
013600         UNTIL KM-CARD-EOF.
013700     IF KM-CHG-CNT > ZERO
013800         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
013900         PERFORM 7000-REWRITE-TABLE THRU 7000-EXIT
014000     END-IF.
014100     GO TO 9999-EXIT.
014200
014300 1000-LOAD-TABLE.
014400     OPEN INPUT METERTKT.
014425     IF KM-T-STATUS = '00'
014450         MOVE 'Y' TO KM-LN-MAST-SW
014475     END-IF.
014500     PERFORM UNTIL KM-EOF
014600         READ METERTKT INTO MK-REC
014700             AT END
014800                 MOVE 'Y' TO KM-EOF-SW
014900             NOT AT END
015000                 IF KM-ROW-CNT >= 2000
015100                     DISPLAY 'METERTKT EXCEEDS THE 2000-ROW '
015200                             'TABLE - RUN ABANDONED'
015300                     MOVE 16 TO RETURN-CODE
015400                     STOP RUN
015500                 END-IF
015600                 ADD 1 TO KM-ROW-CNT
015700                 MOVE MK-TICKET TO KM-R-TICKET(KM-ROW-CNT)
015800                 MOVE MK-METER  TO KM-R-METER(KM-ROW-CNT)
015900                 MOVE MK-OPENED TO KM-R-OPENED(KM-ROW-CNT)
016000                 MOVE MK-STATE  TO KM-R-STATE(KM-ROW-CNT)
016100                 MOVE MK-CLOSED-DATE
016200                     TO KM-R-CLOSED(KM-ROW-CNT)
016300                 MOVE MK-NOTE   TO KM-R-NOTE(KM-ROW-CNT)
016400         END-READ
016500     END-PERFORM.
016600     CLOSE METERTKT.
016700 1000-EXIT.
016800     EXIT.
016900
017000 1500-VERIFY-OPERATOR.
017100*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
017200*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
017300*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
017400*    OPAUTH DATASET FAILS OPEN WITH A WARNING.
017500     MOVE SPACES TO KM-CARD.
017600     ACCEPT KM-CARD
017700         ON EXCEPTION
017800             MOVE SPACES TO KM-CARD
017900     END-ACCEPT.
018000     MOVE SPACES TO KM-ACTION KM-KEY.
018100     UNSTRING KM-CARD DELIMITED BY ALL SPACE
018200         INTO KM-ACTION KM-KEY.
018300     IF KM-ACTION NOT = 'OPE'
018400         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
018500         MOVE '*NONE*' TO KM-OPER
018600         MOVE '*' TO OA-ACTION
018700         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
018800         MOVE 'Y' TO KM-CARD-EOF-SW
018900         GO TO 1500-EXIT
019000     END-IF.
019100     MOVE KM-KEY TO KM-OPER.
019200     MOVE KM-OPER TO OA-OPERATOR.
019300     MOVE 'METKTMNT' TO OA-PROGRAM.
019400     MOVE '*' TO OA-ACTION.
019500     CALL 'OPAUTH' USING OA-PARM.
019600     EVALUATE OA-STATUS
019700         WHEN 'M'
019800             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
019900                     'NOT ENFORCED THIS RUN'
020000             MOVE 'Y' TO KM-WARNED-SW
020100         WHEN 'G'
020200             CONTINUE
020300         WHEN OTHER
020400             DISPLAY 'DECK REJECTED - OPERATOR ' KM-OPER
020500                     ' NOT AUTHORIZED FOR METKTMNT'
020600             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
020700             MOVE 'Y' TO KM-CARD-EOF-SW
020800     END-EVALUATE.
020900 1500-EXIT.
021000     EXIT.
021100
021200 2000-NEXT-CARD.
021300     MOVE SPACES TO KM-CARD.
021400     ACCEPT KM-CARD
021500         ON EXCEPTION
021600             MOVE 'Y' TO KM-CARD-EOF-SW
021700             GO TO 2000-EXIT
021800     END-ACCEPT.
021900     IF KM-CARD = SPACES
022000         MOVE 'Y' TO KM-CARD-EOF-SW
022100         GO TO 2000-EXIT
022200     END-IF.
022300     MOVE SPACES TO KM-ACTION KM-KEY KM-NOTE.
022400     MOVE 1 TO KM-PTR.
022500     UNSTRING KM-CARD DELIMITED BY ALL SPACE
022600         INTO KM-ACTION KM-KEY
022700         WITH POINTER KM-PTR.
022800*    THE REST OF A CLS CARD IS THE CREW'S CLOSING NOTE
022900     IF KM-PTR <= 80
023000         MOVE KM-CARD(KM-PTR:) TO KM-NOTE
023100     END-IF.
023200     IF KM-WARNED-SW = 'N'
023300         MOVE KM-OPER TO OA-OPERATOR
023400         MOVE 'METKTMNT' TO OA-PROGRAM
023500         MOVE KM-ACTION TO OA-ACTION
023600         CALL 'OPAUTH' USING OA-PARM
023700         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
023800             DISPLAY KM-ACTION ' REJECTED - OPERATOR '
023900                     KM-OPER ' NOT AUTHORIZED'
024000             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
024100             GO TO 2000-EXIT
024200         END-IF
024300     END-IF.
024400     EVALUATE KM-ACTION
024500         WHEN 'WRK'
024600             PERFORM 3000-FIND-TICKET THRU 3000-EXIT
024700             PERFORM 4100-WORK-TICKET THRU 4100-EXIT
024800         WHEN 'CLS'
024900             PERFORM 3000-FIND-TICKET THRU 3000-EXIT
025000             PERFORM 4200-CLOSE-TICKET THRU 4200-EXIT
025100         WHEN 'INQ'
025200             PERFORM 4400-INQUIRE-METER THRU 4400-EXIT
025300         WHEN OTHER
025400             DISPLAY 'UNKNOWN ACTION ' KM-ACTION
025500     END-EVALUATE.
025600 2000-EXIT.
025700     EXIT.
025800
025900 3000-FIND-TICKET.
026000     MOVE ZERO TO KM-HIT KM-TICKET.
026100     IF KM-KEY = SPACES
026200         GO TO 3000-EXIT
026300     END-IF.
026400     MOVE FUNCTION NUMVAL(KM-KEY) TO KM-TICKET.
026500     PERFORM VARYING KM-IX FROM 1 BY 1
026600         UNTIL KM-IX > KM-ROW-CNT
026700         IF KM-R-TICKET(KM-IX) = KM-TICKET
026800            AND KM-HIT = ZERO
026900             MOVE KM-IX TO KM-HIT
027000         END-IF
027100     END-PERFORM.
027200 3000-EXIT.
027300     EXIT.
027400
027500 4100-WORK-TICKET.
027600     IF KM-HIT = ZERO
027700         DISPLAY 'WRK REJECTED - NO TICKET ' KM-KEY
027800         GO TO 4100-EXIT
027900     END-IF.
028000     IF KM-R-STATE(KM-HIT) NOT = 'OPEN  '
028100         DISPLAY 'WRK REJECTED - TICKET ' KM-KEY ' IS '
028200                 KM-R-STATE(KM-HIT)
028300         GO TO 4100-EXIT
028400     END-IF.
028500     MOVE KM-R-STATE(KM-HIT) TO KM-OLD-STATE.
028600     MOVE 'WORKED' TO KM-NEW-STATE.
028700     MOVE KM-NEW-STATE TO KM-R-STATE(KM-HIT).
028800     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
028900     ADD 1 TO KM-CHG-CNT.
029000 4100-EXIT.
029100     EXIT.
029200
029300 4200-CLOSE-TICKET.
029400     IF KM-HIT = ZERO
029500         DISPLAY 'CLS REJECTED - NO TICKET ' KM-KEY
029600         GO TO 4200-EXIT
029700     END-IF.
029800     IF KM-R-STATE(KM-HIT) = 'CLOSED'
029900         DISPLAY 'CLS REJECTED - TICKET ' KM-KEY
030000                 ' ALREADY CLOSED ' KM-R-CLOSED(KM-HIT)
030100         GO TO 4200-EXIT
030200     END-IF.
030300     IF KM-NOTE = SPACES
030400         DISPLAY 'CLS REJECTED - TICKET ' KM-KEY
030500                 ' NEEDS A CLOSING NOTE'
030600         GO TO 4200-EXIT
030700     END-IF.
030800     MOVE KM-R-STATE(KM-HIT) TO KM-OLD-STATE.
030900     MOVE 'CLOSED' TO KM-NEW-STATE.
031000     MOVE KM-NEW-STATE TO KM-R-STATE(KM-HIT).
031100     MOVE KM-TODAY TO KM-R-CLOSED(KM-HIT).
031200     MOVE KM-NOTE TO KM-R-NOTE(KM-HIT).
031300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
031400     ADD 1 TO KM-CHG-CNT.
031500 4200-EXIT.
031600     EXIT.
031700
031800 4400-INQUIRE-METER.
031900     PERFORM VARYING KM-IX FROM 1 BY 1
032000         UNTIL KM-IX > KM-ROW-CNT
032100         IF KM-R-METER(KM-IX) = KM-KEY
032200             DISPLAY 'INQ ' KM-R-METER(KM-IX)
032300                     ' TICKET ' KM-R-TICKET(KM-IX)
032400                     ' OPENED ' KM-R-OPENED(KM-IX)
032500                     ' ' KM-R-STATE(KM-IX)
032600                     ' ' KM-R-CLOSED(KM-IX)
032700                     ' ' KM-R-NOTE(KM-IX)
032800         END-IF
032900     END-PERFORM.
033000 4400-EXIT.
033100     EXIT.
033200
033300 6000-WRITE-AUDIT.
033400     MOVE KM-TS-DATE         TO KM-AUD-DATE.
033500     MOVE KM-TS-HHMMSS       TO KM-AUD-TIME.
033600     MOVE KM-ACTION          TO KM-AUD-ACTION.
033700     MOVE KM-TICKET          TO KM-AUD-TICKET.
033800     MOVE KM-R-METER(KM-HIT) TO KM-AUD-METER.
033900     MOVE KM-OLD-STATE       TO KM-AUD-OLD.
034000     MOVE KM-NEW-STATE       TO KM-AUD-NEW.
034100     MOVE KM-R-NOTE(KM-HIT)  TO KM-AUD-NOTE.
034200     OPEN EXTEND METAUD.
034300     IF KM-A-STATUS = '00' OR KM-A-STATUS = '05'
034400         WRITE METAUD-LINE FROM KM-AUD-REC
034450         MOVE 'Y' TO KM-LN-AUD-SW
034500         CLOSE METAUD
034600     END-IF.
034700 6000-EXIT.
034800     EXIT.
034900
035000 6500-LOG-ATTEMPT.
035100     MOVE KM-TS-DATE   TO KM-SEC-DATE.
035200     MOVE KM-TS-HHMMSS TO KM-SEC-TIME.
035300     MOVE KM-OPER      TO KM-SEC-OPER.
035400     MOVE OA-ACTION    TO KM-SEC-ACTION.
035500     OPEN EXTEND METAUD.
035600     IF KM-A-STATUS = '00' OR KM-A-STATUS = '05'
035700         WRITE METAUD-LINE FROM KM-SEC-REC
035750         MOVE 'Y' TO KM-LN-AUD-SW
035800         CLOSE METAUD
035900     END-IF.
036000 6500-EXIT.
036100     EXIT.
036200
036300 6800-CYCLE-BACKUPS.
036400*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
036500*    JUST MEANS THE CHAIN IS NOT FULL YET.
036550     MOVE 'Y' TO KM-LN-BK-SW.
036600     MOVE 'METBK2' TO FC-SRC.
036700     MOVE 'METBK3' TO FC-DST.
036800     CALL 'FILECOPY' USING FC-PARM.
036900     MOVE 'METBK1' TO FC-SRC.
037000     MOVE 'METBK2' TO FC-DST.
037100     CALL 'FILECOPY' USING FC-PARM.
037200     MOVE 'METERTKT' TO FC-SRC.
037300     MOVE 'METBK1' TO FC-DST.
037400     CALL 'FILECOPY' USING FC-PARM.
037500     IF FC-STATUS = 'B'
037600         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - TICKETS LEFT '
037700                 'UNTOUCHED'
037800         MOVE 12 TO RETURN-CODE
037900         GO TO 9999-EXIT
038000     END-IF.
038100 6800-EXIT.
038200     EXIT.
038300
038400 7000-REWRITE-TABLE.
038500*    THE NEW GENERATION IS BUILT COMPLETE ON METNEW FIRST;
038600*    ONLY A CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET.
038700     OPEN OUTPUT METNEW.
038800     IF KM-N-STATUS NOT = '00'
038900         DISPLAY 'METNEW NOT USABLE, STATUS ' KM-N-STATUS
039000         MOVE 12 TO RETURN-CODE
039100         GO TO 7000-EXIT
039200     END-IF.
039250     MOVE 'Y' TO KM-LN-NEW-SW.
039300     PERFORM VARYING KM-IX FROM 1 BY 1
039400         UNTIL KM-IX > KM-ROW-CNT
039500         MOVE SPACES TO MK-REC
039600         MOVE KM-R-TICKET(KM-IX) TO MK-TICKET
039700         MOVE KM-R-METER(KM-IX)  TO MK-METER
039800         MOVE KM-R-OPENED(KM-IX) TO MK-OPENED
039900         MOVE KM-R-STATE(KM-IX)  TO MK-STATE
040000         MOVE KM-R-CLOSED(KM-IX) TO MK-CLOSED-DATE
040100         MOVE KM-R-NOTE(KM-IX)   TO MK-NOTE
040200         WRITE METNEW-LINE FROM MK-REC
040300     END-PERFORM.
040400     CLOSE METNEW.
040500     MOVE 'METNEW' TO FC-SRC.
040600     MOVE 'METERTKT' TO FC-DST.
040700     CALL 'FILECOPY' USING FC-PARM.
040800     IF FC-STATUS NOT = 'G'
040900         DISPLAY 'SWAP FAILED - LIVE TICKETS UNCERTAIN; '
041000                 'RECOVER FROM METBK1 AND METNEW'
041100         MOVE 12 TO RETURN-CODE
041133     ELSE
041166         MOVE 'Y' TO KM-LN-SWAP-SW
041200     END-IF.
041300 7000-EXIT.
041400     EXIT.
041402
041404 8000-RECORD-LINEAGE.
041406*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
041408*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
041410*    RETURN-CODE, SO IT IS PUT BACK.
041412     MOVE RETURN-CODE   TO KM-SAVE-RC.
041414     MOVE 'METKTMNT'    TO LN-PROGRAM.
041416     MOVE KM-TS-HHMMSS  TO LN-START-TIME.
041418     MOVE ZERO          TO LN-CNT.
041420     IF KM-LN-MAST-SW = 'Y'
041422         ADD 1 TO LN-CNT
041424         MOVE 'METERTKT'    TO LN-DSN(LN-CNT)
041426         MOVE 'R'           TO LN-MODE(LN-CNT)
041428     END-IF.
041430     IF KM-LN-AUD-SW = 'Y'
041432         ADD 1 TO LN-CNT
041434         MOVE 'METAUD'      TO LN-DSN(LN-CNT)
041436         MOVE 'W'           TO LN-MODE(LN-CNT)
041438     END-IF.
041440     IF KM-LN-BK-SW = 'Y'
041442         ADD 1 TO LN-CNT
041444         MOVE 'METBK1'      TO LN-DSN(LN-CNT)
041446         MOVE 'W'           TO LN-MODE(LN-CNT)
041448         ADD 1 TO LN-CNT
041450         MOVE 'METBK2'      TO LN-DSN(LN-CNT)
041452         MOVE 'W'           TO LN-MODE(LN-CNT)
041454         ADD 1 TO LN-CNT
041456         MOVE 'METBK3'      TO LN-DSN(LN-CNT)
041458         MOVE 'W'           TO LN-MODE(LN-CNT)
041460     END-IF.
041462     IF KM-LN-NEW-SW = 'Y'
041464         ADD 1 TO LN-CNT
041466         MOVE 'METNEW'      TO LN-DSN(LN-CNT)
041468         MOVE 'W'           TO LN-MODE(LN-CNT)
041470     END-IF.
041472     IF KM-LN-SWAP-SW = 'Y'
041474         ADD 1 TO LN-CNT
041476         MOVE 'METERTKT'    TO LN-DSN(LN-CNT)
041478         MOVE 'W'           TO LN-MODE(LN-CNT)
041480     END-IF.
041482     CALL 'LINEAGE' USING LN-PARM.
041484     MOVE KM-SAVE-RC    TO RETURN-CODE.
041486 8000-EXIT.
041488     EXIT.
041500
041600 9999-EXIT.
041650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
041700     STOP RUN.
