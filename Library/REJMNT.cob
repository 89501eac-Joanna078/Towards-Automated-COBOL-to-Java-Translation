000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REJMNT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  REJMNT - RESOLUTION CARDS FOR THE REJTRACK REJECT MASTER     *
000900*  THAT REJTRACK RAISES FROM THE DAY'S EXCEPTION DATASETS.      *
001000*  THE DECK OPENS WITH 'OPER <ID>' (VERIFIED THROUGH OPAUTH);   *
001100*  THE OWNERS' CARDS FOLLOW, ONE PER LINE:                      *
001200*    RSB NNNNNNN [<NOTE>]  CORRECTED AND FED BACK IN - OPEN     *
001300*                          BECOMES RESUBMITTED                  *
001400*    CLR NNNNNNN [<NOTE>]  CORRECTION CONFIRMED - OPEN OR       *
001500*                          RESUBMITTED BECOMES CLEARED          *
001600*    WOF NNNNNNN <NOTE>    ABANDONED - OPEN OR RESUBMITTED      *
001700*                          BECOMES WRITTEN-OFF (A NOTE IS       *
001800*                          REQUIRED)                            *
001900*    INQ NNNNNNN           DISPLAY THE REJECT                   *
002000*  EACH CARD'S ACTION IS CHECKED THROUGH OPAUTH TOO.  CLEARED   *
002100*  AND WRITTEN-OFF ARE FINAL; A RESUBMITTED LINE THAT IS        *
002200*  REJECTED AGAIN IS REOPENED BY REJTRACK.  THE STATE CHANGE    *
002300*  IS DATED TO THE BATCH DATE.  EVERY CHANGE GETS A REJAUD      *
002400*  AUDIT LINE (TIMESTAMP, OPERATOR, ACTION, REJECT, OLD AND     *
002500*  NEW STATE, NOTE).  THE MASTER IS REWRITTEN CRASH-SAFE:       *
002600*  BEFORE-IMAGES CYCLE REJBK1-3 AND THE NEW GENERATION IS BUILT *
002700*  ON REJNEW, SWAPPED IN ONLY ON CLEAN COMPLETION.              *
002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  2026-10-15  OSG  NEW PROGRAM.                                *
003033*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003066*                   LINEAGE REGISTER AT END OF JOB.             *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL REJMAST ASSIGN TO REJTRACK
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS RN-M-STATUS.
003800     SELECT OPTIONAL REJAUD ASSIGN TO REJAUD
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS RN-A-STATUS.
004100     SELECT REJNEW ASSIGN TO REJNEW
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS RN-N-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  REJMAST.
004700 01  REJMAST-LINE             PIC X(236).
004800 FD  REJAUD.
004900 01  REJAUD-LINE              PIC X(130).
005000 FD  REJNEW.
005100 01  REJNEW-LINE              PIC X(236).
005200 WORKING-STORAGE SECTION.
005300 77  RN-N-STATUS              PIC X(02).
005400 COPY FCOPYPM.
005500 77  RN-M-STATUS              PIC X(02).
005600 77  RN-A-STATUS              PIC X(02).
005700 77  RN-EOF-SW                PIC X(01) VALUE 'N'.
005800     88  RN-EOF                          VALUE 'Y'.
005900 77  RN-CARD-EOF-SW           PIC X(01) VALUE 'N'.
006000     88  RN-CARD-EOF                     VALUE 'Y'.
006100 77  RN-ROW-CNT               PIC 9(04) COMP VALUE ZERO.
006200 77  RN-IX                    PIC 9(04) COMP.
006300 77  RN-HIT                   PIC 9(04) COMP.
006400 77  RN-CHG-CNT               PIC 9(05) COMP VALUE ZERO.
006500 77  RN-PTR                   PIC 9(03) COMP.
006600*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006700 77  RN-OPER                  PIC X(08) VALUE SPACES.
006800 77  RN-WARNED-SW             PIC X(01) VALUE 'N'.
006814 77  RN-LN-MAST-SW            PIC X(01) VALUE 'N'.
006828 77  RN-LN-AUD-SW             PIC X(01) VALUE 'N'.
006842 77  RN-LN-BK-SW              PIC X(01) VALUE 'N'.
006856 77  RN-LN-NEW-SW             PIC X(01) VALUE 'N'.
006870 77  RN-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006884 77  RN-SAVE-RC               PIC S9(04) COMP.
006900 01  RN-SEC-REC.
007000     05  RN-SEC-DATE          PIC 9(08).
007100     05  FILLER               PIC X(01) VALUE SPACE.
007200     05  RN-SEC-TIME          PIC 9(06).
007300     05  FILLER               PIC X(05) VALUE ' SEC '.
007400     05  RN-SEC-OPER          PIC X(08).
007500     05  FILLER               PIC X(08) VALUE ' DENIED '.
007600     05  RN-SEC-ACTION        PIC X(04).
007700     05  FILLER               PIC X(19) VALUE SPACES.
007800 COPY OPAUTHPM.
007900 COPY BATCHDPM.
007950 COPY LINEAGPM.
008000 01  RN-CARD                  PIC X(80).
008100 01  RN-ACTION                PIC X(03).
008200 01  RN-KEY                   PIC X(08).
008300 01  RN-ID                    PIC 9(07).
008400 01  RN-NOTE                  PIC X(40).
008500 01  RN-OLD-STATE             PIC X(11).
008600 01  RN-TODAY                 PIC 9(08).
008700 01  RN-TABLE.
008800     05  RN-ROW OCCURS 5000.
008900         10  RN-R-ID          PIC 9(07).
009000         10  RN-R-PROGRAM     PIC X(12).
009100         10  RN-R-DSN         PIC X(30).
009200         10  RN-R-RAISED      PIC 9(08).
009300         10  RN-R-STATE       PIC X(11).
009400         10  RN-R-CHANGED     PIC 9(08).
009500         10  RN-R-REASON      PIC X(12).
009600         10  RN-R-NOTE        PIC X(40).
009700         10  RN-R-LINE        PIC X(100).
009800 01  RN-AUD-REC.
009900     05  RN-AUD-DATE          PIC 9(08).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  RN-AUD-TIME          PIC 9(06).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  RN-AUD-OPER          PIC X(08).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500     05  RN-AUD-ACTION        PIC X(03).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  RN-AUD-ID            PIC 9(07).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  RN-AUD-PROGRAM       PIC X(12).
011000     05  FILLER               PIC X(05) VALUE ' OLD '.
011100     05  RN-AUD-OLD           PIC X(11).
011200     05  FILLER               PIC X(05) VALUE ' NEW '.
011300     05  RN-AUD-NEW           PIC X(11).
011400     05  FILLER               PIC X(01) VALUE SPACE.
011500     05  RN-AUD-NOTE          PIC X(40).
011600 01  RN-TIMESTAMP.
011700     05  RN-TS-DATE           PIC 9(08).
011800     05  RN-TS-TIME.
011900         07  RN-TS-HHMMSS     PIC 9(06).
012000         07  FILLER           PIC 9(02).
012100 COPY REJTRKRC.
012200 PROCEDURE DIVISION.
012300*****************************************************************
012400*  0000-MAINLINE - LOAD, APPLY EVERY CARD, REWRITE THE MASTER.  *
012500*****************************************************************
012600 0000-MAINLINE.
012700     ACCEPT RN-TS-DATE FROM DATE YYYYMMDD.
012800     ACCEPT RN-TS-TIME FROM TIME.
012900*    A CHANGE IS DATED TO THE BATCH DATE, THE SAME DATE
013000*    REJTRACK RAISES AND AGES BY
013100     MOVE RN-TS-DATE TO RN-TODAY.
013200     CALL 'BATCHDT' USING BD-PARM
013300         ON EXCEPTION
013400             MOVE RN-TODAY TO BD-DATE
013500     END-CALL.
013600     MOVE BD-DATE TO RN-TODAY.
013700     PERFORM 1500-VERIFY-OPERATOR THRU 1500-EXIT.
013800     IF RN-CARD-EOF
013900         MOVE 12 TO RETURN-CODE
014000         GO TO 9999-EXIT
014100     END-IF.
014200     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT.
014300     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
014400         UNTIL RN-CARD-EOF.
014500     IF RN-CHG-CNT > ZERO
014600         PERFORM 6800-CYCLE-BACKUPS THRU 6800-EXIT
014700         PERFORM 7000-REWRITE-TABLE THRU 7000-EXIT
014800     END-IF.
014900     GO TO 9999-EXIT.
015000
015100 1000-LOAD-TABLE.
015200     OPEN INPUT REJMAST.
015225     IF RN-M-STATUS = '00'
015250         MOVE 'Y' TO RN-LN-MAST-SW
015275     END-IF.
015300     PERFORM UNTIL RN-EOF
015400         READ REJMAST INTO RK-REC
015500             AT END
015600                 MOVE 'Y' TO RN-EOF-SW
015700             NOT AT END
015800                 IF RN-ROW-CNT >= 5000
015900                     DISPLAY 'REJTRACK EXCEEDS THE 5000-ROW '
016000                             'TABLE - RUN ABANDONED'
016100                     MOVE 16 TO RETURN-CODE
016200                     STOP RUN
016300                 END-IF
016400                 IF RK-REC NOT = SPACES
016500                     ADD 1 TO RN-ROW-CNT
016600                     MOVE RK-ID      TO RN-R-ID(RN-ROW-CNT)
016700                     MOVE RK-PROGRAM TO RN-R-PROGRAM(RN-ROW-CNT)
016800                     MOVE RK-DSN     TO RN-R-DSN(RN-ROW-CNT)
016900                     MOVE RK-RAISED  TO RN-R-RAISED(RN-ROW-CNT)
017000                     MOVE RK-STATE   TO RN-R-STATE(RN-ROW-CNT)
017100                     MOVE RK-CHANGED TO RN-R-CHANGED(RN-ROW-CNT)
017200                     MOVE RK-REASON  TO RN-R-REASON(RN-ROW-CNT)
017300                     MOVE RK-NOTE    TO RN-R-NOTE(RN-ROW-CNT)
017400                     MOVE RK-LINE    TO RN-R-LINE(RN-ROW-CNT)
017500                 END-IF
017600         END-READ
017700     END-PERFORM.
017800     CLOSE REJMAST.
017900 1000-EXIT.
018000     EXIT.
018100
018200 1500-VERIFY-OPERATOR.
018300*    THE DECK MUST OPEN WITH 'OPER <ID>' AND THE OPERATOR
018400*    MUST HOLD A ROW FOR THIS PROGRAM - OTHERWISE THE WHOLE
018500*    DECK IS REJECTED AND THE ATTEMPT LOGGED.  A MISSING
018600*    OPAUTH DATASET FAILS OPEN WITH A WARNING.
018700     MOVE SPACES TO RN-CARD.
018800     ACCEPT RN-CARD
018900         ON EXCEPTION
019000             MOVE SPACES TO RN-CARD
019100     END-ACCEPT.
019200     MOVE SPACES TO RN-ACTION RN-KEY.
019300     UNSTRING RN-CARD DELIMITED BY ALL SPACE
019400         INTO RN-ACTION RN-KEY.
019500     IF RN-ACTION NOT = 'OPE'
019600         DISPLAY 'DECK REJECTED - NO OPERATOR CARD'
019700         MOVE '*NONE*' TO RN-OPER
019800         MOVE '*' TO OA-ACTION
019900         PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
020000         MOVE 'Y' TO RN-CARD-EOF-SW
020100         GO TO 1500-EXIT
020200     END-IF.
020300     MOVE RN-KEY TO RN-OPER.
020400     MOVE RN-OPER TO OA-OPERATOR.
020500     MOVE 'REJMNT' TO OA-PROGRAM.
020600     MOVE '*' TO OA-ACTION.
020700     CALL 'OPAUTH' USING OA-PARM.
020800     EVALUATE OA-STATUS
020900         WHEN 'M'
021000             DISPLAY 'NO OPAUTH DATASET - AUTHORIZATION '
021100                     'NOT ENFORCED THIS RUN'
021200             MOVE 'Y' TO RN-WARNED-SW
021300         WHEN 'G'
021400             CONTINUE
021500         WHEN OTHER
021600             DISPLAY 'DECK REJECTED - OPERATOR ' RN-OPER
021700                     ' NOT AUTHORIZED FOR REJMNT'
021800             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
021900             MOVE 'Y' TO RN-CARD-EOF-SW
022000     END-EVALUATE.
022100 1500-EXIT.
022200     EXIT.
022300
022400 2000-NEXT-CARD.
022500     MOVE SPACES TO RN-CARD.
022600     ACCEPT RN-CARD
022700         ON EXCEPTION
022800             MOVE 'Y' TO RN-CARD-EOF-SW
022900             GO TO 2000-EXIT
023000     END-ACCEPT.
023100     IF RN-CARD = SPACES
023200         MOVE 'Y' TO RN-CARD-EOF-SW
023300         GO TO 2000-EXIT
023400     END-IF.
023500     MOVE SPACES TO RN-ACTION RN-KEY RN-NOTE.
023600     MOVE 1 TO RN-PTR.
023700     UNSTRING RN-CARD DELIMITED BY ALL SPACE
023800         INTO RN-ACTION RN-KEY
023900         WITH POINTER RN-PTR.
024000*    THE REST OF THE CARD IS THE OWNER'S NOTE
024100     IF RN-PTR <= 80
024200         MOVE RN-CARD(RN-PTR:) TO RN-NOTE
024300     END-IF.
024400     IF RN-WARNED-SW = 'N'
024500         MOVE RN-OPER TO OA-OPERATOR
024600         MOVE 'REJMNT' TO OA-PROGRAM
024700         MOVE RN-ACTION TO OA-ACTION
024800         CALL 'OPAUTH' USING OA-PARM
024900         IF OA-STATUS NOT = 'G' AND OA-STATUS NOT = 'M'
025000             DISPLAY RN-ACTION ' REJECTED - OPERATOR '
025100                     RN-OPER ' NOT AUTHORIZED'
025200             PERFORM 6500-LOG-ATTEMPT THRU 6500-EXIT
025300             GO TO 2000-EXIT
025400         END-IF
025500     END-IF.
025600     PERFORM 3000-FIND-REJECT THRU 3000-EXIT.
025700     EVALUATE RN-ACTION
025800         WHEN 'RSB'
025900             PERFORM 4100-RESUBMIT THRU 4100-EXIT
026000         WHEN 'CLR'
026100         WHEN 'WOF'
026200             PERFORM 4200-SETTLE THRU 4200-EXIT
026300         WHEN 'INQ'
026400             PERFORM 4400-INQUIRE THRU 4400-EXIT
026500         WHEN OTHER
026600             DISPLAY 'UNKNOWN ACTION ' RN-ACTION
026700     END-EVALUATE.
026800 2000-EXIT.
026900     EXIT.
027000
027100 3000-FIND-REJECT.
027200     MOVE ZERO TO RN-HIT RN-ID.
027300     IF RN-KEY = SPACES
027400         GO TO 3000-EXIT
027500     END-IF.
027600     MOVE FUNCTION NUMVAL(RN-KEY) TO RN-ID.
027700     PERFORM VARYING RN-IX FROM 1 BY 1
027800         UNTIL RN-IX > RN-ROW-CNT
027900         IF RN-R-ID(RN-IX) = RN-ID
028000            AND RN-HIT = ZERO
028100             MOVE RN-IX TO RN-HIT
028200         END-IF
028300     END-PERFORM.
028400 3000-EXIT.
028500     EXIT.
028600
028700 4100-RESUBMIT.
028800     IF RN-HIT = ZERO
028900         DISPLAY 'RSB REJECTED - NO REJECT ' RN-KEY
029000         GO TO 4100-EXIT
029100     END-IF.
029200     IF RN-R-STATE(RN-HIT) NOT = 'OPEN'
029300         DISPLAY 'RSB REJECTED - REJECT ' RN-KEY ' IS '
029400                 RN-R-STATE(RN-HIT)
029500         GO TO 4100-EXIT
029600     END-IF.
029700     MOVE RN-R-STATE(RN-HIT) TO RN-OLD-STATE.
029800     MOVE 'RESUBMITTED' TO RN-R-STATE(RN-HIT).
029900     PERFORM 5000-APPLY THRU 5000-EXIT.
030000 4100-EXIT.
030100     EXIT.
030200
030300 4200-SETTLE.
030400     IF RN-HIT = ZERO
030500         DISPLAY RN-ACTION ' REJECTED - NO REJECT ' RN-KEY
030600         GO TO 4200-EXIT
030700     END-IF.
030800     IF RN-R-STATE(RN-HIT) NOT = 'OPEN'
030900        AND RN-R-STATE(RN-HIT) NOT = 'RESUBMITTED'
031000         DISPLAY RN-ACTION ' REJECTED - REJECT ' RN-KEY
031100                 ' ALREADY ' RN-R-STATE(RN-HIT) ' '
031200                 RN-R-CHANGED(RN-HIT)
031300         GO TO 4200-EXIT
031400     END-IF.
031500     IF RN-ACTION = 'WOF' AND RN-NOTE = SPACES
031600         DISPLAY 'WOF REJECTED - REJECT ' RN-KEY
031700                 ' NEEDS A WRITE-OFF NOTE'
031800         GO TO 4200-EXIT
031900     END-IF.
032000     MOVE RN-R-STATE(RN-HIT) TO RN-OLD-STATE.
032100     IF RN-ACTION = 'WOF'
032200         MOVE 'WRITTEN-OFF' TO RN-R-STATE(RN-HIT)
032300     ELSE
032400         MOVE 'CLEARED' TO RN-R-STATE(RN-HIT)
032500     END-IF.
032600     PERFORM 5000-APPLY THRU 5000-EXIT.
032700 4200-EXIT.
032800     EXIT.
032900
033000 4400-INQUIRE.
033100     IF RN-HIT = ZERO
033200         DISPLAY 'INQ ' RN-KEY ' NOT ON REJTRACK'
033300         GO TO 4400-EXIT
033400     END-IF.
033500     DISPLAY 'INQ ' RN-R-ID(RN-HIT)
033600             ' ' RN-R-PROGRAM(RN-HIT)
033700             ' ' RN-R-DSN(RN-HIT)
033800             ' RAISED ' RN-R-RAISED(RN-HIT)
033900             ' ' RN-R-STATE(RN-HIT)
034000             ' ' RN-R-CHANGED(RN-HIT)
034100             ' REASON ' RN-R-REASON(RN-HIT).
034200     DISPLAY '    ' RN-R-LINE(RN-HIT).
034300     IF RN-R-NOTE(RN-HIT) NOT = SPACES
034400         DISPLAY '    NOTE ' RN-R-NOTE(RN-HIT)
034500     END-IF.
034600 4400-EXIT.
034700     EXIT.
034800
034900 5000-APPLY.
035000*    CALLED WITH THE OLD STATE SAVED AND THE NEW ONE SET; A
035100*    CARD WITHOUT A NOTE KEEPS THE NOTE ALREADY ON THE ROW
035200     MOVE RN-TODAY TO RN-R-CHANGED(RN-HIT).
035300     IF RN-NOTE NOT = SPACES
035400         MOVE RN-NOTE TO RN-R-NOTE(RN-HIT)
035500     END-IF.
035600     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
035700     ADD 1 TO RN-CHG-CNT.
035800     DISPLAY RN-ACTION ' ' RN-R-ID(RN-HIT) ' '
035900             RN-R-STATE(RN-HIT).
036000 5000-EXIT.
036100     EXIT.
036200
036300 6000-WRITE-AUDIT.
036400     MOVE RN-TS-DATE          TO RN-AUD-DATE.
036500     MOVE RN-TS-HHMMSS        TO RN-AUD-TIME.
036600     MOVE RN-OPER             TO RN-AUD-OPER.
036700     MOVE RN-ACTION           TO RN-AUD-ACTION.
036800     MOVE RN-R-ID(RN-HIT)     TO RN-AUD-ID.
036900     MOVE RN-R-PROGRAM(RN-HIT) TO RN-AUD-PROGRAM.
037000     MOVE RN-OLD-STATE        TO RN-AUD-OLD.
037100     MOVE RN-R-STATE(RN-HIT)  TO RN-AUD-NEW.
037200     MOVE RN-R-NOTE(RN-HIT)   TO RN-AUD-NOTE.
037300     OPEN EXTEND REJAUD.
037400     IF RN-A-STATUS = '00' OR RN-A-STATUS = '05'
037500         WRITE REJAUD-LINE FROM RN-AUD-REC
037550         MOVE 'Y' TO RN-LN-AUD-SW
037600         CLOSE REJAUD
037700     END-IF.
037800 6000-EXIT.
037900     EXIT.
038000
038100 6500-LOG-ATTEMPT.
038200     MOVE RN-TS-DATE   TO RN-SEC-DATE.
038300     MOVE RN-TS-HHMMSS TO RN-SEC-TIME.
038400     MOVE RN-OPER      TO RN-SEC-OPER.
038500     MOVE OA-ACTION    TO RN-SEC-ACTION.
038600     OPEN EXTEND REJAUD.
038700     IF RN-A-STATUS = '00' OR RN-A-STATUS = '05'
038800         WRITE REJAUD-LINE FROM RN-SEC-REC
038850         MOVE 'Y' TO RN-LN-AUD-SW
038900         CLOSE REJAUD
039000     END-IF.
039100 6500-EXIT.
039200     EXIT.
039300
039400 6800-CYCLE-BACKUPS.
039500*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
039600*    JUST MEANS THE CHAIN IS NOT FULL YET.
039650     MOVE 'Y' TO RN-LN-BK-SW.
039700     MOVE 'REJBK2' TO FC-SRC.
039800     MOVE 'REJBK3' TO FC-DST.
039900     CALL 'FILECOPY' USING FC-PARM.
040000     MOVE 'REJBK1' TO FC-SRC.
040100     MOVE 'REJBK2' TO FC-DST.
040200     CALL 'FILECOPY' USING FC-PARM.
040300     MOVE 'REJTRACK' TO FC-SRC.
040400     MOVE 'REJBK1' TO FC-DST.
040500     CALL 'FILECOPY' USING FC-PARM.
040600     IF FC-STATUS = 'B'
040700         DISPLAY 'BEFORE-IMAGE NOT WRITABLE - MASTER LEFT '
040800                 'UNTOUCHED'
040900         MOVE 12 TO RETURN-CODE
041000         GO TO 9999-EXIT
041100     END-IF.
041200 6800-EXIT.
041300     EXIT.
041400
041500 7000-REWRITE-TABLE.
041600*    THE NEW GENERATION IS BUILT COMPLETE ON REJNEW FIRST;
041700*    ONLY A CLEAN BUILD IS SWAPPED OVER THE LIVE DATASET.
041800     OPEN OUTPUT REJNEW.
041900     IF RN-N-STATUS NOT = '00'
042000         DISPLAY 'REJNEW NOT USABLE, STATUS ' RN-N-STATUS
042100         MOVE 12 TO RETURN-CODE
042200         GO TO 7000-EXIT
042300     END-IF.
042350     MOVE 'Y' TO RN-LN-NEW-SW.
042400     PERFORM VARYING RN-IX FROM 1 BY 1
042500         UNTIL RN-IX > RN-ROW-CNT
042600         MOVE SPACES TO RK-REC
042700         MOVE RN-R-ID(RN-IX)      TO RK-ID
042800         MOVE RN-R-PROGRAM(RN-IX) TO RK-PROGRAM
042900         MOVE RN-R-DSN(RN-IX)     TO RK-DSN
043000         MOVE RN-R-RAISED(RN-IX)  TO RK-RAISED
043100         MOVE RN-R-STATE(RN-IX)   TO RK-STATE
043200         MOVE RN-R-CHANGED(RN-IX) TO RK-CHANGED
043300         MOVE RN-R-REASON(RN-IX)  TO RK-REASON
043400         MOVE RN-R-NOTE(RN-IX)    TO RK-NOTE
043500         MOVE RN-R-LINE(RN-IX)    TO RK-LINE
043600         WRITE REJNEW-LINE FROM RK-REC
043700     END-PERFORM.
043800     CLOSE REJNEW.
043900     MOVE 'REJNEW' TO FC-SRC.
044000     MOVE 'REJTRACK' TO FC-DST.
044100     CALL 'FILECOPY' USING FC-PARM.
044200     IF FC-STATUS NOT = 'G'
044300         DISPLAY 'SWAP FAILED - LIVE MASTER UNCERTAIN; '
044400                 'RECOVER FROM REJBK1 AND REJNEW'
044500         MOVE 12 TO RETURN-CODE
044533     ELSE
044566         MOVE 'Y' TO RN-LN-SWAP-SW
044600     END-IF.
044700 7000-EXIT.
044800     EXIT.
044802
044804 8000-RECORD-LINEAGE.
044806*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
044808*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
044810*    RETURN-CODE, SO IT IS PUT BACK.
044812     MOVE RETURN-CODE   TO RN-SAVE-RC.
044814     MOVE 'REJMNT'      TO LN-PROGRAM.
044816     MOVE RN-TS-HHMMSS  TO LN-START-TIME.
044818     MOVE ZERO          TO LN-CNT.
044820     IF RN-LN-MAST-SW = 'Y'
044822         ADD 1 TO LN-CNT
044824         MOVE 'REJTRACK'    TO LN-DSN(LN-CNT)
044826         MOVE 'R'           TO LN-MODE(LN-CNT)
044828     END-IF.
044830     IF RN-LN-AUD-SW = 'Y'
044832         ADD 1 TO LN-CNT
044834         MOVE 'REJAUD'      TO LN-DSN(LN-CNT)
044836         MOVE 'W'           TO LN-MODE(LN-CNT)
044838     END-IF.
044840     IF RN-LN-BK-SW = 'Y'
044842         ADD 1 TO LN-CNT
044844         MOVE 'REJBK1'      TO LN-DSN(LN-CNT)
044846         MOVE 'W'           TO LN-MODE(LN-CNT)
044848         ADD 1 TO LN-CNT
044850         MOVE 'REJBK2'      TO LN-DSN(LN-CNT)
044852         MOVE 'W'           TO LN-MODE(LN-CNT)
044854         ADD 1 TO LN-CNT
044856         MOVE 'REJBK3'      TO LN-DSN(LN-CNT)
044858         MOVE 'W'           TO LN-MODE(LN-CNT)
044860     END-IF.
044862     IF RN-LN-NEW-SW = 'Y'
044864         ADD 1 TO LN-CNT
044866         MOVE 'REJNEW'      TO LN-DSN(LN-CNT)
044868         MOVE 'W'           TO LN-MODE(LN-CNT)
044870     END-IF.
044872     IF RN-LN-SWAP-SW = 'Y'
044874         ADD 1 TO LN-CNT
044876         MOVE 'REJTRACK'    TO LN-DSN(LN-CNT)
044878         MOVE 'W'           TO LN-MODE(LN-CNT)
044880     END-IF.
044882     CALL 'LINEAGE' USING LN-PARM.
044884     MOVE RN-SAVE-RC    TO RETURN-CODE.
044886 8000-EXIT.
044888     EXIT.
044900
045000 9999-EXIT.
045050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
045100     STOP RUN.
