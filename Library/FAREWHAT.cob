001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  VISARCH CARDS MAY CARRY A PROMOTION CODE -  *
002020*                   THE AGE IS THE FIRST WORD; PRICED GROSS.    *
002030*  2026-10-15  OSG  VISITS HISTROLL ROLLED OFF VISARCH ARE      *
002040*                   REPLAYED FROM THE ARCHIVE GENERATIONS       *
002050*                   ROLLLOG NAMES FOR THE DATE RANGE.           *
002060*  2026-10-15  OSG  FAREMAST, FAREPROP, VISARCH, THE ARCHIVE    *
002070*                   GENERATIONS REPLAYED, ROLLLOG AND WHATIF    *
002080*                   RECORDED ON THE LINEAGE REGISTER AT END OF  *
002090*                   JOB.                                        *
002093*  2026-10-15  OSG  MISSING ARCHIVE GENERATIONS POSTED TO THE   *
002096*                   ALERT QUEUE.                                *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT VISARCH ASSIGN USING FW-VIS-DSN
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS FW-V-STATUS.
002800     SELECT FAREMAST ASSIGN TO FAREMAST
003400     SELECT WHATIF ASSIGN TO WHATIF
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS FW-R-STATUS.
003610     SELECT OPTIONAL ROLLLOG ASSIGN TO ROLLLOG
003620         ORGANIZATION LINE SEQUENTIAL
003630         FILE STATUS FW-L-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  VISARCH.
004000 01  VISARCH-LINE             PIC X(29).
004100 FD  FAREMAST.
004200 01  FAREMAST-LINE            PIC X(30).
004300 FD  FAREPROP.
004400 01  FAREPROP-LINE            PIC X(30).
004500 FD  WHATIF.
004600 01  WHATIF-LINE              PIC X(120).
004610 FD  ROLLLOG.
004620 01  ROLLLOG-LINE             PIC X(125).
004700 WORKING-STORAGE SECTION.
004800 77  FW-V-STATUS              PIC X(02).
004900 77  FW-M-STATUS              PIC X(02).
005000 77  FW-P-STATUS              PIC X(02).
005100 77  FW-R-STATUS              PIC X(02).
005110 77  FW-L-STATUS              PIC X(02).
005200 77  FW-EOF-SW                PIC X(01).
005300     88  FW-EOF                          VALUE 'Y'.
005400 77  FW-FROM                  PIC 9(08) VALUE ZERO.
006700 01  FW-CARD                  PIC X(20).
006800 01  FW-TOK1                  PIC X(08).
006900 01  FW-TOK2                  PIC X(08).
006910 01  FW-AGE-X                 PIC X(08).
007000 01  FW-ARCH-REC.
007100     05  FW-A-DATE            PIC 9(08).
007200     05  FILLER               PIC X(01).
007300     05  FW-A-TEXT            PIC X(20).
007400 01  FW-FARE-REC.
007500     05  FW-F-LO              PIC 9(03).
007600     05  FILLER               PIC X(01).
011500 01  FW-ED-CNT                PIC Z(06)9.
011600 01  FW-ED-ACT                PIC Z(12)9.
011700 01  FW-ED-PRO                PIC Z(12)9.
011710*    VISARCH ITSELF, THEN EACH ARCHIVE GENERATION HISTROLL
011720*    MOVED ROWS OF THE DATE RANGE TO, OLDEST FIRST
011730 01  FW-VIS-DSN               PIC X(30) VALUE 'VISARCH'.
011740 01  FW-ROLL-TBL.
011750     05  FW-ROLL-DSN          PIC X(30) OCCURS 100.
011760 77  FW-ROLL-CNT              PIC 9(03) COMP VALUE ZERO.
011770 77  FW-RX                    PIC 9(03) COMP.
011780 77  FW-GONE-CNT              PIC 9(03) COMP VALUE ZERO.
011783 01  FW-ED-GONE               PIC ZZ9.
011786 COPY ALERTPM.
011790 COPY ROLLLGRC.
011791 COPY LINEAGPM.
011792*    RUN STAMP - THE LINEAGE ROWS OF ONE RUN GO OUT OVER SEVERAL
011793*    CALLS AND MUST ALL CARRY THE SAME START TIME
011794 01  FW-TS-TIME.
011795     05  FW-TS-HHMMSS         PIC 9(06).
011796     05  FILLER               PIC 9(02).
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000*  0000-MAINLINE - LOAD BOTH TABLES, REPLAY THE ARCHIVE.        *
012100*****************************************************************
012200 0000-MAINLINE.
012250     ACCEPT FW-TS-TIME FROM TIME.
012300     MOVE SPACES TO FW-CARD.
012400     ACCEPT FW-CARD
012500         ON EXCEPTION
014400     END-IF.
014500     PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
014600     PERFORM 5000-REPORT THRU 5000-EXIT.
014603*    RECORDED BEFORE THE RETURN CODE IS SET - A CALL CLEARS IT
014606     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
014610     IF FW-GONE-CNT > ZERO
014620         DISPLAY FW-GONE-CNT ' ARCHIVE GENERATION(S) NOT '
014630                 'AVAILABLE - THE RANGE IS INCOMPLETE'
014635         PERFORM 8200-POST-ALERT THRU 8200-EXIT
014640         MOVE 4 TO RETURN-CODE
014650     END-IF.
014700     GO TO 9999-EXIT.
014800
014900 1000-LOAD-ACTUAL.
020200 1100-EXIT.
020300     EXIT.
020400
020402*****************************************************************
020404*  1900-FIND-ROLLED - THE ARCHIVE GENERATIONS HOLDING VISARCH   *
020406*  ROWS OF THE DATE RANGE, FROM THE ROLLOVERS ON ROLLLOG.  NO   *
020408*  ROLLLOG MEANS NOTHING HAS BEEN ROLLED OFF.                   *
020410*****************************************************************
020412 1900-FIND-ROLLED.
020414     MOVE 'N' TO FW-EOF-SW.
020416     OPEN INPUT ROLLLOG.
020418     IF FW-L-STATUS NOT = '00'
020420         GO TO 1900-EXIT
020422     END-IF.
020424     PERFORM UNTIL FW-EOF
020426         READ ROLLLOG INTO RL-REC
020428             AT END
020430                 MOVE 'Y' TO FW-EOF-SW
020432             NOT AT END
020434                 IF RL-DSN = 'VISARCH'
020436                    AND RL-NEWEST >= FW-FROM
020438                    AND RL-OLDEST <= FW-TO
020440                     IF FW-ROLL-CNT >= 100
020442                         DISPLAY 'RANGE SPANS OVER 100 ARCHIVE '
020444                                 'GENERATIONS - NARROW THE DATES'
020446                         MOVE 16 TO RETURN-CODE
020448                         GO TO 9999-EXIT
020450                     END-IF
020452                     ADD 1 TO FW-ROLL-CNT
020454                     MOVE RL-ARCH-DSN TO FW-ROLL-DSN(FW-ROLL-CNT)
020456                 END-IF
020458         END-READ
020460     END-PERFORM.
020462     CLOSE ROLLLOG.
020464 1900-EXIT.
020466     EXIT.
020468
020500 2000-REPLAY-ARCHIVE.
020510     PERFORM 1900-FIND-ROLLED THRU 1900-EXIT.
020520     PERFORM 2050-REPLAY-ROLLED THRU 2050-EXIT
020530         VARYING FW-RX FROM 1 BY 1
020540         UNTIL FW-RX > FW-ROLL-CNT.
020550     MOVE 'VISARCH' TO FW-VIS-DSN.
020600     MOVE 'N' TO FW-EOF-SW.
020700     OPEN INPUT VISARCH.
020800     IF FW-V-STATUS NOT = '00'
021100         MOVE 16 TO RETURN-CODE
021200         GO TO 9999-EXIT
021300     END-IF.
021310     PERFORM 2010-READ-VISITS THRU 2010-EXIT.
021320 2000-EXIT.
021330     EXIT.
021340
021350 2010-READ-VISITS.
021400     PERFORM UNTIL FW-EOF
021500         READ VISARCH INTO FW-ARCH-REC
021600             AT END
022500         END-READ
022600     END-PERFORM.
022700     CLOSE VISARCH.
022800 2010-EXIT.
022806     EXIT.
022812
022818 2050-REPLAY-ROLLED.
022824     MOVE FW-ROLL-DSN(FW-RX) TO FW-VIS-DSN.
022830     MOVE 'N' TO FW-EOF-SW.
022836     OPEN INPUT VISARCH.
022842     IF FW-V-STATUS NOT = '00'
022848         DISPLAY 'ARCHIVE GENERATION ' FW-VIS-DSN
022854                 ' NOT AVAILABLE, STATUS ' FW-V-STATUS
022860         ADD 1 TO FW-GONE-CNT
022862*        NOT READ, SO KEPT OFF THE LINEAGE REGISTER
022864         MOVE SPACES TO FW-ROLL-DSN(FW-RX)
022866         GO TO 2050-EXIT
022872     END-IF.
022878     PERFORM 2010-READ-VISITS THRU 2010-EXIT.
022884 2050-EXIT.
022900     EXIT.
023000
023100 2100-ONE-VISITOR.
023200     MOVE FUNCTION TRIM(FW-A-TEXT LEADING) TO FW-CARD.
023210     MOVE SPACES TO FW-AGE-X.
023220     UNSTRING FW-CARD DELIMITED BY ALL SPACE INTO FW-AGE-X.
023230     COMPUTE FW-AGE = FUNCTION NUMVAL(FW-AGE-X).
023300     PERFORM 2200-ACTUAL-FARE THRU 2200-EXIT.
023400     IF FW-ACT-HIT = ZERO
023500         ADD 1 TO FW-NOBAND-CNT
040900         DELIMITED BY SIZE INTO WHATIF-LINE.
041000     WRITE WHATIF-LINE.
041100 5200-EXIT.
041101     EXIT.
041102
041104 8000-RECORD-LINEAGE.
041106     MOVE 'FAREWHAT'     TO LN-PROGRAM.
041108     MOVE FW-TS-HHMMSS   TO LN-START-TIME.
041110     MOVE 5              TO LN-CNT.
041112     MOVE 'FAREMAST'     TO LN-DSN(1).
041114     MOVE 'R'            TO LN-MODE(1).
041116     MOVE 'FAREPROP'     TO LN-DSN(2).
041118     MOVE 'R'            TO LN-MODE(2).
041120     MOVE 'ROLLLOG'      TO LN-DSN(3).
041122     MOVE 'R'            TO LN-MODE(3).
041124     MOVE 'VISARCH'      TO LN-DSN(4).
041126     MOVE 'R'            TO LN-MODE(4).
041128     MOVE 'WHATIF'       TO LN-DSN(5).
041130     MOVE 'W'            TO LN-MODE(5).
041132     CALL 'LINEAGE' USING LN-PARM.
041134*    THE ARCHIVE GENERATIONS REPLAYED FOLLOW, TWELVE TO A CALL,
041136*    UNDER THE SAME RUN STAMP
041138     MOVE ZERO TO LN-CNT.
041140     PERFORM 8100-ONE-ARCHIVE THRU 8100-EXIT
041142         VARYING FW-RX FROM 1 BY 1
041144         UNTIL FW-RX > FW-ROLL-CNT.
041146     IF LN-CNT > ZERO
041148         CALL 'LINEAGE' USING LN-PARM
041150     END-IF.
041152 8000-EXIT.
041154     EXIT.
041156
041158 8100-ONE-ARCHIVE.
041160     IF FW-ROLL-DSN(FW-RX) = SPACES
041162         GO TO 8100-EXIT
041164     END-IF.
041166     ADD 1 TO LN-CNT.
041168     MOVE FW-ROLL-DSN(FW-RX) TO LN-DSN(LN-CNT).
041170     MOVE 'R'            TO LN-MODE(LN-CNT).
041172     IF LN-CNT = 12
041174         CALL 'LINEAGE' USING LN-PARM
041176         MOVE ZERO TO LN-CNT
041178     END-IF.
041180 8100-EXIT.
041182     EXIT.
041190
041198 8200-POST-ALERT.
041206     MOVE FW-GONE-CNT TO FW-ED-GONE.
041214     MOVE SPACES TO AL-PARM.
041222     MOVE 'FAREWHAT' TO AL-SOURCE.
041230     MOVE 'W' TO AL-SEVERITY.
041238     MOVE 'WHATIF' TO AL-DSN.
041246     STRING FW-ED-GONE ' ARCHIVE GENERATION(S) NOT AVAILABLE - '
041254            'RANGE INCOMPLETE'
041262         DELIMITED BY SIZE INTO AL-TEXT.
041270     CALL 'ALERTSVC' USING AL-PARM.
041278 8200-EXIT.
041286     EXIT.
041300
041400 9999-EXIT.
041500     STOP RUN.
