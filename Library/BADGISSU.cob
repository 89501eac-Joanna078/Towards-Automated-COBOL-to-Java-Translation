001500*  SHIFT; CLEAN CODES ARE APPENDED TO THE REGISTRY AND          *
001600*  REPORTED ISSUED.  RC 4 WHEN ANY CODE WAS REJECTED -          *
001700*  CONFLICTS STOP AT ISSUANCE, NOT ON RECONCILIATION.           *
001710*  EVERY REGISTRY ENTRY CARRIES A STATUS AND STATUS DATE        *
001720*  (ACTIVE, OR LOST/REVOKED/EXPIRED FROM BADGMNT).  RETIRED     *
001730*  ENTRIES STAY ON THE REGISTRY AND ARE SCREENED LIKE ANY       *
001740*  OTHER, SO A RETIRED CODE OR ANY ROTATION OF IT IS NEVER      *
001750*  REISSUED; THE REJECTION NAMES THE STATUS.  NEW CODES GO ON   *
001760*  ACTIVE AS OF THE BATCH DATE.                                 *
001764*  ABC_059_A'S CODES DATASET IS READ AS PROPOSED: EACH LINE IS  *
001768*  A CODE, A PERSON TAG '#NNNN' AND THE NAME, AND A PERSON'S    *
001772*  ALTERNATIVE CANDIDATES FOLLOW ONE ANOTHER IN THE ORDER TO    *
001776*  TRY.  THE FIRST THAT CLEARS IS ISSUED AND THE REST ARE       *
001780*  PASSED OVER; A PERSON WHOSE EVERY CANDIDATE COLLIDES GETS A  *
001784*  NO CODE LINE SAYING SO.  AN UNTAGGED LINE STANDS ALONE AS    *
001788*  BEFORE.  RC 4 IS THEN RAISED FOR A REJECTED UNTAGGED CODE OR *
001792*  A PERSON LEFT WITH NO CODE, NOT FOR AN ALTERNATIVE TRIED.    *
001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM.                                *
002010*  2026-10-15  OSG  REGISTRY STATUS AND STATUS DATE; RETIRED    *
002020*                   CODES NAMED ON REJECTION.                   *
002030*  2026-10-15  OSG  TAGGED CANDIDATE GROUPS FROM ABC_059_A -    *
002040*                   FIRST CLEAR ALTERNATIVE ISSUED PER PERSON.  *
002060*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002080*                   LINEAGE REGISTER AT END OF JOB.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  BADGEREG.
003700 01  BADGEREG-LINE            PIC X(117).
003800 FD  PROPOSED.
003900 01  PROPOSED-LINE            PIC X(100).
004000 FD  ISSUERPT.
004800 77  BI-REG-CNT               PIC 9(04) COMP VALUE ZERO.
004900 77  BI-NEW-CNT               PIC 9(04) COMP VALUE ZERO.
005000 77  BI-REJ-CNT               PIC 9(04) COMP VALUE ZERO.
005010 77  BI-HARD-REJ              PIC 9(04) COMP VALUE ZERO.
005020 77  BI-NOCODE-CNT            PIC 9(04) COMP VALUE ZERO.
005030 77  BI-GRP-TRIED             PIC 9(04) COMP VALUE ZERO.
005040 77  BI-GRP-DONE              PIC X(01) VALUE 'N'.
005050 77  BI-PTR                   PIC 9(03) COMP.
005100 77  BI-IX                    PIC 9(04) COMP.
005200 77  BI-SLEN                  PIC 9(03).
005300 77  BI-TLEN                  PIC 9(03).
005400 77  BI-K                     PIC 9(03).
005500 77  BI-HITK                  PIC S9(03).
005600 77  BI-CONFLICT              PIC 9(04) COMP.
005616 77  BI-LN-REGR-SW            PIC X(01) VALUE 'N'.
005632 77  BI-LN-PROP-SW            PIC X(01) VALUE 'N'.
005648 77  BI-LN-RPT-SW             PIC X(01) VALUE 'N'.
005664 77  BI-LN-REGW-SW            PIC X(01) VALUE 'N'.
005680 77  BI-SAVE-RC               PIC S9(04) COMP.
005700 01  BI-CAND                  PIC X(100).
005800 01  BI-OTHER                 PIC X(100).
005900 01  BI-WORK                  PIC X(100).
005910 01  BI-LINE                  PIC X(100).
005920*    THE PERSON TAG AND NAME OF A CANDIDATE GROUP
005930 01  BI-TAG                   PIC X(05).
005940 01  BI-OWNER                 PIC X(40).
005950 01  BI-GRP-TAG               PIC X(05) VALUE SPACES.
005960 01  BI-GRP-OWNER             PIC X(40).
005970 01  BI-ED-TRIED              PIC Z(03)9.
006000*    EVERY CODE EVER ISSUED, PLUS THIS BATCH'S ACCEPTED ONES,
006010*    WITH THEIR STATUS AND STATUS DATE
006100 01  BI-REG-TBL.
006200     05  BI-REG-ENT OCCURS 1000.
006210         10  BI-REG           PIC X(100).
006220         10  BI-REG-STAT      PIC X(07).
006230         10  BI-REG-DATE      PIC X(08).
006300 01  BI-ED-K                  PIC Z(02)9.
006400 01  BI-ED-NEW                PIC Z(03)9.
006500 01  BI-ED-REJ                PIC Z(03)9.
006510 01  BI-TODAY                 PIC 9(08).
006520 COPY BATCHDPM.
006530 COPY BADGRGRC.
006565 COPY LINEAGPM.
006600 PROCEDURE DIVISION.
006700*****************************************************************
006800*  0000-MAINLINE - LOAD THE REGISTRY, SCREEN EVERY CANDIDATE.   *
006900*****************************************************************
007000 0000-MAINLINE.
007010     ACCEPT BI-TODAY FROM DATE YYYYMMDD.
007020     MOVE BI-TODAY TO BD-DATE.
007030     CALL 'BATCHDT' USING BD-PARM
007040         ON EXCEPTION
007050             MOVE BI-TODAY TO BD-DATE
007060     END-CALL.
007070     MOVE BD-DATE TO BI-TODAY.
007100     PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT.
007200     MOVE 'N' TO BI-EOF-SW.
007300     OPEN INPUT PROPOSED.
007700         MOVE 16 TO RETURN-CODE
007800         GO TO 9999-EXIT
007900     END-IF.
007950     MOVE 'Y' TO BI-LN-PROP-SW.
008000     OPEN OUTPUT ISSUERPT.
008100     IF BI-I-STATUS NOT = '00'
008200         DISPLAY 'ISSUERPT DATASET NOT USABLE, STATUS '
008400         MOVE 16 TO RETURN-CODE
008500         GO TO 9999-EXIT
008600     END-IF.
008650     MOVE 'Y' TO BI-LN-RPT-SW.
008700     PERFORM 2000-ONE-CANDIDATE THRU 2000-EXIT
008800         UNTIL BI-EOF.
008900     CLOSE PROPOSED.
009400     STRING 'ISSUED ' BI-ED-NEW ' REJECTED ' BI-ED-REJ
009500         DELIMITED BY SIZE INTO ISSUERPT-LINE.
009600     WRITE ISSUERPT-LINE.
009610     IF BI-NOCODE-CNT > ZERO
009620         MOVE BI-NOCODE-CNT TO BI-ED-REJ
009630         MOVE SPACES TO ISSUERPT-LINE
009640         STRING 'PERSONS LEFT WITH NO CODE ' BI-ED-REJ
009650             DELIMITED BY SIZE INTO ISSUERPT-LINE
009660         WRITE ISSUERPT-LINE
009670     END-IF.
009700     CLOSE ISSUERPT.
009800     IF BI-HARD-REJ > ZERO OR BI-NOCODE-CNT > ZERO
009900         MOVE 4 TO RETURN-CODE
010000     END-IF.
010100     GO TO 9999-EXIT.
010600     IF BI-R-STATUS NOT = '00' AND BI-R-STATUS NOT = '05'
010700         GO TO 1000-EXIT
010800     END-IF.
010825     IF BI-R-STATUS = '00'
010850         MOVE 'Y' TO BI-LN-REGR-SW
010875     END-IF.
010900     PERFORM UNTIL BI-EOF
011000         READ BADGEREG INTO BR-REC
011100             AT END
011200                 MOVE 'Y' TO BI-EOF-SW
011300             NOT AT END
011400                 IF BR-CODE NOT = SPACES
011500                     IF BI-REG-CNT >= 1000
011600                         DISPLAY 'BADGEREG EXCEEDS THE '
011700                                 '1000-CODE TABLE - RUN '
012000                         GO TO 9999-EXIT
012100                     END-IF
012200                     ADD 1 TO BI-REG-CNT
012300                     MOVE BR-CODE
012400                         TO BI-REG(BI-REG-CNT)
012410*                    ENTRIES FROM BEFORE THE STATUS WAS CARRIED
012420*                    ARE ACTIVE
012430                     IF BR-ACTIVE
012440                         MOVE 'ACTIVE' TO BR-STATUS
012450                     END-IF
012460                     MOVE BR-STATUS
012470                         TO BI-REG-STAT(BI-REG-CNT)
012480                     MOVE BR-STAT-DATE
012490                         TO BI-REG-DATE(BI-REG-CNT)
012500                 END-IF
012600         END-READ
012700     END-PERFORM.
013000     EXIT.
013100
013200 2000-ONE-CANDIDATE.
013300     READ PROPOSED INTO BI-LINE
013400         AT END
013500             MOVE 'Y' TO BI-EOF-SW
013510             PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
013600             GO TO 2000-EXIT
013700     END-READ.
013800     IF BI-LINE = SPACES
013900         GO TO 2000-EXIT
014000     END-IF.
014003     MOVE SPACES TO BI-CAND BI-TAG BI-OWNER.
014006     MOVE 1 TO BI-PTR.
014009     UNSTRING BI-LINE DELIMITED BY ALL SPACE
014012         INTO BI-CAND BI-TAG
014015         WITH POINTER BI-PTR.
014018     IF BI-TAG(1:1) = '#'
014021         IF BI-PTR <= 100
014024             MOVE BI-LINE(BI-PTR:) TO BI-OWNER
014027         END-IF
014030     ELSE
014033         MOVE SPACES TO BI-TAG
014036     END-IF.
014039*    A NEW TAG (OR AN UNTAGGED LINE) STARTS A NEW GROUP; ONCE
014042*    A PERSON HAS A CODE THEIR LATER CANDIDATES ARE NOT NEEDED
014045     IF BI-TAG = SPACES OR BI-TAG NOT = BI-GRP-TAG
014048         PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
014051         MOVE BI-TAG TO BI-GRP-TAG
014054         MOVE BI-OWNER TO BI-GRP-OWNER
014057         MOVE 'N' TO BI-GRP-DONE
014060         MOVE ZERO TO BI-GRP-TRIED
014063     END-IF.
014066     IF BI-GRP-DONE = 'Y'
014069         GO TO 2000-EXIT
014072     END-IF.
014075     ADD 1 TO BI-GRP-TRIED.
014100     MOVE FUNCTION STORED-CHAR-LENGTH(BI-CAND) TO BI-SLEN.
014200     PERFORM 3000-SCREEN THRU 3000-EXIT.
014300     IF BI-CONFLICT = ZERO
014900         ADD 1 TO BI-REG-CNT
015000         ADD 1 TO BI-NEW-CNT
015100         MOVE BI-CAND TO BI-REG(BI-REG-CNT)
015110         MOVE 'ACTIVE' TO BI-REG-STAT(BI-REG-CNT)
015120         MOVE BI-TODAY TO BI-REG-DATE(BI-REG-CNT)
015130         MOVE 'Y' TO BI-GRP-DONE
015200         MOVE SPACES TO ISSUERPT-LINE
015300         IF BI-TAG = SPACES
015400             STRING 'ISSUED   ' BI-CAND
015410                 DELIMITED BY SIZE INTO ISSUERPT-LINE
015420         ELSE
015430             MOVE BI-GRP-TRIED TO BI-ED-TRIED
015440             STRING 'ISSUED   ' BI-CAND(1:BI-SLEN)
015450                    ' TO ' BI-TAG ' ' DELIMITED BY SIZE
015452                    BI-OWNER DELIMITED BY '  '
015460                    ' CANDIDATE ' BI-ED-TRIED
015470                 DELIMITED BY SIZE INTO ISSUERPT-LINE
015480         END-IF
015500         WRITE ISSUERPT-LINE
015600     ELSE
015700         ADD 1 TO BI-REJ-CNT
015710         IF BI-TAG = SPACES
015720             ADD 1 TO BI-HARD-REJ
015730         END-IF
015800         MOVE BI-HITK TO BI-ED-K
015900         MOVE SPACES TO ISSUERPT-LINE
016000         STRING 'REJECTED ' BI-CAND(1:BI-SLEN)
016200                ' WITH ' BI-REG(BI-CONFLICT)
016300             DELIMITED BY SIZE INTO ISSUERPT-LINE
016400         WRITE ISSUERPT-LINE
016410         IF BI-REG-STAT(BI-CONFLICT) NOT = 'ACTIVE'
016420             MOVE SPACES TO ISSUERPT-LINE
016430             STRING '         THAT CODE IS '
016440                    BI-REG-STAT(BI-CONFLICT) ' SINCE '
016450                    BI-REG-DATE(BI-CONFLICT)
016460                    ' - A RETIRED CODE IS NEVER REISSUED'
016470                 DELIMITED BY SIZE INTO ISSUERPT-LINE
016480             WRITE ISSUERPT-LINE
016490         END-IF
016500     END-IF.
016600 2000-EXIT.
016605     EXIT.
016610
016615 2500-CLOSE-GROUP.
016620*    A PERSON WHOSE CANDIDATES ALL COLLIDED LEAVES WITH THE
016625*    REASON NAMED
016630     IF BI-GRP-TAG = SPACES OR BI-GRP-DONE = 'Y'
016635        OR BI-GRP-TRIED = ZERO
016640         GO TO 2500-EXIT
016645     END-IF.
016650     ADD 1 TO BI-NOCODE-CNT.
016655     MOVE BI-GRP-TRIED TO BI-ED-TRIED.
016660     MOVE SPACES TO ISSUERPT-LINE.
016665     STRING 'NO CODE  ' BI-GRP-TAG ' ' DELIMITED BY SIZE
016667            BI-GRP-OWNER DELIMITED BY '  '
016670            ' - ALL ' BI-ED-TRIED ' CANDIDATES COLLIDE'
016675         DELIMITED BY SIZE INTO ISSUERPT-LINE.
016680     WRITE ISSUERPT-LINE.
016685 2500-EXIT.
016700     EXIT.
016800
016900 3000-SCREEN.
021200 5000-REGISTER-NEW.
021300*    THE WHOLE REGISTRY - OLD CODES PLUS THE BATCH'S ACCEPTED
021400*    ONES - IS REWRITTEN; THE SCREEN ABOVE GUARANTEES IT IS
021500*    STILL ROTATION-FREE.  STATUSES AND DATES ARE CARRIED
021510*    THROUGH UNCHANGED.
021600     IF BI-NEW-CNT = ZERO
021700         GO TO 5000-EXIT
021800     END-IF.
022300         MOVE 12 TO RETURN-CODE
022400         GO TO 5000-EXIT
022500     END-IF.
022550     MOVE 'Y' TO BI-LN-REGW-SW.
022600     PERFORM VARYING BI-IX FROM 1 BY 1
022700         UNTIL BI-IX > BI-REG-CNT
022800         MOVE SPACES TO BR-REC
022810         MOVE BI-REG(BI-IX)      TO BR-CODE
022820         MOVE BI-REG-STAT(BI-IX) TO BR-STATUS
022830         MOVE BI-REG-DATE(BI-IX) TO BR-STAT-DATE
022840         WRITE BADGEREG-LINE FROM BR-REC
022900     END-PERFORM.
023000     CLOSE BADGEREG.
023100 5000-EXIT.
023200     EXIT.
023202
023204 8000-RECORD-LINEAGE.
023206*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
023208*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
023210*    RETURN-CODE, SO IT IS PUT BACK.
023212     MOVE RETURN-CODE   TO BI-SAVE-RC.
023214     MOVE 'BADGISSU'    TO LN-PROGRAM.
023216     MOVE SPACES        TO LN-START-TIME.
023218     MOVE ZERO          TO LN-CNT.
023220     IF BI-LN-REGR-SW = 'Y'
023222         ADD 1 TO LN-CNT
023224         MOVE 'BADGEREG'    TO LN-DSN(LN-CNT)
023226         MOVE 'R'           TO LN-MODE(LN-CNT)
023228     END-IF.
023230     IF BI-LN-PROP-SW = 'Y'
023232         ADD 1 TO LN-CNT
023234         MOVE 'PROPOSED'    TO LN-DSN(LN-CNT)
023236         MOVE 'R'           TO LN-MODE(LN-CNT)
023238     END-IF.
023240     IF BI-LN-RPT-SW = 'Y'
023242         ADD 1 TO LN-CNT
023244         MOVE 'ISSUERPT'    TO LN-DSN(LN-CNT)
023246         MOVE 'W'           TO LN-MODE(LN-CNT)
023248     END-IF.
023250     IF BI-LN-REGW-SW = 'Y'
023252         ADD 1 TO LN-CNT
023254         MOVE 'BADGEREG'    TO LN-DSN(LN-CNT)
023256         MOVE 'W'           TO LN-MODE(LN-CNT)
023258     END-IF.
023260     CALL 'LINEAGE' USING LN-PARM.
023262     MOVE BI-SAVE-RC    TO RETURN-CODE.
023264 8000-EXIT.
023266     EXIT.
023300
023400 9999-EXIT.
023450     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
023500     STOP RUN.
