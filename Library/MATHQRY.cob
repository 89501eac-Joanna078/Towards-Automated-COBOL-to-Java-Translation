002500*  TO DEPARTMENT 'NONE'.  EVERY ANSWER IS ALSO APPENDED TO      *
002510*  THE QRYARCH PERIOD ARCHIVE - QUERYOUT IS ONE RUN'S           *
002520*  ANSWERS, QRYARCH IS WHAT THE MONTHLY ACCOUNTING READS.       *
002528*  ANSWER CACHE: EVERY OK OR NOINV ANSWER IS KEPT ON THE        *
002536*  MQCACHE DATASET, KEYED BY SERVICE AND OPERANDS (AND FOR      *
002544*  CHOOSE THE FACTTBL MODULUS IT WAS COMPUTED UNDER).  A REPEAT *
002552*  REQUEST IS ANSWERED FROM THE CACHE WITHOUT CALLING THE       *
002560*  SERVICE AND ITS QUERYOUT LINE ENDS 'CACHED'.  CHOOSE ENTRIES *
002568*  ARE DROPPED WHEN FACTTBL HAS BEEN REBUILT WITH A DIFFERENT   *
002576*  MODULUS.  THE DATASET IS REWRITTEN AT END OF RUN WHEN        *
002584*  ANYTHING WAS ADDED OR DROPPED.                               *
002600*****************************************************************
002700*  MODIFICATION HISTORY                                         *
002800*  2026-08-22  OSG  NEW PROGRAM.                                *
003200*                   FACTTBL-BACKED BINOMIAL SERVICE.            *
003210*  2026-09-01  OSG  ANSWERS ALSO APPENDED TO THE QRYARCH        *
003220*                   PERIOD ARCHIVE FOR THE MONTHLY MQACCT.      *
003230*  2026-10-15  OSG  MQCACHE ANSWER CACHE - REPEATS ANSWERED     *
003240*                   FROM IT AND MARKED CACHED ON QUERYOUT.      *
003250*  2026-10-15  OSG  QRYARCH LINES STAMPED WITH THE BATCH        *
003260*                   DATE IN COLUMNS 125-132 FOR THE ROLLOVER.   *
003268*  2026-10-15  OSG  AN UNWRITABLE MQCACHE POSTED TO THE ALERT   *
003276*                   QUEUE.                                      *
003284*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003292*                   LINEAGE REGISTER AT END OF JOB.             *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004210     SELECT OPTIONAL QRYARCH ASSIGN TO QRYARCH
004220         ORGANIZATION LINE SEQUENTIAL
004230         FILE STATUS MQ-A-STATUS.
004240     SELECT OPTIONAL MQCACHE ASSIGN TO MQCACHE
004250         ORGANIZATION LINE SEQUENTIAL
004260         FILE STATUS MQ-H-STATUS.
004270     SELECT OPTIONAL FACTTBL ASSIGN TO FACTTBL
004280         ORGANIZATION LINE SEQUENTIAL
004290         FILE STATUS MQ-F-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  QUERYIN.
004800 01  QUERYOUT-LINE            PIC X(132).
004810 FD  QRYARCH.
004820 01  QRYARCH-LINE             PIC X(132).
004830 FD  MQCACHE.
004840 01  MQCACHE-LINE             PIC X(122).
004850 FD  FACTTBL.
004860 01  FACTTBL-LINE             PIC X(21).
004900 WORKING-STORAGE SECTION.
005000 77  MQ-I-STATUS              PIC X(02).
005100 77  MQ-O-STATUS              PIC X(02).
005110 77  MQ-A-STATUS              PIC X(02).
005120 77  MQ-H-STATUS              PIC X(02).
005130 77  MQ-F-STATUS              PIC X(02).
005200 77  MQ-EOF-SW                PIC X(01) VALUE 'N'.
005300     88  MQ-EOF                          VALUE 'Y'.
005312 77  MQ-LN-IN-SW              PIC X(01) VALUE 'N'.
005324 77  MQ-LN-OUT-SW             PIC X(01) VALUE 'N'.
005336 77  MQ-LN-ARCH-SW            PIC X(01) VALUE 'N'.
005348 77  MQ-LN-FACT-SW            PIC X(01) VALUE 'N'.
005360 77  MQ-LN-CRD-SW             PIC X(01) VALUE 'N'.
005372 77  MQ-LN-CWR-SW             PIC X(01) VALUE 'N'.
005384 77  MQ-SAVE-RC               PIC S9(04) COMP.
005400 77  MQ-REQ-CNT               PIC 9(05) COMP VALUE ZERO.
005500 77  MQ-OPND-CNT              PIC 9(01).
005600 77  MQ-NEEDED                PIC 9(01).
007200 01  MQ-GCD-R                 PIC 9(19).
007300 01  MQ-ED-RESULT             PIC Z(18)9.
007400 01  MQ-ED-RESULT2            PIC Z(14)9.
007401*    ANSWER CACHE - ONE ROW PER SERVICE AND OPERANDS.  THE
007402*    MODULUS IS THE FACTTBL HEADER'S FOR CHOOSE, ZERO OTHERWISE.
007403 77  MQ-CACHE-CNT             PIC 9(05) COMP VALUE ZERO.
007404 77  MQ-CACHE-IX              PIC 9(05) COMP.
007405 77  MQ-CACHE-HIT             PIC 9(05) COMP.
007406 77  MQ-CACHED-CNT            PIC 9(05) COMP VALUE ZERO.
007407 77  MQ-ADDED-CNT             PIC 9(05) COMP VALUE ZERO.
007408 77  MQ-DROPPED-CNT           PIC 9(05) COMP VALUE ZERO.
007409 77  MQ-CACHE-EOF-SW          PIC X(01) VALUE 'N'.
007410     88  MQ-CACHE-EOF                    VALUE 'Y'.
007411 77  MQ-CACHE-OK-SW           PIC X(01) VALUE 'Y'.
007412     88  MQ-CACHE-OK                     VALUE 'Y'.
007413 77  MQ-CACHE-FULL-SW         PIC X(01) VALUE 'N'.
007414     88  MQ-CACHE-FULL                   VALUE 'Y'.
007415 77  MQ-CACHED-SW             PIC X(01).
007417*    ' CACHED' AFTER THE STATUS OF AN ANSWER SERVED FROM THE
007419*    CACHE - MQACCT COUNTS THE MARKER FOR THE HIT RATES
007421 01  MQ-CACHE-TAG             PIC X(07).
007423 01  MQ-FACT-MOD              PIC 9(10) VALUE ZERO.
007425 01  MQ-FT-HDR.
007427     05  MQ-FT-MOD            PIC 9(10).
007429     05  FILLER               PIC X(01).
007431     05  MQ-FT-CNT            PIC 9(07).
007433 01  MQ-KEY.
007435     05  MQ-K-SERVICE         PIC X(10).
007437     05  MQ-K-OP1             PIC 9(18).
007439     05  MQ-K-OP2             PIC 9(18).
007441     05  MQ-K-OP3             PIC 9(18).
007443     05  MQ-K-MODULUS         PIC 9(10).
007445 01  MQ-CACHE-REC.
007447     05  MQ-C-SERVICE         PIC X(10).
007449     05  FILLER               PIC X(01) VALUE SPACE.
007451     05  MQ-C-OP1             PIC 9(18).
007453     05  FILLER               PIC X(01) VALUE SPACE.
007455     05  MQ-C-OP2             PIC 9(18).
007457     05  FILLER               PIC X(01) VALUE SPACE.
007459     05  MQ-C-OP3             PIC 9(18).
007461     05  FILLER               PIC X(01) VALUE SPACE.
007463     05  MQ-C-MODULUS         PIC 9(10).
007465     05  FILLER               PIC X(01) VALUE SPACE.
007467     05  MQ-C-STATUS          PIC X(07).
007469     05  FILLER               PIC X(01) VALUE SPACE.
007471     05  MQ-C-RESULT          PIC 9(19).
007473     05  FILLER               PIC X(01) VALUE SPACE.
007475     05  MQ-C-RESULT2         PIC 9(15).
007477 01  MQ-CACHE-TBL.
007479     05  MQ-CACHE-ROW OCCURS 5000.
007481         10  MQ-CT-KEY.
007483             15  MQ-CT-SERVICE    PIC X(10).
007485             15  MQ-CT-OP1        PIC 9(18).
007487             15  MQ-CT-OP2        PIC 9(18).
007489             15  MQ-CT-OP3        PIC 9(18).
007491             15  MQ-CT-MODULUS    PIC 9(10).
007493         10  MQ-CT-STATUS     PIC X(07).
007495         10  MQ-CT-RESULT     PIC 9(19).
007497         10  MQ-CT-RESULT2    PIC 9(15).
007498*    THE ARCHIVE COPY OF AN ANSWER CARRIES THE BATCH DATE SO
007499*    HISTROLL CAN AGE IT; THE ANSWER TEXT STAYS WHERE IT WAS
007500 01  MQ-ARCH-REC.
007501     05  MQ-ARCH-TEXT         PIC X(123).
007502     05  FILLER               PIC X(01) VALUE SPACE.
007503     05  MQ-ARCH-DATE         PIC 9(08).
007504 COPY EDITNMPM.
007600 COPY MODMULPM.
007700 COPY MODPOWPM.
007800 COPY MODINVPM.
007900 COPY DIVSORPM.
008000 COPY CHOOSEPM.
008010 COPY BATCHDPM.
008040 COPY ALERTPM.
008070 COPY LINEAGPM.
008100 PROCEDURE DIVISION.
008200*****************************************************************
008300*  0000-MAINLINE - ONE QUERYOUT ANSWER PER QUERYIN REQUEST.     *
008400*****************************************************************
008500 0000-MAINLINE.
008510     ACCEPT MQ-ARCH-DATE FROM DATE YYYYMMDD.
008520     MOVE MQ-ARCH-DATE TO BD-DATE.
008530     CALL 'BATCHDT' USING BD-PARM
008540         ON EXCEPTION
008550             MOVE MQ-ARCH-DATE TO BD-DATE
008560     END-CALL.
008570     MOVE BD-DATE TO MQ-ARCH-DATE.
008600     OPEN INPUT QUERYIN.
008700     IF MQ-I-STATUS NOT = '00'
008800         DISPLAY 'QUERYIN NOT AVAILABLE, STATUS ' MQ-I-STATUS
008900         MOVE 16 TO RETURN-CODE
009000         GO TO 9999-EXIT
009100     END-IF.
009150     MOVE 'Y' TO MQ-LN-IN-SW.
009200     OPEN OUTPUT QUERYOUT.
009300     IF MQ-O-STATUS NOT = '00'
009400         DISPLAY 'QUERYOUT DATASET NOT USABLE, STATUS '
009600         MOVE 16 TO RETURN-CODE
009700         GO TO 9999-EXIT
009800     END-IF.
009805     MOVE 'Y' TO MQ-LN-OUT-SW.
009810     OPEN EXTEND QRYARCH.
009820     IF MQ-A-STATUS NOT = '00' AND MQ-A-STATUS NOT = '05'
009830         DISPLAY 'QRYARCH DATASET NOT USABLE, STATUS '
009850         MOVE 16 TO RETURN-CODE
009860         GO TO 9999-EXIT
009870     END-IF.
009875     MOVE 'Y' TO MQ-LN-ARCH-SW.
009880     PERFORM 1000-LOAD-CACHE THRU 1000-EXIT.
009900     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
010000         UNTIL MQ-EOF.
010100     CLOSE QUERYIN QUERYOUT QRYARCH.
010110     PERFORM 6000-SAVE-CACHE THRU 6000-EXIT.
010120     DISPLAY 'REQUESTS ' MQ-REQ-CNT
010130             ' ANSWERED FROM CACHE ' MQ-CACHED-CNT
010140             ' NEW ANSWERS CACHED ' MQ-ADDED-CNT.
010200     GO TO 9999-EXIT.
010300
010301 1000-LOAD-CACHE.
010302*    THE MODULUS CHOOSE WILL ANSWER UNDER TONIGHT COMES OFF THE
010303*    FACTTBL HEADER; NO TABLE LEAVES IT ZERO.
010304     OPEN INPUT FACTTBL.
010305     IF MQ-F-STATUS = '00'
010306         MOVE 'Y' TO MQ-LN-FACT-SW
010307         READ FACTTBL INTO MQ-FT-HDR
010308             NOT AT END
010309                 IF MQ-FT-MOD IS NUMERIC
010310                     MOVE MQ-FT-MOD TO MQ-FACT-MOD
010311                 END-IF
010312         END-READ
010313     END-IF.
010314     IF MQ-F-STATUS = '00' OR MQ-F-STATUS = '05'
010315        OR MQ-F-STATUS = '10'
010316         CLOSE FACTTBL
010317     END-IF.
010318*    AN UNREADABLE CACHE IS NOT FATAL - EVERY ANSWER IS SIMPLY
010319*    COMPUTED, AND THE DATASET IS LEFT AS IT IS.
010320     OPEN INPUT MQCACHE.
010321     IF MQ-H-STATUS NOT = '00' AND MQ-H-STATUS NOT = '05'
010322         DISPLAY 'MQCACHE NOT AVAILABLE, STATUS ' MQ-H-STATUS
010323                 ' - RUNNING WITHOUT THE ANSWER CACHE'
010324         MOVE 'N' TO MQ-CACHE-OK-SW
010325         GO TO 1000-EXIT
010326     END-IF.
010327     IF MQ-H-STATUS = '00'
010328         MOVE 'Y' TO MQ-LN-CRD-SW
010329     END-IF.
010330     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
010331         UNTIL MQ-CACHE-EOF.
010332     CLOSE MQCACHE.
010333     IF MQ-DROPPED-CNT > ZERO
010334         DISPLAY MQ-DROPPED-CNT ' CACHED CHOOSE ANSWER(S) '
010335                 'DROPPED - FACTTBL MODULUS NOW ' MQ-FACT-MOD
010336     END-IF.
010337 1000-EXIT.
010338     EXIT.
010339
010340 1100-LOAD-ONE.
010341     READ MQCACHE INTO MQ-CACHE-REC
010342         AT END
010343             MOVE 'Y' TO MQ-CACHE-EOF-SW
010344             GO TO 1100-EXIT
010345     END-READ.
010346     IF MQ-C-SERVICE = SPACES
010347         GO TO 1100-EXIT
010348     END-IF.
010349*    A CHOOSE ANSWER BELONGS TO THE TABLE IT CAME FROM
010350     IF MQ-C-SERVICE = 'CHOOSE'
010351        AND MQ-FACT-MOD NOT = ZERO
010352        AND MQ-C-MODULUS NOT = MQ-FACT-MOD
010353         ADD 1 TO MQ-DROPPED-CNT
010354         GO TO 1100-EXIT
010355     END-IF.
010356     IF MQ-CACHE-CNT NOT < 5000
010357         MOVE 'Y' TO MQ-CACHE-FULL-SW
010358         GO TO 1100-EXIT
010359     END-IF.
010360     ADD 1 TO MQ-CACHE-CNT.
010361     MOVE MQ-C-SERVICE  TO MQ-CT-SERVICE(MQ-CACHE-CNT).
010362     MOVE MQ-C-OP1      TO MQ-CT-OP1(MQ-CACHE-CNT).
010363     MOVE MQ-C-OP2      TO MQ-CT-OP2(MQ-CACHE-CNT).
010364     MOVE MQ-C-OP3      TO MQ-CT-OP3(MQ-CACHE-CNT).
010365     MOVE MQ-C-MODULUS  TO MQ-CT-MODULUS(MQ-CACHE-CNT).
010366     MOVE MQ-C-STATUS   TO MQ-CT-STATUS(MQ-CACHE-CNT).
010367     MOVE MQ-C-RESULT   TO MQ-CT-RESULT(MQ-CACHE-CNT).
010368     MOVE MQ-C-RESULT2  TO MQ-CT-RESULT2(MQ-CACHE-CNT).
010369 1100-EXIT.
010370     EXIT.
010371
010400 2000-ONE-REQUEST.
010500     READ QUERYIN INTO MQ-CARD
010600         AT END
013100     END-IF.
013200     MOVE 'OK' TO MQ-STATUS.
013300     MOVE ZERO TO MQ-RESULT MQ-RESULT2.
013310     MOVE ZERO TO MQ-OP1 MQ-OP2 MQ-OP3.
013320     MOVE 'N' TO MQ-CACHED-SW.
013330     MOVE SPACES TO MQ-CACHE-TAG.
013400     PERFORM 3000-EDIT-OPERANDS THRU 3000-EXIT.
013500     IF MQ-STATUS = 'OK'
013510         PERFORM 3500-CACHE-LOOKUP THRU 3500-EXIT
013520     END-IF.
013530     IF MQ-STATUS = 'OK' AND MQ-CACHED-SW = 'N'
013600         PERFORM 4000-DISPATCH THRU 4000-EXIT
013610         PERFORM 4500-CACHE-ADD THRU 4500-EXIT
013700     END-IF.
013800     PERFORM 5000-WRITE-ANSWER THRU 5000-EXIT.
013900 2000-EXIT.
021400 3100-EXIT.
021500     EXIT.
021600
021603 3500-CACHE-LOOKUP.
021606     MOVE MQ-SERVICE TO MQ-K-SERVICE.
021609     MOVE MQ-OP1     TO MQ-K-OP1.
021612     MOVE MQ-OP2     TO MQ-K-OP2.
021615     MOVE MQ-OP3     TO MQ-K-OP3.
021618     MOVE ZERO       TO MQ-K-MODULUS.
021621     IF MQ-SERVICE = 'CHOOSE'
021624         MOVE MQ-FACT-MOD TO MQ-K-MODULUS
021627*        NO TABLE TONIGHT - LET THE SERVICE SAY SO
021630         IF MQ-FACT-MOD = ZERO
021633             GO TO 3500-EXIT
021636         END-IF
021639     END-IF.
021642     MOVE ZERO TO MQ-CACHE-HIT.
021645     PERFORM VARYING MQ-CACHE-IX FROM 1 BY 1
021648         UNTIL MQ-CACHE-IX > MQ-CACHE-CNT
021651            OR MQ-CACHE-HIT NOT = ZERO
021654         IF MQ-CT-KEY(MQ-CACHE-IX) = MQ-KEY
021657             MOVE MQ-CACHE-IX TO MQ-CACHE-HIT
021660         END-IF
021663     END-PERFORM.
021666     IF MQ-CACHE-HIT = ZERO
021669         GO TO 3500-EXIT
021672     END-IF.
021675     MOVE 'Y' TO MQ-CACHED-SW.
021676     MOVE ' CACHED' TO MQ-CACHE-TAG.
021678     ADD 1 TO MQ-CACHED-CNT.
021681     MOVE MQ-CT-STATUS(MQ-CACHE-HIT)  TO MQ-STATUS.
021684     MOVE MQ-CT-RESULT(MQ-CACHE-HIT)  TO MQ-RESULT.
021687     MOVE MQ-CT-RESULT2(MQ-CACHE-HIT) TO MQ-RESULT2.
021690 3500-EXIT.
021693     EXIT.
021696
021700 4000-DISPATCH.
021800     EVALUATE MQ-SERVICE
021900         WHEN 'GCD'
027400 4000-EXIT.
027500     EXIT.
027600
027603 4500-CACHE-ADD.
027606*    ONLY ANSWERS THE SERVICE ITSELF SETTLED ARE KEPT - A
027609*    NOTBL OR BADOPND DEPENDS ON TONIGHT'S TABLE OR CARD.
027612     IF MQ-STATUS NOT = 'OK' AND MQ-STATUS NOT = 'NOINV'
027615         GO TO 4500-EXIT
027618     END-IF.
027621     IF NOT MQ-CACHE-OK
027624         GO TO 4500-EXIT
027627     END-IF.
027630     IF MQ-SERVICE = 'CHOOSE' AND MQ-FACT-MOD = ZERO
027633         GO TO 4500-EXIT
027636     END-IF.
027639     IF MQ-CACHE-CNT NOT < 5000
027642         MOVE 'Y' TO MQ-CACHE-FULL-SW
027645         GO TO 4500-EXIT
027648     END-IF.
027651     ADD 1 TO MQ-CACHE-CNT.
027654     ADD 1 TO MQ-ADDED-CNT.
027657     MOVE MQ-KEY      TO MQ-CT-KEY(MQ-CACHE-CNT).
027660     MOVE MQ-STATUS   TO MQ-CT-STATUS(MQ-CACHE-CNT).
027663     MOVE MQ-RESULT   TO MQ-CT-RESULT(MQ-CACHE-CNT).
027666     MOVE MQ-RESULT2  TO MQ-CT-RESULT2(MQ-CACHE-CNT).
027669 4500-EXIT.
027672     EXIT.
027675
027700 5000-WRITE-ANSWER.
027800     MOVE MQ-RESULT TO MQ-ED-RESULT.
027900     MOVE SPACES TO QUERYOUT-LINE.
028200         STRING FUNCTION TRIM(MQ-CARD)
028300                ' = COUNT ' MQ-ED-RESULT
028400                ' SUM ' MQ-ED-RESULT2
028500                ' STATUS ' FUNCTION TRIM(MQ-STATUS)
028510                MQ-CACHE-TAG
028600             DELIMITED BY SIZE INTO QUERYOUT-LINE
028700     ELSE
028800         STRING FUNCTION TRIM(MQ-CARD)
028900                ' = ' MQ-ED-RESULT
029000                ' STATUS ' FUNCTION TRIM(MQ-STATUS)
029010                MQ-CACHE-TAG
029100             DELIMITED BY SIZE INTO QUERYOUT-LINE
029200     END-IF.
029300     WRITE QUERYOUT-LINE.
029310*    THE SAME ANSWER GOES TO THE PERIOD ARCHIVE THE MONTHLY
029320*    ACCOUNTING TOTALS FROM
029330     MOVE QUERYOUT-LINE TO MQ-ARCH-TEXT.
029340     WRITE QRYARCH-LINE FROM MQ-ARCH-REC.
029400 5000-EXIT.
029500     EXIT.
029600
029602 6000-SAVE-CACHE.
029604     IF NOT MQ-CACHE-OK
029606         GO TO 6000-EXIT
029608     END-IF.
029610     IF MQ-CACHE-FULL
029612         DISPLAY 'MQCACHE FULL AT 5000 ANSWERS - NEW ANSWERS '
029614                 'NOT ALL KEPT'
029616     END-IF.
029618     IF MQ-ADDED-CNT = ZERO AND MQ-DROPPED-CNT = ZERO
029620         GO TO 6000-EXIT
029622     END-IF.
029624     OPEN OUTPUT MQCACHE.
029626     IF MQ-H-STATUS NOT = '00' AND MQ-H-STATUS NOT = '05'
029628         DISPLAY 'MQCACHE NOT WRITABLE, STATUS ' MQ-H-STATUS
029630                 ' - NEW ANSWERS NOT KEPT'
029631         PERFORM 8100-POST-ALERT THRU 8100-EXIT
029632         MOVE 4 TO RETURN-CODE
029634         GO TO 6000-EXIT
029636     END-IF.
029637     MOVE 'Y' TO MQ-LN-CWR-SW.
029638     PERFORM 6100-SAVE-ONE THRU 6100-EXIT
029640         VARYING MQ-CACHE-IX FROM 1 BY 1
029642         UNTIL MQ-CACHE-IX > MQ-CACHE-CNT.
029644     CLOSE MQCACHE.
029646 6000-EXIT.
029648     EXIT.
029650
029652 6100-SAVE-ONE.
029654     MOVE MQ-CT-SERVICE(MQ-CACHE-IX) TO MQ-C-SERVICE.
029656     MOVE MQ-CT-OP1(MQ-CACHE-IX)     TO MQ-C-OP1.
029658     MOVE MQ-CT-OP2(MQ-CACHE-IX)     TO MQ-C-OP2.
029660     MOVE MQ-CT-OP3(MQ-CACHE-IX)     TO MQ-C-OP3.
029662     MOVE MQ-CT-MODULUS(MQ-CACHE-IX) TO MQ-C-MODULUS.
029664     MOVE MQ-CT-STATUS(MQ-CACHE-IX)  TO MQ-C-STATUS.
029666     MOVE MQ-CT-RESULT(MQ-CACHE-IX)  TO MQ-C-RESULT.
029668     MOVE MQ-CT-RESULT2(MQ-CACHE-IX) TO MQ-C-RESULT2.
029670     WRITE MQCACHE-LINE FROM MQ-CACHE-REC.
029672 6100-EXIT.
029674     EXIT.
029676
029678 8000-RECORD-LINEAGE.
029680*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
029682*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
029684*    RETURN-CODE, SO IT IS PUT BACK.
029686     MOVE RETURN-CODE   TO MQ-SAVE-RC.
029688     MOVE 'MATHQRY'     TO LN-PROGRAM.
029690     MOVE SPACES        TO LN-START-TIME.
029692     MOVE ZERO          TO LN-CNT.
029694     IF MQ-LN-IN-SW = 'Y'
029696         ADD 1 TO LN-CNT
029698         MOVE 'QUERYIN'     TO LN-DSN(LN-CNT)
029700         MOVE 'R'           TO LN-MODE(LN-CNT)
029702     END-IF.
029704     IF MQ-LN-OUT-SW = 'Y'
029706         ADD 1 TO LN-CNT
029708         MOVE 'QUERYOUT'    TO LN-DSN(LN-CNT)
029710         MOVE 'W'           TO LN-MODE(LN-CNT)
029712     END-IF.
029714     IF MQ-LN-ARCH-SW = 'Y'
029716         ADD 1 TO LN-CNT
029718         MOVE 'QRYARCH'     TO LN-DSN(LN-CNT)
029720         MOVE 'W'           TO LN-MODE(LN-CNT)
029722     END-IF.
029724     IF MQ-LN-FACT-SW = 'Y'
029726         ADD 1 TO LN-CNT
029728         MOVE 'FACTTBL'     TO LN-DSN(LN-CNT)
029730         MOVE 'R'           TO LN-MODE(LN-CNT)
029732     END-IF.
029734     IF MQ-LN-CRD-SW = 'Y'
029736         ADD 1 TO LN-CNT
029738         MOVE 'MQCACHE'     TO LN-DSN(LN-CNT)
029740         MOVE 'R'           TO LN-MODE(LN-CNT)
029742     END-IF.
029744     IF MQ-LN-CWR-SW = 'Y'
029746         ADD 1 TO LN-CNT
029748         MOVE 'MQCACHE'     TO LN-DSN(LN-CNT)
029750         MOVE 'W'           TO LN-MODE(LN-CNT)
029752     END-IF.
029754     CALL 'LINEAGE' USING LN-PARM.
029756     MOVE MQ-SAVE-RC    TO RETURN-CODE.
029758 8000-EXIT.
029760     EXIT.
029762
029764 8100-POST-ALERT.
029766     MOVE SPACES TO AL-PARM.
029768     MOVE 'MATHQRY' TO AL-SOURCE.
029770     MOVE 'W' TO AL-SEVERITY.
029772     MOVE 'MATHQRY.SYSOUT' TO AL-DSN.
029774     STRING 'MQCACHE NOT WRITABLE, STATUS ' MQ-H-STATUS
029776            ' - NEW ANSWERS NOT KEPT'
029778         DELIMITED BY SIZE INTO AL-TEXT.
029780     CALL 'ALERTSVC' USING AL-PARM.
029782 8100-EXIT.
029784     EXIT.
029786
029788 9999-EXIT.
029794     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
029800     STOP RUN.
