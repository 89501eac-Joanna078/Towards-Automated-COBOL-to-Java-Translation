000700*****************************************************************
000800*  METERREP - REPEAT-OFFENDER REPORT OVER THE DRIFTHIS METER    *
000900*  HISTORY THE 058A CADENCE MONITOR APPENDS TO.  SYSIN CARD:    *
001000*    N M [GRACE]   (BLANK = 2 5 14)                             *
001100*  A METER IS A REPEAT OFFENDER WHEN IT FAILED TOLERANCE ON     *
001200*  MORE THAN N OF THE LAST M RUNS (A RUN IS ONE DISTINCT        *
001300*  DATE ON THE HISTORY; SEVERAL FAILED TRIPS IN ONE RUN         *
001310*  COUNT AS THAT ONE RUN).  OFFENDERS LIST WORST FIRST - THE    *
001400*  MAINTENANCE CREW'S RANKED WORKLIST.                          *
001410*  EACH OFFENDER IS CHECKED AGAINST ITS LATEST METERTKT         *
001420*  SERVICE TICKET: NONE, OR A CLOSED TICKET WITH FAILED RUNS    *
001430*  SINCE AND THE GRACE DAYS GONE, OPENS A NEW TICKET DATED      *
001440*  THE BATCH DATE.  AN OPEN OR WORKED TICKET, A CLOSED ONE      *
001450*  WITH NO FAILURE SINCE, OR ONE CLOSED WITHIN THE GRACE DAYS   *
001460*  IS MARKED ON THE LINE INSTEAD.  FAILED RUNS AFTER A          *
001470*  TICKET CLOSED ARE COUNTED ON THEIR OWN AND EVERY METER WITH  *
001480*  ANY IS LISTED UNDER REPAIRS NOT HOLDING.                     *
001500*****************************************************************
001600*  MODIFICATION HISTORY                                         *
001700*  2026-09-01  OSG  NEW PROGRAM.                                *
001710*  2026-10-15  OSG  SERVICE TICKETS OPENED ON METERTKT FOR NEW  *
001720*                   OFFENDERS; FAILURES SINCE A CLOSED TICKET   *
001730*                   COUNTED SEPARATELY.                         *
001753*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
001776*                   LINEAGE REGISTER AT END OF JOB.             *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002200     SELECT DRIFTHIS ASSIGN TO DRIFTHIS
002300         ORGANIZATION LINE SEQUENTIAL
002400         FILE STATUS MR-H-STATUS.
002410     SELECT OPTIONAL METERTKT ASSIGN TO METERTKT
002420         ORGANIZATION LINE SEQUENTIAL
002430         FILE STATUS MR-K-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  DRIFTHIS.
002800 01  DRIFTHIS-LINE            PIC X(27).
002810 FD  METERTKT.
002820 01  METERTKT-LINE            PIC X(81).
002900 WORKING-STORAGE SECTION.
003000 77  MR-H-STATUS              PIC X(02).
003010 77  MR-K-STATUS              PIC X(02).
003020 77  MR-K-EOF-SW              PIC X(01) VALUE 'N'.
003030     88  MR-K-EOF                        VALUE 'Y'.
003100 77  MR-EOF-SW                PIC X(01) VALUE 'N'.
003200     88  MR-EOF                          VALUE 'Y'.
003300 77  MR-N                     PIC 9(03) VALUE 2.
003400 77  MR-M                     PIC 9(03) VALUE 5.
003410 77  MR-GRACE                 PIC 9(03) VALUE 14.
003420 77  MR-TKT-CNT               PIC 9(03) COMP VALUE ZERO.
003430 77  MR-KX                    PIC 9(03) COMP.
003440 77  MR-LAST-TICKET           PIC 9(06) VALUE ZERO.
003450 77  MR-NEW-CNT               PIC 9(03) COMP VALUE ZERO.
003460 77  MR-NOT-RAISED            PIC 9(03) COMP VALUE ZERO.
003470 77  MR-HOLD-SHOWN            PIC 9(03) COMP VALUE ZERO.
003480 77  MR-TODAY                 PIC 9(08).
003490 77  MR-AGE                   PIC S9(07) COMP.
003500 77  MR-DATE-CNT              PIC 9(03) COMP VALUE ZERO.
003600 77  MR-METER-CNT             PIC 9(03) COMP VALUE ZERO.
003700 77  MR-IX                    PIC 9(03) COMP.
004000 77  MR-CUT-IX                PIC 9(03) COMP.
004100 77  MR-BEST                  PIC 9(05) COMP.
004200 77  MR-SHOWN                 PIC 9(03) COMP VALUE ZERO.
004220 77  MR-LN-HIST-SW            PIC X(01) VALUE 'N'.
004240 77  MR-LN-TKTR-SW            PIC X(01) VALUE 'N'.
004260 77  MR-LN-TKTW-SW            PIC X(01) VALUE 'N'.
004280 77  MR-SAVE-RC               PIC S9(04) COMP.
004300 01  MR-CARD                  PIC X(20).
004400 01  MR-TOK1                  PIC X(08).
004500 01  MR-TOK2                  PIC X(08).
004510 01  MR-TOK3                  PIC X(08).
004600 01  MR-HIST-REC.
004700     05  MR-R-DATE            PIC 9(08).
004800     05  FILLER               PIC X(01).
006010*        THE LAST RUN DATE ALREADY COUNTED, SO A RUN WITH
006020*        SEVERAL FAILED TRIPS COUNTS ONCE
006030         10  MR-T-LASTD       PIC 9(08).
006036*    EACH METER'S LATEST SERVICE TICKET, AND ITS FAILED RUNS
006042*    SINCE THAT TICKET CLOSED
006048 01  MR-TKT-TBL.
006054     05  MR-TKT OCCURS 300.
006060         10  MR-K-METER       PIC X(08).
006066         10  MR-K-TICKET      PIC 9(06).
006072         10  MR-K-STATE       PIC X(06).
006078         10  MR-K-CLOSED      PIC 9(08).
006084         10  MR-K-SINCE       PIC 9(05) COMP.
006090         10  MR-K-LASTD       PIC 9(08).
006100 01  MR-ED-CNT                PIC Z(04)9.
006110 01  MR-ED-SINCE              PIC Z(04)9.
006120 01  MR-MARK                  PIC X(60).
006130 COPY METKTRC.
006140 COPY BATCHDPM.
006150 COPY ALERTPM.
006175 COPY LINEAGPM.
006200 PROCEDURE DIVISION.
006300*****************************************************************
006400*  0000-MAINLINE - TWO PASSES: FIND THE RUN WINDOW, THEN TALLY. *
007000             MOVE SPACES TO MR-CARD
007100     END-ACCEPT.
007200     IF MR-CARD NOT = SPACES
007300         MOVE SPACES TO MR-TOK1 MR-TOK2 MR-TOK3
007400         UNSTRING MR-CARD DELIMITED BY ALL SPACE
007500             INTO MR-TOK1 MR-TOK2 MR-TOK3
007600         MOVE FUNCTION NUMVAL(MR-TOK1) TO MR-N
007700         IF MR-TOK2 NOT = SPACES
007800             MOVE FUNCTION NUMVAL(MR-TOK2) TO MR-M
007900         END-IF
007910         IF MR-TOK3 NOT = SPACES
007920             MOVE FUNCTION NUMVAL(MR-TOK3) TO MR-GRACE
007930         END-IF
008000     END-IF.
008010     ACCEPT MR-TODAY FROM DATE YYYYMMDD.
008020     CALL 'BATCHDT' USING BD-PARM
008030         ON EXCEPTION
008040             MOVE MR-TODAY TO BD-DATE
008050     END-CALL.
008060     MOVE BD-DATE TO MR-TODAY.
008100     PERFORM 1000-SCAN-DATES THRU 1000-EXIT.
008200     IF MR-DATE-CNT = ZERO
008300         DISPLAY 'NO DRIFT HISTORY ON FILE'
008800     ELSE
008900         MOVE 1 TO MR-CUT-IX
009000     END-IF.
009010     PERFORM 1500-LOAD-TICKETS THRU 1500-EXIT.
009100     PERFORM 2000-TALLY-FAILS THRU 2000-EXIT.
009200     PERFORM 3000-REPORT THRU 3000-EXIT.
009210     PERFORM 4000-NOT-HOLDING THRU 4000-EXIT.
009220     IF MR-NOT-RAISED > ZERO
009230         PERFORM 8100-POST-ALERT THRU 8100-EXIT
009240         MOVE 8 TO RETURN-CODE
009250     END-IF.
009300     GO TO 9999-EXIT.
009400
009500 1000-SCAN-DATES.
009700     IF MR-H-STATUS NOT = '00'
009800         GO TO 1000-EXIT
009900     END-IF.
009950     MOVE 'Y' TO MR-LN-HIST-SW.
010000     PERFORM UNTIL MR-EOF
010100         READ DRIFTHIS INTO MR-HIST-REC
010200             AT END
013100 1100-EXIT.
013200     EXIT.
013300
013301*****************************************************************
013302*  1500-LOAD-TICKETS - THE HIGHEST-NUMBERED TICKET PER METER    *
013303*  IS ITS LATEST; THE HIGHEST OF ALL NUMBERS THE NEXT ONE.      *
013304*****************************************************************
013305 1500-LOAD-TICKETS.
013306     OPEN INPUT METERTKT.
013307     IF MR-K-STATUS NOT = '00'
013308         IF MR-K-STATUS = '05'
013309             CLOSE METERTKT
013310         END-IF
013311         GO TO 1500-EXIT
013312     END-IF.
013313     MOVE 'Y' TO MR-LN-TKTR-SW.
013314     PERFORM UNTIL MR-K-EOF
013315         READ METERTKT INTO MK-REC
013316             AT END
013317                 MOVE 'Y' TO MR-K-EOF-SW
013318             NOT AT END
013319                 PERFORM 1600-NOTE-TICKET THRU 1600-EXIT
013320         END-READ
013321     END-PERFORM.
013322     CLOSE METERTKT.
013323 1500-EXIT.
013324     EXIT.
013325
013326 1600-NOTE-TICKET.
013327     IF MK-TICKET IS NOT NUMERIC
013328         GO TO 1600-EXIT
013329     END-IF.
013330     IF MK-TICKET > MR-LAST-TICKET
013331         MOVE MK-TICKET TO MR-LAST-TICKET
013332     END-IF.
013333     PERFORM 1700-FIND-TICKET THRU 1700-EXIT.
013334     IF MR-KX = ZERO
013335         IF MR-TKT-CNT >= 300
013336             DISPLAY 'METERTKT EXCEEDS THE 300-METER TABLE - '
013337                     'RUN ABANDONED'
013338             MOVE 16 TO RETURN-CODE
013339             GO TO 9999-EXIT
013340         END-IF
013341         ADD 1 TO MR-TKT-CNT
013342         MOVE MR-TKT-CNT TO MR-KX
013343         MOVE MK-METER TO MR-K-METER(MR-KX)
013344         MOVE ZERO TO MR-K-TICKET(MR-KX)
013345     END-IF.
013346     IF MK-TICKET < MR-K-TICKET(MR-KX)
013347         GO TO 1600-EXIT
013348     END-IF.
013349     MOVE MK-TICKET TO MR-K-TICKET(MR-KX).
013350     MOVE MK-STATE TO MR-K-STATE(MR-KX).
013351     MOVE ZERO TO MR-K-CLOSED(MR-KX).
013352     IF MK-CLOSED
013353         MOVE MK-CLOSED-DATE TO MR-K-CLOSED(MR-KX)
013354     END-IF.
013355     MOVE ZERO TO MR-K-SINCE(MR-KX) MR-K-LASTD(MR-KX).
013356 1600-EXIT.
013357     EXIT.
013358
013359 1700-FIND-TICKET.
013360     MOVE ZERO TO MR-KX.
013361     PERFORM VARYING MR-IX FROM 1 BY 1
013362         UNTIL MR-IX > MR-TKT-CNT OR MR-KX NOT = ZERO
013363         IF MR-K-METER(MR-IX) = MK-METER
013364             MOVE MR-IX TO MR-KX
013365         END-IF
013366     END-PERFORM.
013367 1700-EXIT.
013368     EXIT.
013369
013400 2000-TALLY-FAILS.
013500     MOVE 'N' TO MR-EOF-SW.
013600     OPEN INPUT DRIFTHIS.
014000                 MOVE 'Y' TO MR-EOF-SW
014100             NOT AT END
014200                 IF MR-R-VERDICT = 'FAIL'
014210                     PERFORM 2300-SINCE-CLOSE THRU 2300-EXIT
014300                     PERFORM 2100-IN-WINDOW THRU 2100-EXIT
014400                     IF MR-HIT NOT = ZERO
014500                         PERFORM 2200-COUNT-METER
018600 2200-EXIT.
018700     EXIT.
018800
018805 2300-SINCE-CLOSE.
018810*    A FAILED RUN AFTER THE METER'S LATEST TICKET CLOSED,
018815*    COUNTED ONCE PER RUN DATE WHATEVER THE WINDOW
018820     MOVE MR-R-METER TO MK-METER.
018825     PERFORM 1700-FIND-TICKET THRU 1700-EXIT.
018830     IF MR-KX = ZERO
018835         GO TO 2300-EXIT
018840     END-IF.
018845     IF MR-K-CLOSED(MR-KX) = ZERO
018850        OR MR-R-DATE NOT > MR-K-CLOSED(MR-KX)
018855        OR MR-R-DATE = MR-K-LASTD(MR-KX)
018860         GO TO 2300-EXIT
018865     END-IF.
018870     MOVE MR-R-DATE TO MR-K-LASTD(MR-KX).
018875     ADD 1 TO MR-K-SINCE(MR-KX).
018880 2300-EXIT.
018885     EXIT.
018890
018900 3000-REPORT.
019000     DISPLAY 'METERS FAILING MORE THAN ' MR-N
019100             ' OF THE LAST ' MR-M ' RUNS, WORST FIRST:'.
021200         GO TO 3100-EXIT
021300     END-IF.
021400     MOVE MR-BEST TO MR-ED-CNT.
021410     PERFORM 3200-TICKET-CHECK THRU 3200-EXIT.
021500     DISPLAY '  ' MR-T-ID(MR-JX) ' FAILED ' MR-ED-CNT
021600             ' RUN(S)  ' MR-MARK.
021700     ADD 1 TO MR-SHOWN.
021800     MOVE ZERO TO MR-T-FAILS(MR-JX).
021900 3100-EXIT.
022000     EXIT.
022100
022110 3200-TICKET-CHECK.
022120     MOVE SPACES TO MR-MARK.
022130     MOVE MR-T-ID(MR-JX) TO MK-METER.
022140     PERFORM 1700-FIND-TICKET THRU 1700-EXIT.
022150     IF MR-KX = ZERO
022160         PERFORM 3300-OPEN-TICKET THRU 3300-EXIT
022170         GO TO 3200-EXIT
022180     END-IF.
022190     IF MR-K-CLOSED(MR-KX) = ZERO
022200         STRING 'TICKET ' MR-K-TICKET(MR-KX) ' '
022210                MR-K-STATE(MR-KX) ' - NOT RE-TICKETED'
022220             DELIMITED BY SIZE INTO MR-MARK
022230         GO TO 3200-EXIT
022240     END-IF.
022250     IF MR-K-SINCE(MR-KX) = ZERO
022260         STRING 'TICKET ' MR-K-TICKET(MR-KX) ' CLOSED '
022270                MR-K-CLOSED(MR-KX) ' - NO FAILURE SINCE'
022280             DELIMITED BY SIZE INTO MR-MARK
022290         GO TO 3200-EXIT
022300     END-IF.
022310     COMPUTE MR-AGE =
022320         FUNCTION INTEGER-OF-DATE(MR-TODAY)
022330       - FUNCTION INTEGER-OF-DATE(MR-K-CLOSED(MR-KX)).
022340     MOVE MR-K-SINCE(MR-KX) TO MR-ED-SINCE.
022350     IF MR-AGE <= MR-GRACE
022360         STRING 'TICKET ' MR-K-TICKET(MR-KX) ' CLOSED '
022370                MR-K-CLOSED(MR-KX) ' IN GRACE, FAILED SINCE '
022380                MR-ED-SINCE
022390             DELIMITED BY SIZE INTO MR-MARK
022400         GO TO 3200-EXIT
022410     END-IF.
022420     PERFORM 3300-OPEN-TICKET THRU 3300-EXIT.
022430 3200-EXIT.
022440     EXIT.
022450
022460 3300-OPEN-TICKET.
022470     ADD 1 TO MR-LAST-TICKET.
022480     MOVE SPACES TO MK-REC.
022490     MOVE MR-LAST-TICKET TO MK-TICKET.
022500     MOVE MR-T-ID(MR-JX) TO MK-METER.
022510     MOVE MR-TODAY TO MK-OPENED.
022520     MOVE 'OPEN  ' TO MK-STATE.
022530     MOVE ZERO TO MK-CLOSED-DATE.
022540     IF MR-KX NOT = ZERO
022550         MOVE MR-K-SINCE(MR-KX) TO MR-ED-SINCE
022560         STRING 'REPEAT OF ' MR-K-TICKET(MR-KX)
022570                ' FAILED SINCE ' MR-ED-SINCE
022580             DELIMITED BY SIZE INTO MK-NOTE
022590     END-IF.
022600     OPEN EXTEND METERTKT.
022610     IF MR-K-STATUS NOT = '00' AND MR-K-STATUS NOT = '05'
022620         SUBTRACT 1 FROM MR-LAST-TICKET
022630         ADD 1 TO MR-NOT-RAISED
022640         MOVE 'TICKET NOT RAISED - METERTKT NOT WRITABLE'
022650             TO MR-MARK
022660         GO TO 3300-EXIT
022670     END-IF.
022680     WRITE METERTKT-LINE FROM MK-REC.
022685     MOVE 'Y' TO MR-LN-TKTW-SW.
022690     CLOSE METERTKT.
022700     ADD 1 TO MR-NEW-CNT.
022710     STRING 'NEW TICKET ' MK-TICKET ' OPENED'
022720         DELIMITED BY SIZE INTO MR-MARK.
022730 3300-EXIT.
022740     EXIT.
022750
022760*****************************************************************
022770*  4000-NOT-HOLDING - EVERY METER THAT FAILED AGAIN AFTER ITS   *
022780*  LATEST TICKET CLOSED, OFFENDER OR NOT.                       *
022790*****************************************************************
022800 4000-NOT-HOLDING.
022810     DISPLAY 'REPAIRS NOT HOLDING (FAILED RUNS SINCE THE '
022820             'TICKET CLOSED):'.
022830     PERFORM VARYING MR-KX FROM 1 BY 1
022840         UNTIL MR-KX > MR-TKT-CNT
022850         IF MR-K-SINCE(MR-KX) > ZERO
022860             MOVE MR-K-SINCE(MR-KX) TO MR-ED-SINCE
022870             DISPLAY '  ' MR-K-METER(MR-KX) ' TICKET '
022880                     MR-K-TICKET(MR-KX) ' CLOSED '
022890                     MR-K-CLOSED(MR-KX) ' FAILED SINCE '
022900                     MR-ED-SINCE ' RUN(S)'
022910             ADD 1 TO MR-HOLD-SHOWN
022920         END-IF
022930     END-PERFORM.
022940     IF MR-HOLD-SHOWN = ZERO
022950         DISPLAY '  (NONE)'
022960     END-IF.
022970     MOVE MR-NEW-CNT TO MR-ED-CNT.
022980     DISPLAY 'SERVICE TICKETS OPENED THIS RUN ' MR-ED-CNT.
022990 4000-EXIT.
023000     EXIT.
023010
023020 8100-POST-ALERT.
023030     MOVE SPACES TO AL-PARM.
023040     MOVE 'METERREP' TO AL-SOURCE.
023050     MOVE 'E' TO AL-SEVERITY.
023060     MOVE 'METERREP.SYSOUT' TO AL-DSN.
023070     MOVE MR-NOT-RAISED TO MR-ED-CNT.
023080     STRING 'METER SERVICE TICKETS NOT RAISED ' MR-ED-CNT
023090            ' - METERTKT NOT WRITABLE'
023100         DELIMITED BY SIZE INTO AL-TEXT.
023110     CALL 'ALERTSVC' USING AL-PARM.
023120 8100-EXIT.
023130     EXIT.
023132
023134 8500-RECORD-LINEAGE.
023136*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
023138*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
023140*    RETURN-CODE, SO IT IS PUT BACK.
023142     MOVE RETURN-CODE   TO MR-SAVE-RC.
023144     MOVE 'METERREP'    TO LN-PROGRAM.
023146     MOVE SPACES        TO LN-START-TIME.
023148     MOVE ZERO          TO LN-CNT.
023150     IF MR-LN-HIST-SW = 'Y'
023152         ADD 1 TO LN-CNT
023154         MOVE 'DRIFTHIS'    TO LN-DSN(LN-CNT)
023156         MOVE 'R'           TO LN-MODE(LN-CNT)
023158     END-IF.
023160     IF MR-LN-TKTR-SW = 'Y'
023162         ADD 1 TO LN-CNT
023164         MOVE 'METERTKT'    TO LN-DSN(LN-CNT)
023166         MOVE 'R'           TO LN-MODE(LN-CNT)
023168     END-IF.
023170     IF MR-LN-TKTW-SW = 'Y'
023172         ADD 1 TO LN-CNT
023174         MOVE 'METERTKT'    TO LN-DSN(LN-CNT)
023176         MOVE 'W'           TO LN-MODE(LN-CNT)
023178     END-IF.
023180     CALL 'LINEAGE' USING LN-PARM.
023182     MOVE MR-SAVE-RC    TO RETURN-CODE.
023184 8500-EXIT.
023186     EXIT.
023188
023200 9999-EXIT.
023250     PERFORM 8500-RECORD-LINEAGE THRU 8500-EXIT.
023300     STOP RUN.
