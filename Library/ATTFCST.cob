000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ATTFCST.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ATTFCST - ATTENDANCE FORECAST FOR GATE STAFFING FROM THE     *
000900*  VISARCH ARCHIVE THE ADMISSION PRICER KEEPS.  SYSIN:          *
001000*    <WEEKS> <VISITORS PER WINDOW-HOUR> <SPREADS>               *
001100*  (BLANKS = 8 WEEKS, 60 PER WINDOW-HOUR, 3 SPREADS).  THE      *
001200*  TRAILING WEEKS BEFORE THE OFFICIAL BATCH DATE ARE REPLAYED:  *
001300*  EVERY VISITOR CARD COUNTS UNDER THE LAST 'HR NN' MARKER OF   *
001400*  ITS DAY (HOUR 00 BEFORE ANY MARKER), AS TURNREC COUNTS THEM. *
001500*  EACH DAY THE VENUE OPENED IS CLASSED BUSINESS OR NON-        *
001600*  BUSINESS BY CALSVC (A DATE NOT IN THE CALENDAR BY ITS        *
001700*  WEEKDAY) AND THE TWO ARE NEVER MIXED: EXPECTED VISITORS AND  *
001800*  SPREAD (STANDARD DEVIATION) ARE KEPT BY CLASS, WEEKDAY AND   *
001900*  HOUR.  THE STAFFSHT SHEET GIVES THE SEVEN DAYS AFTER THE     *
002000*  BATCH DATE HOUR BY HOUR WITH THE TICKET WINDOWS TO OPEN FOR  *
002100*  EXPECTED PLUS ONE SPREAD, THEN LISTS EVERY PAST DAY WHOSE    *
002200*  ATTENDANCE FELL MORE THAN THE SYSIN SPREADS FROM THE OTHER   *
002300*  DAYS OF ITS KIND.                                            *
002310*  AT MOST 9 WEEKS ARE TAKEN - HISTROLL KEEPS 63 DAYS OF        *
002320*  VISARCH - A LONGER CARD ENDS THE RUN RC 12.                  *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-10-15  OSG  NEW PROGRAM.                                *
002610*  2026-10-15  OSG  WEEKS HELD TO THE 9 THAT VISARCH KEEPS.     *
002640*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002670*                   LINEAGE REGISTER AT END OF JOB.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT VISARCH ASSIGN TO VISARCH
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS AF-V-STATUS.
003400     SELECT STAFFSHT ASSIGN TO STAFFSHT
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS AF-S-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  VISARCH.
004000 01  VISARCH-LINE             PIC X(29).
004100 FD  STAFFSHT.
004200 01  STAFFSHT-LINE            PIC X(100).
004300 WORKING-STORAGE SECTION.
004400 77  AF-V-STATUS              PIC X(02).
004500 77  AF-S-STATUS              PIC X(02).
004600 77  AF-EOF-SW                PIC X(01) VALUE 'N'.
004700     88  AF-EOF                          VALUE 'Y'.
004800 77  AF-WEEKS                 PIC 9(02) VALUE 8.
004900 77  AF-CAP                   PIC 9(05) VALUE 60.
005000 77  AF-SPREADS               PIC 9(02) VALUE 3.
005100 77  AF-DAYS                  PIC 9(03) COMP.
005200 77  AF-TODAY                 PIC 9(08).
005300 77  AF-RUN-INT               PIC 9(07).
005400 77  AF-START-INT             PIC 9(07).
005500 77  AF-DATE-INT              PIC 9(07).
005600 77  AF-DATE                  PIC 9(08).
005700 77  AF-LAST-DATE             PIC 9(08) VALUE ZERO.
005725 77  AF-LN-ARCH-SW            PIC X(01) VALUE 'N'.
005750 77  AF-LN-SHT-SW             PIC X(01) VALUE 'N'.
005775 77  AF-SAVE-RC               PIC S9(04) COMP.
005800 77  AF-HOUR                  PIC 9(02) VALUE ZERO.
005900 77  AF-IX                    PIC 9(03) COMP.
006000 77  AF-HX                    PIC 9(02) COMP.
006100 77  AF-CX                    PIC 9(01) COMP.
006200 77  AF-WX                    PIC 9(01) COMP.
006300 77  AF-DOW                   PIC 9(01).
006400 77  AF-CLASS                 PIC X(01).
006500 77  AF-OPEN-CNT              PIC 9(03) COMP VALUE ZERO.
006600 77  AF-NOCAL-CNT             PIC 9(03) COMP VALUE ZERO.
006700 77  AF-ODD-CNT               PIC 9(03) COMP VALUE ZERO.
006800 77  AF-VISIT-CNT             PIC 9(07) VALUE ZERO.
006900 77  AF-WINDOWS               PIC 9(03).
007000 01  AF-CARD                  PIC X(20).
007100 01  AF-TOK1                  PIC X(08).
007200 01  AF-TOK2                  PIC X(08).
007300 01  AF-TOK3                  PIC X(08).
007400 01  AF-ARCH-REC.
007500     05  AF-A-DATE            PIC 9(08).
007600     05  FILLER               PIC X(01).
007700     05  AF-A-TEXT            PIC X(20).
007800*    ONE SLOT PER DAY OF THE WINDOW, BY DAY NUMBER IN IT
007900 01  AF-DAY-TBL.
008000     05  AF-DAY OCCURS 364.
008100         10  AF-D-SEEN        PIC X(01).
008200         10  AF-D-TOT         PIC 9(07).
008300         10  AF-D-CX          PIC 9(01).
008400         10  AF-D-WX          PIC 9(01).
008500         10  AF-D-HR          PIC 9(05) OCCURS 24.
008600*    SUMS OVER THE OPEN DAYS BY CLASS (1 BUSINESS, 2 NOT),
008700*    WEEKDAY (1 MONDAY - 7 SUNDAY) AND HOUR (1 = HOUR 00)
008800 01  AF-STAT-TBL.
008900     05  AF-CLS OCCURS 2.
009000         10  AF-WD OCCURS 7.
009100             15  AF-N         PIC 9(03).
009200             15  AF-DSUM      PIC 9(09).
009300             15  AF-DSQ       PIC 9(15).
009400             15  AF-HR OCCURS 24.
009500                 20  AF-HSUM  PIC 9(09).
009600                 20  AF-HSQ   PIC 9(15).
009700 01  AF-N-X                   PIC 9(03).
009750 01  AF-N-DF                  PIC 9(03).
009800 01  AF-SUM-X                 PIC 9(09).
009900 01  AF-SQ-X                  PIC 9(15).
010000 01  AF-MEAN                  PIC 9(07)V99.
010100 01  AF-VAR                   PIC 9(13)V99.
010200 01  AF-SDEV                  PIC 9(07)V99.
010300 01  AF-DIFF                  PIC 9(07)V99.
010400 01  AF-WD-NAMES              PIC X(21)
010500                              VALUE 'MONTUEWEDTHUFRISATSUN'.
010600 01  AF-WD-R REDEFINES AF-WD-NAMES.
010700     05  AF-WD-NAME           PIC X(03) OCCURS 7.
010800 01  AF-CLASS-NAME            PIC X(12).
010900 01  AF-ED-CNT                PIC Z(06)9.
011000 01  AF-ED-MEAN               PIC Z(06)9.
011100 01  AF-ED-SDEV               PIC Z(06)9.
011200 01  AF-ED-N                  PIC ZZ9.
011300 01  AF-ED-WIN                PIC ZZ9.
011400 01  AF-ED-HOUR               PIC 9(02).
011500 COPY CALSVCPM.
011600 COPY BATCHDPM.
011650 COPY LINEAGPM.
011700 PROCEDURE DIVISION.
011800*****************************************************************
011900*  0000-MAINLINE - REPLAY THE WINDOW, FORECAST, LIST THE ODD.   *
012000*****************************************************************
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012300     PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
012400     PERFORM 3000-BUILD-STATS THRU 3000-EXIT.
012500     PERFORM 5000-REPORT THRU 5000-EXIT.
012600     GO TO 9999-EXIT.
012700
012800 1000-INITIALIZE.
012900     MOVE SPACES TO AF-CARD.
013000     ACCEPT AF-CARD
013100         ON EXCEPTION
013200             MOVE SPACES TO AF-CARD
013300     END-ACCEPT.
013400     MOVE SPACES TO AF-TOK1 AF-TOK2 AF-TOK3.
013500     UNSTRING AF-CARD DELIMITED BY ALL SPACE
013600         INTO AF-TOK1 AF-TOK2 AF-TOK3.
013700     IF AF-TOK1 NOT = SPACES
013800         MOVE FUNCTION NUMVAL(AF-TOK1) TO AF-WEEKS
013900     END-IF.
014000     IF AF-TOK2 NOT = SPACES
014100         MOVE FUNCTION NUMVAL(AF-TOK2) TO AF-CAP
014200     END-IF.
014300     IF AF-TOK3 NOT = SPACES
014400         MOVE FUNCTION NUMVAL(AF-TOK3) TO AF-SPREADS
014500     END-IF.
014510*    HISTROLL KEEPS 63 DAYS OF VISARCH; A LONGER LOOK BACK
014520*    WOULD QUIETLY FORECAST FROM FEWER WEEKS THAN ASKED
014530     IF AF-WEEKS > 9
014540         DISPLAY 'WEEKS ' AF-WEEKS ' OVER THE 9 VISARCH KEEPS '
014550                 '- RUN ABANDONED'
014560         MOVE 12 TO RETURN-CODE
014570         GO TO 9999-EXIT
014580     END-IF.
014600     IF AF-WEEKS < 1 OR AF-CAP = ZERO
014700        OR AF-SPREADS = ZERO
014800         DISPLAY 'CONTROL CARD NEEDS <WEEKS 1-9> <PER WINDOW-'
014900                 'HOUR> <SPREADS> - RUN ABANDONED'
015000         MOVE 16 TO RETURN-CODE
015100         GO TO 9999-EXIT
015200     END-IF.
015300     ACCEPT AF-TODAY FROM DATE YYYYMMDD.
015400     MOVE AF-TODAY TO BD-DATE.
015500     CALL 'BATCHDT' USING BD-PARM
015600         ON EXCEPTION
015700             MOVE AF-TODAY TO BD-DATE
015800     END-CALL.
015900     MOVE BD-DATE TO AF-TODAY.
016000     COMPUTE AF-RUN-INT = FUNCTION INTEGER-OF-DATE(AF-TODAY).
016100     COMPUTE AF-DAYS = AF-WEEKS * 7.
016110     COMPUTE AF-START-INT = AF-RUN-INT - AF-DAYS - 1.
016300     PERFORM VARYING AF-IX FROM 1 BY 1 UNTIL AF-IX > 364
016400         MOVE 'N' TO AF-D-SEEN(AF-IX)
016500         MOVE ZERO TO AF-D-TOT(AF-IX)
016600         PERFORM VARYING AF-HX FROM 1 BY 1 UNTIL AF-HX > 24
016700             MOVE ZERO TO AF-D-HR(AF-IX AF-HX)
016800         END-PERFORM
016900     END-PERFORM.
017000     PERFORM VARYING AF-CX FROM 1 BY 1 UNTIL AF-CX > 2
017100         PERFORM VARYING AF-WX FROM 1 BY 1 UNTIL AF-WX > 7
017200             MOVE ZERO TO AF-N(AF-CX AF-WX)
017300                          AF-DSUM(AF-CX AF-WX)
017400                          AF-DSQ(AF-CX AF-WX)
017500             PERFORM VARYING AF-HX FROM 1 BY 1 UNTIL AF-HX > 24
017600                 MOVE ZERO TO AF-HSUM(AF-CX AF-WX AF-HX)
017700                              AF-HSQ(AF-CX AF-WX AF-HX)
017800             END-PERFORM
017900         END-PERFORM
018000     END-PERFORM.
018100 1000-EXIT.
018200     EXIT.
018300
018400 2000-REPLAY-ARCHIVE.
018500     OPEN INPUT VISARCH.
018600     IF AF-V-STATUS NOT = '00'
018700         DISPLAY 'VISARCH NOT AVAILABLE, STATUS '
018800                 AF-V-STATUS
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019150     MOVE 'Y' TO AF-LN-ARCH-SW.
019200     PERFORM UNTIL AF-EOF
019300         READ VISARCH INTO AF-ARCH-REC
019400             AT END
019500                 MOVE 'Y' TO AF-EOF-SW
019600             NOT AT END
019700                 PERFORM 2100-ONE-CARD THRU 2100-EXIT
019800         END-READ
019900     END-PERFORM.
020000     CLOSE VISARCH.
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-ONE-CARD.
020500     IF AF-A-DATE IS NOT NUMERIC OR AF-A-TEXT = SPACES
020600         GO TO 2100-EXIT
020700     END-IF.
020800*    THE HOUR MARKERS RUN WITHIN ONE DAY'S DECK
020900     IF AF-A-DATE NOT = AF-LAST-DATE
021000         MOVE AF-A-DATE TO AF-LAST-DATE
021100         MOVE ZERO TO AF-HOUR
021200     END-IF.
021300     IF AF-A-TEXT(1:2) = 'HR'
021400         COMPUTE AF-HOUR =
021500             FUNCTION NUMVAL(AF-A-TEXT(3:8))
021600         IF AF-HOUR > 23
021700             MOVE 23 TO AF-HOUR
021800         END-IF
021900         GO TO 2100-EXIT
022000     END-IF.
022100     IF FUNCTION TEST-DATE-YYYYMMDD(AF-A-DATE) NOT = ZERO
022200         GO TO 2100-EXIT
022300     END-IF.
022400     COMPUTE AF-DATE-INT = FUNCTION INTEGER-OF-DATE(AF-A-DATE).
022500     IF AF-DATE-INT <= AF-START-INT
022600        OR AF-DATE-INT >= AF-RUN-INT
022700         GO TO 2100-EXIT
022800     END-IF.
022900     COMPUTE AF-IX = AF-DATE-INT - AF-START-INT.
023000     MOVE 'Y' TO AF-D-SEEN(AF-IX).
023100     ADD 1 TO AF-D-TOT(AF-IX).
023200     ADD 1 TO AF-D-HR(AF-IX AF-HOUR + 1).
023300     ADD 1 TO AF-VISIT-CNT.
023400 2100-EXIT.
023500     EXIT.
023600
023700 3000-BUILD-STATS.
023800*    A DAY WITH NO CARDS AT ALL WAS A CLOSED DAY, NOT A ZERO
023900     PERFORM VARYING AF-IX FROM 1 BY 1 UNTIL AF-IX > AF-DAYS
024000         IF AF-D-SEEN(AF-IX) = 'Y'
024100             PERFORM 3100-ONE-DAY THRU 3100-EXIT
024200         END-IF
024300     END-PERFORM.
024400 3000-EXIT.
024500     EXIT.
024600
024700 3100-ONE-DAY.
024800     COMPUTE AF-DATE-INT = AF-START-INT + AF-IX.
024900     PERFORM 7000-CLASSIFY THRU 7000-EXIT.
025000     MOVE AF-CX TO AF-D-CX(AF-IX).
025100     MOVE AF-WX TO AF-D-WX(AF-IX).
025200     ADD 1 TO AF-OPEN-CNT.
025300     ADD 1 TO AF-N(AF-CX AF-WX).
025400     ADD AF-D-TOT(AF-IX) TO AF-DSUM(AF-CX AF-WX).
025500     COMPUTE AF-DSQ(AF-CX AF-WX) = AF-DSQ(AF-CX AF-WX)
025600         + AF-D-TOT(AF-IX) * AF-D-TOT(AF-IX).
025700     PERFORM VARYING AF-HX FROM 1 BY 1 UNTIL AF-HX > 24
025800         ADD AF-D-HR(AF-IX AF-HX)
025900             TO AF-HSUM(AF-CX AF-WX AF-HX)
026000         COMPUTE AF-HSQ(AF-CX AF-WX AF-HX) =
026100             AF-HSQ(AF-CX AF-WX AF-HX)
026200             + AF-D-HR(AF-IX AF-HX) * AF-D-HR(AF-IX AF-HX)
026300     END-PERFORM.
026400 3100-EXIT.
026500     EXIT.
026600
026700 5000-REPORT.
026800     OPEN OUTPUT STAFFSHT.
026900     IF AF-S-STATUS NOT = '00'
027000         DISPLAY 'STAFFSHT DATASET NOT USABLE, STATUS '
027100                 AF-S-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 9999-EXIT
027400     END-IF.
027450     MOVE 'Y' TO AF-LN-SHT-SW.
027500     MOVE AF-WEEKS TO AF-ED-N.
027600     MOVE AF-CAP TO AF-ED-CNT.
027700     MOVE SPACES TO STAFFSHT-LINE.
027800     STRING 'GATE STAFFING FORECAST AFTER ' AF-TODAY
027900            ' FROM ' AF-ED-N ' WEEKS OF VISARCH, '
028000            AF-ED-CNT ' VISITORS PER WINDOW-HOUR'
028100         DELIMITED BY SIZE INTO STAFFSHT-LINE.
028200     WRITE STAFFSHT-LINE.
028300     PERFORM 5100-FORECAST-DAY THRU 5100-EXIT
028400         VARYING AF-IX FROM 1 BY 1 UNTIL AF-IX > 7.
028500     MOVE AF-SPREADS TO AF-ED-N.
028600     MOVE SPACES TO STAFFSHT-LINE.
028700     STRING 'PAST DAYS MORE THAN ' AF-ED-N
028800            ' SPREADS FROM THE OTHER DAYS OF THEIR KIND'
028900         DELIMITED BY SIZE INTO STAFFSHT-LINE.
029000     WRITE STAFFSHT-LINE.
029100     PERFORM 5300-PAST-DAY THRU 5300-EXIT
029200         VARYING AF-IX FROM 1 BY 1 UNTIL AF-IX > AF-DAYS.
029300     MOVE AF-VISIT-CNT TO AF-ED-CNT.
029400     MOVE AF-OPEN-CNT TO AF-ED-N.
029500     MOVE SPACES TO STAFFSHT-LINE.
029600     STRING 'VISITORS REPLAYED ' AF-ED-CNT
029700            ' OVER ' AF-ED-N ' OPEN DAYS'
029800         DELIMITED BY SIZE INTO STAFFSHT-LINE.
029900     WRITE STAFFSHT-LINE.
030000     IF AF-NOCAL-CNT > ZERO
030100         MOVE AF-NOCAL-CNT TO AF-ED-N
030200         MOVE SPACES TO STAFFSHT-LINE
030300         STRING 'DATES NOT IN THE CALENDAR, CLASSED BY WEEKDAY '
030400                AF-ED-N
030500             DELIMITED BY SIZE INTO STAFFSHT-LINE
030600         WRITE STAFFSHT-LINE
030700     END-IF.
030800     CLOSE STAFFSHT.
030900     MOVE AF-ODD-CNT TO AF-ED-N.
031000     DISPLAY 'STAFFING SHEET WRITTEN - ' AF-ED-N
031100             ' PAST DAY(S) OUTSIDE FORECAST'.
031200 5000-EXIT.
031300     EXIT.
031400
031500 5100-FORECAST-DAY.
031600     COMPUTE AF-DATE-INT = AF-RUN-INT + AF-IX.
031700     PERFORM 7000-CLASSIFY THRU 7000-EXIT.
031800     MOVE AF-N(AF-CX AF-WX) TO AF-N-X.
031900     MOVE AF-DSUM(AF-CX AF-WX) TO AF-SUM-X.
032000     MOVE AF-DSQ(AF-CX AF-WX) TO AF-SQ-X.
032100     PERFORM 7100-MEAN-SPREAD THRU 7100-EXIT.
032200     MOVE AF-N-X TO AF-ED-N.
032300     COMPUTE AF-ED-MEAN ROUNDED = AF-MEAN.
032400     COMPUTE AF-ED-SDEV ROUNDED = AF-SDEV.
032500     MOVE SPACES TO STAFFSHT-LINE.
032600     STRING 'DAY ' AF-DATE ' ' AF-WD-NAME(AF-WX) ' '
032700            AF-CLASS-NAME ' EXPECTED ' AF-ED-MEAN
032800            ' SPREAD ' AF-ED-SDEV ' FROM ' AF-ED-N ' DAYS'
032900         DELIMITED BY SIZE INTO STAFFSHT-LINE.
033000     WRITE STAFFSHT-LINE.
033100     IF AF-N-X = ZERO
033200         MOVE SPACES TO STAFFSHT-LINE
033300         STRING '    NO HISTORY FOR THIS KIND OF DAY - STAFF '
033400                'BY HAND'
033500             DELIMITED BY SIZE INTO STAFFSHT-LINE
033600         WRITE STAFFSHT-LINE
033700         GO TO 5100-EXIT
033800     END-IF.
033900     PERFORM 5200-FORECAST-HOUR THRU 5200-EXIT
034000         VARYING AF-HX FROM 1 BY 1 UNTIL AF-HX > 24.
034100 5100-EXIT.
034200     EXIT.
034300
034400 5200-FORECAST-HOUR.
034500     MOVE AF-HSUM(AF-CX AF-WX AF-HX) TO AF-SUM-X.
034600     MOVE AF-HSQ(AF-CX AF-WX AF-HX) TO AF-SQ-X.
034700     PERFORM 7100-MEAN-SPREAD THRU 7100-EXIT.
034800     IF AF-SUM-X = ZERO
034900         GO TO 5200-EXIT
035000     END-IF.
035100*    ENOUGH WINDOWS FOR EXPECTED PLUS ONE SPREAD, ROUNDED UP
035200     COMPUTE AF-WINDOWS =
035300         (AF-MEAN + AF-SDEV + AF-CAP - 0.01) / AF-CAP.
035400     IF AF-WINDOWS = ZERO
035500         MOVE 1 TO AF-WINDOWS
035600     END-IF.
035700     COMPUTE AF-ED-HOUR = AF-HX - 1.
035800     COMPUTE AF-ED-MEAN ROUNDED = AF-MEAN.
035900     COMPUTE AF-ED-SDEV ROUNDED = AF-SDEV.
036000     MOVE AF-WINDOWS TO AF-ED-WIN.
036100     MOVE SPACES TO STAFFSHT-LINE.
036200     STRING '    HOUR ' AF-ED-HOUR ' EXPECTED ' AF-ED-MEAN
036300            ' SPREAD ' AF-ED-SDEV ' WINDOWS ' AF-ED-WIN
036400         DELIMITED BY SIZE INTO STAFFSHT-LINE.
036500     WRITE STAFFSHT-LINE.
036600 5200-EXIT.
036700     EXIT.
036800
036900 5300-PAST-DAY.
037000*    EACH DAY IS JUDGED AGAINST THE OTHER DAYS OF ITS KIND - LEFT
037100*    IN, A SINGLE ODD DAY WOULD WIDEN ITS OWN SPREAD
037200     IF AF-D-SEEN(AF-IX) NOT = 'Y'
037300         GO TO 5300-EXIT
037400     END-IF.
037500     MOVE AF-D-CX(AF-IX) TO AF-CX.
037600     MOVE AF-D-WX(AF-IX) TO AF-WX.
037610*    TOO FEW OTHER DAYS GIVE NO SPREAD WORTH JUDGING BY
037620     IF AF-N(AF-CX AF-WX) < 5
037800         GO TO 5300-EXIT
037900     END-IF.
038000     COMPUTE AF-N-X = AF-N(AF-CX AF-WX) - 1.
038100     COMPUTE AF-SUM-X = AF-DSUM(AF-CX AF-WX) - AF-D-TOT(AF-IX).
038200     COMPUTE AF-SQ-X = AF-DSQ(AF-CX AF-WX)
038300         - AF-D-TOT(AF-IX) * AF-D-TOT(AF-IX).
038400     PERFORM 7100-MEAN-SPREAD THRU 7100-EXIT.
038500     IF AF-D-TOT(AF-IX) > AF-MEAN
038600         COMPUTE AF-DIFF = AF-D-TOT(AF-IX) - AF-MEAN
038700     ELSE
038800         COMPUTE AF-DIFF = AF-MEAN - AF-D-TOT(AF-IX)
038900     END-IF.
039000     IF AF-DIFF < 1
039100        OR AF-DIFF <= AF-SPREADS * AF-SDEV
039200         GO TO 5300-EXIT
039300     END-IF.
039400     ADD 1 TO AF-ODD-CNT.
039500     COMPUTE AF-DATE-INT = AF-START-INT + AF-IX.
039600     COMPUTE AF-DATE = FUNCTION DATE-OF-INTEGER(AF-DATE-INT).
039700     IF AF-CX = 1
039800         MOVE 'BUSINESS' TO AF-CLASS-NAME
039900     ELSE
040000         MOVE 'NON-BUSINESS' TO AF-CLASS-NAME
040100     END-IF.
040200     MOVE AF-D-TOT(AF-IX) TO AF-ED-CNT.
040300     COMPUTE AF-ED-MEAN ROUNDED = AF-MEAN.
040400     COMPUTE AF-ED-SDEV ROUNDED = AF-SDEV.
040500     MOVE SPACES TO STAFFSHT-LINE.
040600     STRING 'OUTSIDE ' AF-DATE ' ' AF-WD-NAME(AF-WX) ' '
040700            AF-CLASS-NAME ' ACTUAL ' AF-ED-CNT
040800            ' EXPECTED ' AF-ED-MEAN ' SPREAD ' AF-ED-SDEV
040900         DELIMITED BY SIZE INTO STAFFSHT-LINE.
041000     WRITE STAFFSHT-LINE.
041100 5300-EXIT.
041200     EXIT.
041300
041400 7000-CLASSIFY.
041500*    DATE, WEEKDAY AND CLASS FOR THE DAY SERIAL IN AF-DATE-INT.
041600*    REM 7 OF THE SERIAL IS 1 FOR A MONDAY, 0 FOR A SUNDAY.
041700     COMPUTE AF-DATE = FUNCTION DATE-OF-INTEGER(AF-DATE-INT).
041800     COMPUTE AF-DOW = FUNCTION REM(AF-DATE-INT 7).
041900     IF AF-DOW = ZERO
042000         MOVE 7 TO AF-WX
042100     ELSE
042200         MOVE AF-DOW TO AF-WX
042300     END-IF.
042400     MOVE AF-DATE TO CA-DATE.
042500     CALL 'CALSVC' USING CA-PARM.
042600     IF CA-STATUS = 'G'
042700         MOVE CA-BUSINESS TO AF-CLASS
042800     ELSE
042900         ADD 1 TO AF-NOCAL-CNT
043000         IF AF-WX <= 5
043100             MOVE 'Y' TO AF-CLASS
043200         ELSE
043300             MOVE 'N' TO AF-CLASS
043400         END-IF
043500     END-IF.
043600     IF AF-CLASS = 'Y'
043700         MOVE 1 TO AF-CX
043800         MOVE 'BUSINESS' TO AF-CLASS-NAME
043900     ELSE
044000         MOVE 2 TO AF-CX
044100         MOVE 'NON-BUSINESS' TO AF-CLASS-NAME
044200     END-IF.
044300 7000-EXIT.
044400     EXIT.
044500
044600 7100-MEAN-SPREAD.
044610*    MEAN AND SAMPLE STANDARD DEVIATION OF AF-N-X DAYS FROM
044620*    THEIR SUM AND SUM OF SQUARES (ONE DAY HAS NO SPREAD)
044630     MOVE ZERO TO AF-MEAN AF-SDEV.
044640     IF AF-N-X = ZERO
044650         GO TO 7100-EXIT
044660     END-IF.
044670     COMPUTE AF-MEAN ROUNDED = AF-SUM-X / AF-N-X.
044680     IF AF-N-X = 1
044690         GO TO 7100-EXIT
044700     END-IF.
044710     COMPUTE AF-VAR ROUNDED = AF-SUM-X * AF-SUM-X / AF-N-X.
044720     COMPUTE AF-N-DF = AF-N-X - 1.
044730     COMPUTE AF-VAR ROUNDED = (AF-SQ-X - AF-VAR) / AF-N-DF.
045600     COMPUTE AF-SDEV ROUNDED = FUNCTION SQRT(AF-VAR).
045700 7100-EXIT.
045800     EXIT.
045804
045808 8000-RECORD-LINEAGE.
045812*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
045816*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
045820*    RETURN-CODE, SO IT IS PUT BACK.
045824     MOVE RETURN-CODE   TO AF-SAVE-RC.
045828     MOVE 'ATTFCST'     TO LN-PROGRAM.
045832     MOVE SPACES        TO LN-START-TIME.
045836     MOVE ZERO          TO LN-CNT.
045840     IF AF-LN-ARCH-SW = 'Y'
045844         ADD 1 TO LN-CNT
045848         MOVE 'VISARCH'     TO LN-DSN(LN-CNT)
045852         MOVE 'R'           TO LN-MODE(LN-CNT)
045856     END-IF.
045860     IF AF-LN-SHT-SW = 'Y'
045864         ADD 1 TO LN-CNT
045868         MOVE 'STAFFSHT'    TO LN-DSN(LN-CNT)
045872         MOVE 'W'           TO LN-MODE(LN-CNT)
045876     END-IF.
045880     CALL 'LINEAGE' USING LN-PARM.
045884     MOVE AF-SAVE-RC    TO RETURN-CODE.
045888 8000-EXIT.
045892     EXIT.
045900
046000 9999-EXIT.
046050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
046100     STOP RUN.
