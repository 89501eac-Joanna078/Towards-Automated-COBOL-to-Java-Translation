000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAXASSES.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  TAXASSES - LAND-TAX ASSESSMENT OFF THE 045A PARCEL REGISTER. *
000900*  THE REGISTER ASSESSED IS THE NEWEST PARCELREG.G GENERATION   *
001000*  045A CATALOGUED ON RPTCAT, OR THE GENERATION NAMED ON SYSIN: *
001100*    <PARCELREG.G DATASET NAME>       (BLANK = NEWEST)          *
001200*  EACH PARCEL IS RATED FROM THE TAXRATE MASTER ROW FOR ITS     *
001300*  TRACT WITH THE LATEST EFFECTIVE DATE NOT AFTER THE BATCH     *
001400*  DATE: AREA TIMES RATE PER SQUARE METRE, ROUNDED TO THE CENT, *
001500*  RAISED TO THE TRACT'S MINIMUM CHARGE; AN EXEMPT TRACT IS     *
001600*  ASSESSED AT NIL.  TAXROLL CARRIES ONE LINE PER PARCEL (AREA, *
001700*  RATE IN EFFECT, TAX, AND THE BASIS - RATE, MINIMUM, EXEMPT   *
001800*  OR UNASSESSED), A LINE AT EVERY TRACT TOTAL OF THE REGISTER  *
001900*  AND A GRAND LINE.  A PARCEL IN A TRACT WITH NO RATE IN       *
002000*  EFFECT IS LISTED UNASSESSED WITH ITS TAX LEFT BLANK - IT IS  *
002100*  NEVER BILLED AT ZERO - AND IS A WARNING (RC 4).  THE AREA    *
002200*  TOTALS ON TAXROLL ARE PROVED AGAINST THE REGISTER'S OWN      *
002300*  TRACT AND GRAND TOTALS; A ROLL THAT DOES NOT BALANCE IS AN   *
002400*  ERROR (RC 8).  BOTH POST AN ALERT.                           *
002500*****************************************************************
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-15  OSG  NEW PROGRAM.                                *
002733*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002766*                   LINEAGE REGISTER AT END OF JOB.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPTCAT ASSIGN TO RPTCAT
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS TA-C-STATUS.
003500     SELECT TAXRATE ASSIGN TO TAXRATE
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS TA-T-STATUS.
003800     SELECT PARCELREG ASSIGN USING TA-REG-DSN
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS TA-P-STATUS.
004100     SELECT TAXROLL ASSIGN TO TAXROLL
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS TA-R-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RPTCAT.
004700 01  RPTCAT-LINE              PIC X(60).
004800 FD  TAXRATE.
004900 01  TAXRATE-LINE             PIC X(35).
005000 FD  PARCELREG.
005100 01  PARCELREG-LINE           PIC X(100).
005200 FD  TAXROLL.
005300 01  TAXROLL-LINE             PIC X(100).
005400 WORKING-STORAGE SECTION.
005500 77  TA-C-STATUS              PIC X(02).
005600 77  TA-T-STATUS              PIC X(02).
005700 77  TA-P-STATUS              PIC X(02).
005800 77  TA-R-STATUS              PIC X(02).
005900 77  TA-EOF-SW                PIC X(01).
006000     88  TA-EOF                          VALUE 'Y'.
006100 77  TA-RATE-CNT              PIC 9(05) COMP VALUE ZERO.
006200 77  TA-IX                    PIC 9(05) COMP.
006300 77  TA-HIT                   PIC 9(05) COMP.
006400 77  TA-PARCEL-CNT            PIC 9(07) COMP VALUE ZERO.
006500 77  TA-RATED-CNT             PIC 9(07) COMP VALUE ZERO.
006600 77  TA-MIN-CNT               PIC 9(07) COMP VALUE ZERO.
006700 77  TA-EXEMPT-CNT            PIC 9(07) COMP VALUE ZERO.
006800 77  TA-UNASSD-CNT            PIC 9(07) COMP VALUE ZERO.
006900 77  TA-OOB-CNT               PIC 9(07) COMP VALUE ZERO.
007000 77  TA-BAD-CNT               PIC 9(07) COMP VALUE ZERO.
007100 77  TA-GRAND-SEEN-SW         PIC X(01) VALUE 'N'.
007200     88  TA-GRAND-SEEN                   VALUE 'Y'.
007216 77  TA-LN-RATE-SW            PIC X(01) VALUE 'N'.
007232 77  TA-LN-CAT-SW             PIC X(01) VALUE 'N'.
007248 77  TA-LN-REG-SW             PIC X(01) VALUE 'N'.
007264 77  TA-LN-ROLL-SW            PIC X(01) VALUE 'N'.
007280 77  TA-SAVE-RC               PIC S9(04) COMP.
007300 01  TA-TODAY                 PIC 9(08).
007400 01  TA-CARD                  PIC X(60).
007500 01  TA-REG-DSN               PIC X(30) VALUE SPACES.
007600 01  TA-REG-DATE              PIC 9(08) VALUE ZERO.
007700 01  TA-CAT-REC.
007800     05  TA-K-DSN             PIC X(30).
007900     05  FILLER               PIC X(01).
008000     05  TA-K-DATE            PIC 9(08).
008100     05  FILLER               PIC X(01).
008200     05  TA-K-PROGRAM         PIC X(12).
008300     05  FILLER               PIC X(08).
008400*    THE REGISTER LINES AS 045A WRITES THEM
008500 01  TA-REG-REC.
008600     05  TA-G-TAG             PIC X(07).
008700         88  TA-G-PARCEL                 VALUE 'PARCEL '.
008800     05  TA-G-TRACT           PIC X(06).
008900     05  FILLER               PIC X(01).
009000     05  TA-G-PARCEL-NO       PIC X(08).
009100     05  FILLER               PIC X(05).
009200     05  TA-G-SQM-X           PIC X(12).
009300     05  FILLER               PIC X(61).
009400 01  TA-REG-TRACT-REC REDEFINES TA-REG-REC.
009500     05  TA-T-TAG             PIC X(12).
009600         88  TA-T-TRACT-TOTAL            VALUE 'TRACT TOTAL '.
009700     05  TA-T-TRACT           PIC X(06).
009800     05  FILLER               PIC X(05).
009900     05  TA-T-SQM-X           PIC X(14).
010000     05  FILLER               PIC X(63).
010100 01  TA-REG-GRAND-REC REDEFINES TA-REG-REC.
010200     05  TA-X-TAG             PIC X(16).
010300         88  TA-X-GRAND-TOTAL            VALUE 'GRAND TOTAL SQM '.
010400     05  TA-X-SQM-X           PIC X(14).
010500     05  FILLER               PIC X(70).
010600*    EVERY TAXRATE ROW; THE ONE IN EFFECT IS PICKED PER PARCEL
010700 01  TA-RATE-TBL.
010800     05  TA-RATE OCCURS 2000.
010900         10  TA-M-TRACT       PIC X(06).
011000         10  TA-M-RATE        PIC 9(03)V9(04).
011100         10  TA-M-MIN         PIC 9(07)V99.
011200         10  TA-M-EXEMPT      PIC X(01).
011300         10  TA-M-EFF         PIC 9(08).
011400 01  TA-SQM                   PIC 9(11)V99.
011500 01  TA-TAX                   PIC 9(09)V99.
011600 01  TA-REG-SQM               PIC 9(11)V99.
011700 01  TA-TRACT-SQM             PIC 9(11)V99 VALUE ZERO.
011800 01  TA-TRACT-TAX             PIC 9(11)V99 VALUE ZERO.
011900 01  TA-GRAND-SQM             PIC 9(11)V99 VALUE ZERO.
012000 01  TA-GRAND-TAX             PIC 9(11)V99 VALUE ZERO.
012100*    ONE TAXROLL LINE - TYPE PARCEL, TRACT OR GRAND
012200 01  TA-ROLL-REC.
012300     05  TA-O-TYPE            PIC X(06).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  TA-O-TRACT           PIC X(06).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  TA-O-PARCEL          PIC X(08).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  TA-O-SQM             PIC 9(11).99.
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  TA-O-RATE            PIC 9(03).9(04).
013200     05  TA-O-RATE-X REDEFINES TA-O-RATE
013300                              PIC X(08).
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  TA-O-TAX             PIC 9(11).99.
013600     05  TA-O-TAX-X REDEFINES TA-O-TAX
013700                              PIC X(14).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900*    PARCEL: RATE, MINIMUM, EXEMPT OR UNASSESSED
014000*    TRACT AND GRAND: BALANCED OR OUT OF BAL
014100     05  TA-O-BASIS           PIC X(10).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  TA-O-EFF             PIC 9(08).
014400     05  TA-O-EFF-X REDEFINES TA-O-EFF
014500                              PIC X(08).
014600     05  FILLER               PIC X(10) VALUE SPACES.
014700 01  TA-ED-SQM                PIC Z(10)9.99.
014800 01  TA-ED-SQM2               PIC Z(10)9.99.
014900 01  TA-ED-TAX                PIC Z(10)9.99.
015000 01  TA-ED-CNT                PIC Z(06)9.
015100 01  TA-ED-CNT2               PIC Z(06)9.
015200 COPY TAXRATRC.
015300 COPY BATCHDPM.
015400 COPY ALERTPM.
015450 COPY LINEAGPM.
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700*  0000-MAINLINE - LOAD THE RATES, FIND THE REGISTER, ASSESS    *
015800*  IT LINE BY LINE.                                             *
015900*****************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
016300     PERFORM 1500-FIND-REGISTER THRU 1500-EXIT.
016400     PERFORM 1800-OPEN-FILES THRU 1800-EXIT.
016500     MOVE 'N' TO TA-EOF-SW.
016600     PERFORM 2000-ONE-LINE THRU 2000-EXIT
016700         UNTIL TA-EOF.
016800     CLOSE PARCELREG TAXROLL.
016900     PERFORM 5000-WRAP-UP THRU 5000-EXIT.
017000     GO TO 9999-EXIT.
017100
017200 1000-INITIALIZE.
017300     ACCEPT TA-TODAY FROM DATE YYYYMMDD.
017400     MOVE TA-TODAY TO BD-DATE.
017500     CALL 'BATCHDT' USING BD-PARM
017600         ON EXCEPTION
017700             MOVE TA-TODAY TO BD-DATE
017800     END-CALL.
017900     MOVE BD-DATE TO TA-TODAY.
018000     MOVE SPACES TO TA-CARD.
018100     ACCEPT TA-CARD
018200         ON EXCEPTION
018300             MOVE SPACES TO TA-CARD
018400     END-ACCEPT.
018500 1000-EXIT.
018600     EXIT.
018700
018800 1200-LOAD-RATES.
018900     MOVE 'N' TO TA-EOF-SW.
019000     OPEN INPUT TAXRATE.
019100     IF TA-T-STATUS NOT = '00'
019200         DISPLAY 'TAXRATE NOT AVAILABLE, STATUS ' TA-T-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 9999-EXIT
019500     END-IF.
019550     MOVE 'Y' TO TA-LN-RATE-SW.
019600     PERFORM UNTIL TA-EOF
019700         READ TAXRATE INTO TX-REC
019800             AT END
019900                 MOVE 'Y' TO TA-EOF-SW
020000             NOT AT END
020100                 PERFORM 1210-ONE-RATE THRU 1210-EXIT
020200         END-READ
020300     END-PERFORM.
020400     CLOSE TAXRATE.
020500 1200-EXIT.
020600     EXIT.
020700
020800 1210-ONE-RATE.
020900     IF TAXRATE-LINE = SPACES OR TAXRATE-LINE(1:1) = '*'
021000         GO TO 1210-EXIT
021100     END-IF.
021200     IF TX-TRACT = SPACES
021300        OR TX-RATE IS NOT NUMERIC
021400        OR TX-MIN-CHARGE IS NOT NUMERIC
021500        OR TX-EFF-DATE IS NOT NUMERIC
021600        OR (TX-EXEMPT NOT = 'Y' AND TX-EXEMPT NOT = 'N')
021700         ADD 1 TO TA-BAD-CNT
021800         DISPLAY 'TAXRATE ROW REJECTED: ' TAXRATE-LINE
021900         GO TO 1210-EXIT
022000     END-IF.
022100     IF TA-RATE-CNT >= 2000
022200         DISPLAY 'TAXRATE EXCEEDS THE 2000-ROW TABLE - RUN '
022300                 'ABANDONED'
022400         MOVE 16 TO RETURN-CODE
022500         GO TO 9999-EXIT
022600     END-IF.
022700     ADD 1 TO TA-RATE-CNT.
022800     MOVE TX-TRACT      TO TA-M-TRACT(TA-RATE-CNT).
022900     MOVE TX-RATE       TO TA-M-RATE(TA-RATE-CNT).
023000     MOVE TX-MIN-CHARGE TO TA-M-MIN(TA-RATE-CNT).
023100     MOVE TX-EXEMPT     TO TA-M-EXEMPT(TA-RATE-CNT).
023200     MOVE TX-EFF-DATE   TO TA-M-EFF(TA-RATE-CNT).
023300 1210-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*  1500-FIND-REGISTER - THE GENERATION NAMED ON SYSIN, OR THE   *
023800*  NEWEST ONE 045A CATALOGUED.                                  *
023900*****************************************************************
024000 1500-FIND-REGISTER.
024100     IF TA-CARD NOT = SPACES
024200         MOVE TA-CARD TO TA-REG-DSN
024300         GO TO 1500-EXIT
024400     END-IF.
024500     MOVE 'N' TO TA-EOF-SW.
024600     OPEN INPUT RPTCAT.
024700     IF TA-C-STATUS NOT = '00'
024800         DISPLAY 'RPTCAT NOT AVAILABLE, STATUS ' TA-C-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         GO TO 9999-EXIT
025100     END-IF.
025150     MOVE 'Y' TO TA-LN-CAT-SW.
025200     PERFORM UNTIL TA-EOF
025300         READ RPTCAT INTO TA-CAT-REC
025400             AT END
025500                 MOVE 'Y' TO TA-EOF-SW
025600             NOT AT END
025700                 IF TA-K-PROGRAM = '045A'
025800                    AND TA-K-DSN(1:11) = 'PARCELREG.G'
025900                     MOVE TA-K-DSN  TO TA-REG-DSN
026000                     MOVE TA-K-DATE TO TA-REG-DATE
026100                 END-IF
026200         END-READ
026300     END-PERFORM.
026400     CLOSE RPTCAT.
026500     IF TA-REG-DSN = SPACES
026600         DISPLAY 'NO PARCELREG GENERATION ON RPTCAT - NOTHING '
026700                 'TO ASSESS'
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 9999-EXIT
027000     END-IF.
027100 1500-EXIT.
027200     EXIT.
027300
027400 1800-OPEN-FILES.
027500     OPEN INPUT PARCELREG.
027600     IF TA-P-STATUS NOT = '00'
027700         DISPLAY 'PARCELREG GENERATION ' TA-REG-DSN
027800                 ' NOT AVAILABLE, STATUS ' TA-P-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-EXIT
028100     END-IF.
028150     MOVE 'Y' TO TA-LN-REG-SW.
028200     OPEN OUTPUT TAXROLL.
028300     IF TA-R-STATUS NOT = '00'
028400         DISPLAY 'TAXROLL DATASET NOT USABLE, STATUS '
028500                 TA-R-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         GO TO 9999-EXIT
028800     END-IF.
028850     MOVE 'Y' TO TA-LN-ROLL-SW.
028900     DISPLAY 'ASSESSING ' TA-REG-DSN ' AT RATES IN EFFECT '
029000             TA-TODAY.
029100 1800-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*  2000-ONE-LINE - A PARCEL LINE IS ASSESSED; A TRACT OR GRAND  *
029600*  TOTAL LINE IS PROVED AGAINST WHAT TAXROLL HAS ADDED UP.      *
029700*  ANY OTHER LINE (REJECTED INPUT RECORDS) IS PASSED OVER.      *
029800*****************************************************************
029900 2000-ONE-LINE.
030000     READ PARCELREG INTO TA-REG-REC
030100         AT END
030200             MOVE 'Y' TO TA-EOF-SW
030300             GO TO 2000-EXIT
030400     END-READ.
030500     EVALUATE TRUE
030600         WHEN TA-G-PARCEL
030700             PERFORM 3000-ASSESS-PARCEL THRU 3000-EXIT
030800         WHEN TA-T-TRACT-TOTAL
030900             PERFORM 4000-TRACT-TOTAL THRU 4000-EXIT
031000         WHEN TA-X-GRAND-TOTAL
031100             PERFORM 4500-GRAND-TOTAL THRU 4500-EXIT
031200     END-EVALUATE.
031300 2000-EXIT.
031400     EXIT.
031500
031600 3000-ASSESS-PARCEL.
031700     IF TA-G-SQM-X = SPACES
031800        OR FUNCTION TEST-NUMVAL(TA-G-SQM-X) NOT = ZERO
031900         ADD 1 TO TA-BAD-CNT
032000         DISPLAY 'REGISTER LINE NOT READABLE: '
032100                 TA-REG-REC(1:60)
032200         GO TO 3000-EXIT
032300     END-IF.
032400     ADD 1 TO TA-PARCEL-CNT.
032500     MOVE FUNCTION NUMVAL(TA-G-SQM-X) TO TA-SQM.
032600     ADD TA-SQM TO TA-TRACT-SQM.
032700     MOVE SPACES TO TA-ROLL-REC.
032800     MOVE 'PARCEL'       TO TA-O-TYPE.
032900     MOVE TA-G-TRACT     TO TA-O-TRACT.
033000     MOVE TA-G-PARCEL-NO TO TA-O-PARCEL.
033100     MOVE TA-SQM         TO TA-O-SQM.
033200*    THE ROW IN EFFECT: NEWEST EFFECTIVE DATE NOT AFTER TODAY
033300     MOVE ZERO TO TA-HIT.
033400     PERFORM 3100-TRY-RATE THRU 3100-EXIT
033500         VARYING TA-IX FROM 1 BY 1
033600         UNTIL TA-IX > TA-RATE-CNT.
033700     IF TA-HIT = ZERO
033800         ADD 1 TO TA-UNASSD-CNT
033900         MOVE SPACES       TO TA-O-RATE-X TA-O-TAX-X
034000         MOVE SPACES       TO TA-O-EFF-X
034100         MOVE 'UNASSESSED' TO TA-O-BASIS
034200         DISPLAY 'NO RATE IN EFFECT FOR TRACT ' TA-G-TRACT
034300                 ' - PARCEL ' TA-G-PARCEL-NO ' UNASSESSED'
034400         GO TO 3000-WRITE
034500     END-IF.
034600     MOVE TA-M-RATE(TA-HIT) TO TA-O-RATE.
034700     MOVE TA-M-EFF(TA-HIT)  TO TA-O-EFF.
034800     IF TA-M-EXEMPT(TA-HIT) = 'Y'
034900         ADD 1 TO TA-EXEMPT-CNT
035000         MOVE ZERO     TO TA-TAX
035100         MOVE 'EXEMPT' TO TA-O-BASIS
035200     ELSE
035300         COMPUTE TA-TAX ROUNDED = TA-SQM * TA-M-RATE(TA-HIT)
035400         IF TA-TAX < TA-M-MIN(TA-HIT)
035500             ADD 1 TO TA-MIN-CNT
035600             MOVE TA-M-MIN(TA-HIT) TO TA-TAX
035700             MOVE 'MINIMUM' TO TA-O-BASIS
035800         ELSE
035900             ADD 1 TO TA-RATED-CNT
036000             MOVE 'RATE' TO TA-O-BASIS
036100         END-IF
036200     END-IF.
036300     MOVE TA-TAX TO TA-O-TAX.
036400     ADD TA-TAX TO TA-TRACT-TAX.
036500 3000-WRITE.
036600     WRITE TAXROLL-LINE FROM TA-ROLL-REC.
036700 3000-EXIT.
036800     EXIT.
036900
037000 3100-TRY-RATE.
037100     IF TA-M-TRACT(TA-IX) NOT = TA-G-TRACT
037200        OR TA-M-EFF(TA-IX) > TA-TODAY
037300         GO TO 3100-EXIT
037400     END-IF.
037500     IF TA-HIT = ZERO
037600         MOVE TA-IX TO TA-HIT
037700     ELSE
037800         IF TA-M-EFF(TA-IX) > TA-M-EFF(TA-HIT)
037900             MOVE TA-IX TO TA-HIT
038000         END-IF
038100     END-IF.
038200 3100-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  4000/4500 - THE REGISTER'S OWN TOTAL LINES.  TAXROLL'S AREA  *
038700*  SUM SINCE THE LAST TOTAL MUST EQUAL THE REGISTER'S FIGURE.   *
038800*****************************************************************
038900 4000-TRACT-TOTAL.
039000     MOVE ZERO TO TA-REG-SQM.
039100     IF FUNCTION TEST-NUMVAL(TA-T-SQM-X) = ZERO
039200         MOVE FUNCTION NUMVAL(TA-T-SQM-X) TO TA-REG-SQM
039300     END-IF.
039400     MOVE SPACES TO TA-ROLL-REC.
039500     MOVE 'TRACT'      TO TA-O-TYPE.
039600     MOVE TA-T-TRACT   TO TA-O-TRACT.
039700     MOVE TA-TRACT-SQM TO TA-O-SQM.
039800     MOVE TA-TRACT-TAX TO TA-O-TAX.
039900     MOVE SPACES       TO TA-O-RATE-X TA-O-EFF-X.
040000     IF TA-TRACT-SQM = TA-REG-SQM
040100         MOVE 'BALANCED' TO TA-O-BASIS
040200     ELSE
040300         ADD 1 TO TA-OOB-CNT
040400         MOVE 'OUT OF BAL' TO TA-O-BASIS
040500         MOVE TA-TRACT-SQM TO TA-ED-SQM
040600         MOVE TA-REG-SQM TO TA-ED-SQM2
040700         DISPLAY 'TRACT ' TA-T-TRACT ' OUT OF BALANCE - ROLL '
040800                 TA-ED-SQM ' REGISTER ' TA-ED-SQM2
040900     END-IF.
041000     WRITE TAXROLL-LINE FROM TA-ROLL-REC.
041100     ADD TA-TRACT-SQM TO TA-GRAND-SQM.
041200     ADD TA-TRACT-TAX TO TA-GRAND-TAX.
041300     MOVE ZERO TO TA-TRACT-SQM TA-TRACT-TAX.
041400 4000-EXIT.
041500     EXIT.
041600
041700 4500-GRAND-TOTAL.
041800     MOVE 'Y' TO TA-GRAND-SEEN-SW.
041900     MOVE ZERO TO TA-REG-SQM.
042000     IF FUNCTION TEST-NUMVAL(TA-X-SQM-X) = ZERO
042100         MOVE FUNCTION NUMVAL(TA-X-SQM-X) TO TA-REG-SQM
042200     END-IF.
042300*    PARCELS AFTER THE LAST TRACT TOTAL CANNOT BALANCE
042400     ADD TA-TRACT-SQM TO TA-GRAND-SQM.
042500     ADD TA-TRACT-TAX TO TA-GRAND-TAX.
042600     MOVE SPACES TO TA-ROLL-REC.
042700     MOVE 'GRAND'      TO TA-O-TYPE.
042800     MOVE TA-GRAND-SQM TO TA-O-SQM.
042900     MOVE TA-GRAND-TAX TO TA-O-TAX.
043000     MOVE SPACES       TO TA-O-RATE-X TA-O-EFF-X.
043100     IF TA-GRAND-SQM = TA-REG-SQM AND TA-TRACT-SQM = ZERO
043200         MOVE 'BALANCED' TO TA-O-BASIS
043300     ELSE
043400         ADD 1 TO TA-OOB-CNT
043500         MOVE 'OUT OF BAL' TO TA-O-BASIS
043600         MOVE TA-GRAND-SQM TO TA-ED-SQM
043700         MOVE TA-REG-SQM TO TA-ED-SQM2
043800         DISPLAY 'GRAND TOTAL OUT OF BALANCE - ROLL '
043900                 TA-ED-SQM ' REGISTER ' TA-ED-SQM2
044000     END-IF.
044100     WRITE TAXROLL-LINE FROM TA-ROLL-REC.
044200     MOVE ZERO TO TA-TRACT-SQM TA-TRACT-TAX.
044300 4500-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*  5000-WRAP-UP - COUNTS, THEN THE RETURN CODE: OUT OF BALANCE  *
044800*  (OR NO GRAND TOTAL ON THE REGISTER) RC 8, UNASSESSED         *
044900*  PARCELS OR REJECTED ROWS RC 4.                               *
045000*****************************************************************
045100 5000-WRAP-UP.
045200     IF NOT TA-GRAND-SEEN
045300         ADD 1 TO TA-OOB-CNT
045400         DISPLAY 'PARCELREG HAS NO GRAND TOTAL - REGISTER '
045500                 'INCOMPLETE'
045600     END-IF.
045700     MOVE TA-PARCEL-CNT TO TA-ED-CNT.
045800     DISPLAY 'TAXASSES PARCELS ' TA-ED-CNT.
045900     MOVE TA-RATED-CNT TO TA-ED-CNT.
046000     MOVE TA-MIN-CNT TO TA-ED-CNT2.
046100     DISPLAY 'TAXASSES AT RATE ' TA-ED-CNT ' AT MINIMUM '
046200             TA-ED-CNT2.
046300     MOVE TA-EXEMPT-CNT TO TA-ED-CNT.
046400     MOVE TA-UNASSD-CNT TO TA-ED-CNT2.
046500     DISPLAY 'TAXASSES EXEMPT ' TA-ED-CNT ' UNASSESSED '
046600             TA-ED-CNT2.
046700     MOVE TA-GRAND-TAX TO TA-ED-TAX.
046800     DISPLAY 'TAXASSES TAX ASSESSED ' TA-ED-TAX.
046900     IF TA-OOB-CNT > ZERO
047000         PERFORM 8100-POST-ALERT THRU 8100-EXIT
047100         MOVE 8 TO RETURN-CODE
047200         GO TO 5000-EXIT
047300     END-IF.
047400     IF TA-UNASSD-CNT > ZERO OR TA-BAD-CNT > ZERO
047500         PERFORM 8100-POST-ALERT THRU 8100-EXIT
047600         MOVE 4 TO RETURN-CODE
047700     END-IF.
047800 5000-EXIT.
047900     EXIT.
047902
047904 8000-RECORD-LINEAGE.
047906*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
047908*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
047910*    RETURN-CODE, SO IT IS PUT BACK.
047912     MOVE RETURN-CODE   TO TA-SAVE-RC.
047914     MOVE 'TAXASSES'    TO LN-PROGRAM.
047916     MOVE SPACES        TO LN-START-TIME.
047918     MOVE ZERO          TO LN-CNT.
047920     IF TA-LN-RATE-SW = 'Y'
047922         ADD 1 TO LN-CNT
047924         MOVE 'TAXRATE'     TO LN-DSN(LN-CNT)
047926         MOVE 'R'           TO LN-MODE(LN-CNT)
047928     END-IF.
047930     IF TA-LN-CAT-SW = 'Y'
047932         ADD 1 TO LN-CNT
047934         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
047936         MOVE 'R'           TO LN-MODE(LN-CNT)
047938     END-IF.
047940     IF TA-LN-REG-SW = 'Y'
047942         ADD 1 TO LN-CNT
047944         MOVE TA-REG-DSN    TO LN-DSN(LN-CNT)
047946         MOVE 'R'           TO LN-MODE(LN-CNT)
047948     END-IF.
047950     IF TA-LN-ROLL-SW = 'Y'
047952         ADD 1 TO LN-CNT
047954         MOVE 'TAXROLL'     TO LN-DSN(LN-CNT)
047956         MOVE 'W'           TO LN-MODE(LN-CNT)
047958     END-IF.
047960     CALL 'LINEAGE' USING LN-PARM.
047962     MOVE TA-SAVE-RC    TO RETURN-CODE.
047964 8000-EXIT.
047966     EXIT.
048000
048100 8100-POST-ALERT.
048200     MOVE SPACES TO AL-PARM.
048300     MOVE 'TAXASSES' TO AL-SOURCE.
048400     MOVE 'TAXROLL' TO AL-DSN.
048500     IF TA-OOB-CNT > ZERO
048600         MOVE 'E' TO AL-SEVERITY
048700         MOVE TA-OOB-CNT TO TA-ED-CNT
048800         STRING 'TAXROLL OUT OF BALANCE WITH PARCELREG AT'
048900                TA-ED-CNT ' TOTAL(S)'
049000             DELIMITED BY SIZE INTO AL-TEXT
049100     ELSE
049200         MOVE 'W' TO AL-SEVERITY
049300         MOVE TA-UNASSD-CNT TO TA-ED-CNT
049400         MOVE TA-BAD-CNT TO TA-ED-CNT2
049500         STRING 'PARCELS UNASSESSED' TA-ED-CNT
049600                ' - ROWS REJECTED' TA-ED-CNT2
049700             DELIMITED BY SIZE INTO AL-TEXT
049800     END-IF.
049900     CALL 'ALERTSVC' USING AL-PARM.
050000 8100-EXIT.
050100     EXIT.
050200
050300 9999-EXIT.
050350     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
050400     STOP RUN.
