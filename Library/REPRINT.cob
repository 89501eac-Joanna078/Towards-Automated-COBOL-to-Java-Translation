000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REPRINT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  REPRINT - ON-DEMAND REPRINT OF A CATALOGUED REPORT           *
000900*  GENERATION.  REQUEST CARDS COME FROM SYSIN, ONE PER LINE:    *
001000*    <PROGRAM> <YYYYMMDD | DSN> [PAGES F-T] [COPIES N]          *
001100*  THE GENERATION IS LOCATED THROUGH RPTCAT - BY THE PROGRAM    *
001200*  AND BATCH DATE IT WAS CATALOGUED UNDER, OR BY ITS OWN        *
001300*  GENERATION DSN (WHICH MUST BE CATALOGUED TO THAT PROGRAM).   *
001400*  A DATE THAT MATCHES MORE THAN ONE GENERATION LISTS THEM      *
001500*  AND IS REFUSED - ASK AGAIN BY DSN.  BEFORE ANYTHING PRINTS   *
001600*  THE GENERATION MUST OPEN WITH THE STANDARD HDR RECORD FOR    *
001700*  THAT PROGRAM AND END WITH A TRL RECORD WHOSE COUNT EQUALS    *
001800*  THE BODY RECORDS BETWEEN THEM; ONE THAT DOES NOT BALANCE     *
001900*  IS REFUSED (RC 8) AND NOTHING IS PRINTED FROM IT.            *
002000*  THE BODY IS RE-PAGED THROUGH PRINTFMT AT THE SHOP PAGE       *
002100*  SIZE UNDER A 'REPRINT OF <DATE>' BANNER.  PAGES LIMITS IT    *
002200*  TO THOSE BODY PAGES (A SINGLE NUMBER IS ONE PAGE); COPIES    *
002300*  (1-9, DEFAULT 1) WRITES EACH COPY TO ITS OWN PRINT DATASET   *
002400*  RPN.<GENERATION DSN>.  EVERY CARD - PRINTED OR REFUSED -     *
002500*  GETS A LINE ON THE REPRLOG REPRINT LOG.  A CARD THAT         *
002600*  CANNOT BE MATCHED ENDS THE RUN RC 4.                         *
002700*****************************************************************
002800*  MODIFICATION HISTORY                                         *
002900*  2026-10-15  OSG  NEW PROGRAM.                                *
002920*  2026-10-15  OSG  UNMATCHED AND REFUSED CARDS POSTED TO THE   *
002940*                   ALERT QUEUE.                                *
002960*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002980*                   LINEAGE REGISTER AT END OF JOB.             *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RPTCAT ASSIGN TO RPTCAT
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS RW-C-STATUS.
003700     SELECT GENFILE ASSIGN USING RW-GEN-DSN
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS RW-G-STATUS.
004000     SELECT OPTIONAL REPRLOG ASSIGN TO REPRLOG
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS RW-L-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RPTCAT.
004600 01  RPTCAT-LINE              PIC X(60).
004700 FD  GENFILE.
004800 01  GENFILE-LINE             PIC X(133).
004900 FD  REPRLOG.
005000 01  REPRLOG-LINE             PIC X(160).
005100 WORKING-STORAGE SECTION.
005200 77  RW-C-STATUS              PIC X(02).
005300 77  RW-G-STATUS              PIC X(02).
005400 77  RW-L-STATUS              PIC X(02).
005500 77  RW-EOF-SW                PIC X(01).
005600     88  RW-EOF                          VALUE 'Y'.
005625 77  RW-LN-CAT-SW             PIC X(01) VALUE 'N'.
005650 77  RW-LN-LOG-SW             PIC X(01) VALUE 'N'.
005675 77  RW-SAVE-RC               PIC S9(04) COMP.
005700 77  RW-CARD-EOF-SW           PIC X(01) VALUE 'N'.
005800     88  RW-CARD-EOF                     VALUE 'Y'.
005900 77  RW-CAT-CNT               PIC 9(04) COMP VALUE ZERO.
006000 77  RW-IX                    PIC 9(04) COMP.
006100 77  RW-HIT                   PIC 9(04) COMP.
006200 77  RW-MATCH-CNT             PIC 9(04) COMP.
006300 77  RW-REC-CNT               PIC 9(09) COMP.
006400 77  RW-BODY-CNT              PIC 9(09) COMP.
006500 77  RW-BODY-NO               PIC 9(09) COMP.
006600 77  RW-PAGE-NO               PIC 9(07) COMP.
006700 77  RW-PAGES                 PIC 9(07) COMP.
006800 77  RW-COPY                  PIC 9(01).
006900 77  RW-COPIES                PIC 9(01).
007000 77  RW-FROM-PAGE             PIC 9(04).
007100 77  RW-TO-PAGE               PIC 9(04).
007200 77  RW-PRINTED               PIC 9(07) COMP.
007300 77  RW-REQ-CNT               PIC 9(05) COMP VALUE ZERO.
007400 77  RW-DONE-CNT              PIC 9(05) COMP VALUE ZERO.
007500*    A REFUSAL ENDS THE RUN RC 8, AN UNMATCHED CARD RC 4,
007600*    WHATEVER THE SERVICE CALLS AFTER IT LEAVE BEHIND
007700 77  RW-WORST-RC              PIC 9(04) VALUE ZERO.
007800*    THE SHOP PAGE SIZE PRINTFMT PAGES THE BODY AT
007900 77  RW-PAGE-SIZE             PIC 9(03) VALUE 55.
008000 77  RW-HDR-SW                PIC X(01).
008100 77  RW-TRL-SW                PIC X(01).
008200 77  RW-TRL-CNT               PIC 9(09).
008300 01  RW-GEN-DSN               PIC X(30).
008400 01  RW-OUT-DSN               PIC X(30).
008500 01  RW-CARD                  PIC X(80).
008600 01  RW-PGM                   PIC X(12).
008700 01  RW-GEN-X                 PIC X(30).
008800 01  RW-KW1                   PIC X(08).
008900 01  RW-VAL1                  PIC X(10).
009000 01  RW-KW2                   PIC X(08).
009100 01  RW-VAL2                  PIC X(10).
009200 01  RW-KW                    PIC X(08).
009300 01  RW-VAL                   PIC X(10).
009400 01  RW-FROM-X                PIC X(05).
009500 01  RW-TO-X                  PIC X(05).
009600 01  RW-GEN-DATE              PIC 9(08).
009700*    'Y' WHEN THE CARD ASKED BY DATE, NOT BY DSN
009800 01  RW-BY-DATE-SW            PIC X(01).
009900 01  RW-REASON                PIC X(40).
010000 01  RW-CAT-REC.
010100     05  RW-R-DSN             PIC X(30).
010200     05  FILLER               PIC X(01).
010300     05  RW-R-DATE            PIC 9(08).
010400     05  FILLER               PIC X(01).
010500     05  RW-R-PROGRAM         PIC X(12).
010600     05  FILLER               PIC X(08).
010700 01  RW-CAT-TBL.
010800     05  RW-CAT-ROW           PIC X(60) OCCURS 5000.
010900 01  RW-LOG-REC.
011000     05  RW-LOG-DATE          PIC 9(08).
011100     05  FILLER               PIC X(01) VALUE SPACE.
011200     05  RW-LOG-TIME          PIC 9(06).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  RW-LOG-PROGRAM       PIC X(12).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  RW-LOG-DSN           PIC X(30).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  RW-LOG-GEN-DATE      PIC 9(08).
011900     05  FILLER               PIC X(07) VALUE ' PAGES '.
012000     05  RW-LOG-FROM          PIC 9(04).
012100     05  FILLER               PIC X(01) VALUE '-'.
012200     05  RW-LOG-TO            PIC 9(04).
012300     05  FILLER               PIC X(08) VALUE ' COPIES '.
012400     05  RW-LOG-COPIES        PIC 9(01).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  RW-LOG-LINES         PIC 9(07).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800*        PRINTED, REFUSED OR NOTFOUND
012900     05  RW-LOG-RESULT        PIC X(08).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  RW-LOG-REASON        PIC X(40).
013200 01  RW-ED-DATE               PIC 9(08).
013300 01  RW-ED-PAGES              PIC Z(03)9.
013325 01  RW-ED-CNT                PIC Z(04)9.
013350 01  RW-LN-DSN                PIC X(30).
013375 01  RW-LN-MODE               PIC X(01).
013400 COPY RPTHDTRL.
013500 COPY PRINTFPM.
013533 COPY ALERTPM.
013566 COPY LINEAGPM.
013600 PROCEDURE DIVISION.
013700*****************************************************************
013800*  0000-MAINLINE - LOAD THE CATALOG ONCE, ANSWER EVERY CARD.    *
013900*****************************************************************
014000 0000-MAINLINE.
014100     ACCEPT HT-TS-DATE FROM DATE YYYYMMDD.
014200     ACCEPT HT-TS-TIME FROM TIME.
014225     MOVE 'REPRINT'     TO LN-PROGRAM.
014250     MOVE HT-TS-HHMMSS  TO LN-START-TIME.
014275     MOVE ZERO          TO LN-CNT.
014300     PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
014400     PERFORM 2000-NEXT-CARD THRU 2000-EXIT
014500         UNTIL RW-CARD-EOF.
014600     DISPLAY 'REPRINT REQUESTS ' RW-REQ-CNT ' PRINTED '
014700             RW-DONE-CNT.
014712*    AN UNMATCHED OR REFUSED CARD IS ONE ALERT FOR THE RUN; THE
014724*    RETURN CODE THE SERVICES LEFT IS KEPT ACROSS THE CALL
014736     IF RW-WORST-RC NOT = ZERO
014748         MOVE RETURN-CODE TO RW-SAVE-RC
014760         PERFORM 8100-POST-ALERT THRU 8100-EXIT
014772         MOVE RW-SAVE-RC TO RETURN-CODE
014784     END-IF.
014800     IF RETURN-CODE < RW-WORST-RC
014900         MOVE RW-WORST-RC TO RETURN-CODE
015000     END-IF.
015100     GO TO 9999-EXIT.
015200
015300 1000-LOAD-CATALOG.
015400     MOVE 'N' TO RW-EOF-SW.
015500     OPEN INPUT RPTCAT.
015600     IF RW-C-STATUS NOT = '00'
015700         DISPLAY 'RPTCAT NOT AVAILABLE, STATUS ' RW-C-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         GO TO 9999-EXIT
016000     END-IF.
016050     MOVE 'Y' TO RW-LN-CAT-SW.
016100     PERFORM UNTIL RW-EOF
016200         READ RPTCAT
016300             AT END
016400                 MOVE 'Y' TO RW-EOF-SW
016500             NOT AT END
016600                 IF RW-CAT-CNT >= 5000
016700                     DISPLAY 'RPTCAT EXCEEDS THE 5000-ENTRY '
016800                             'TABLE - RUN ABANDONED'
016900                     MOVE 16 TO RETURN-CODE
017000                     GO TO 9999-EXIT
017100                 END-IF
017200                 ADD 1 TO RW-CAT-CNT
017300                 MOVE RPTCAT-LINE
017400                     TO RW-CAT-ROW(RW-CAT-CNT)
017500         END-READ
017600     END-PERFORM.
017700     CLOSE RPTCAT.
017800 1000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200*  2000-NEXT-CARD - ONE REPRINT REQUEST: PARSE, LOCATE,         *
018300*  VERIFY, PRINT, LOG.                                          *
018400*****************************************************************
018500 2000-NEXT-CARD.
018600     MOVE SPACES TO RW-CARD.
018700     ACCEPT RW-CARD
018800         ON EXCEPTION
018900             MOVE 'Y' TO RW-CARD-EOF-SW
019000             GO TO 2000-EXIT
019100     END-ACCEPT.
019200     IF RW-CARD = SPACES
019300         MOVE 'Y' TO RW-CARD-EOF-SW
019400         GO TO 2000-EXIT
019500     END-IF.
019600     IF RW-CARD(1:1) = '*'
019700         GO TO 2000-EXIT
019800     END-IF.
019900     ADD 1 TO RW-REQ-CNT.
020000     MOVE SPACES TO RW-PGM RW-GEN-X RW-KW1 RW-VAL1 RW-KW2
020100                    RW-VAL2 RW-GEN-DSN RW-REASON.
020200     MOVE ZERO TO RW-GEN-DATE RW-BODY-CNT RW-PRINTED.
020300     MOVE 1 TO RW-FROM-PAGE RW-COPIES.
020400     MOVE 9999 TO RW-TO-PAGE.
020500     UNSTRING RW-CARD DELIMITED BY ALL SPACE
020600         INTO RW-PGM RW-GEN-X RW-KW1 RW-VAL1 RW-KW2 RW-VAL2.
020700     IF RW-PGM = SPACES OR RW-GEN-X = SPACES
020800         MOVE 'NO PROGRAM AND DATE OR DSN' TO RW-REASON
020900         GO TO 2000-NOT-FOUND
021000     END-IF.
021100     MOVE RW-KW1  TO RW-KW.
021200     MOVE RW-VAL1 TO RW-VAL.
021300     PERFORM 2100-OPTION THRU 2100-EXIT.
021400     IF RW-REASON NOT = SPACES
021500         GO TO 2000-NOT-FOUND
021600     END-IF.
021700     MOVE RW-KW2  TO RW-KW.
021800     MOVE RW-VAL2 TO RW-VAL.
021900     PERFORM 2100-OPTION THRU 2100-EXIT.
022000     IF RW-REASON NOT = SPACES
022100         GO TO 2000-NOT-FOUND
022200     END-IF.
022300     PERFORM 3000-LOCATE THRU 3000-EXIT.
022400     IF RW-REASON NOT = SPACES
022500         GO TO 2000-NOT-FOUND
022600     END-IF.
022700     PERFORM 4000-VERIFY THRU 4000-EXIT.
022800     IF RW-REASON NOT = SPACES
022900         DISPLAY 'REFUSED ' RW-GEN-DSN ' - ' RW-REASON
023000         MOVE 'REFUSED' TO RW-LOG-RESULT
023100         MOVE 8 TO RW-WORST-RC
023200         PERFORM 6000-WRITE-LOG THRU 6000-EXIT
023300         GO TO 2000-EXIT
023400     END-IF.
023500     PERFORM 5000-PRINT THRU 5000-EXIT.
023600     IF RW-REASON NOT = SPACES
023700         DISPLAY 'REFUSED ' RW-GEN-DSN ' - ' RW-REASON
023800         MOVE 'REFUSED' TO RW-LOG-RESULT
023900         MOVE 8 TO RW-WORST-RC
024000         PERFORM 6000-WRITE-LOG THRU 6000-EXIT
024100         GO TO 2000-EXIT
024200     END-IF.
024300     ADD 1 TO RW-DONE-CNT.
024400     MOVE 'PRINTED' TO RW-LOG-RESULT.
024500     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
024600     GO TO 2000-EXIT.
024700 2000-NOT-FOUND.
024800     DISPLAY 'NOT PRINTED ' RW-PGM ' ' RW-GEN-X ' - '
024900             RW-REASON.
025000     MOVE 'NOTFOUND' TO RW-LOG-RESULT.
025100     IF RW-WORST-RC < 4
025200         MOVE 4 TO RW-WORST-RC
025300     END-IF.
025400     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
025500 2000-EXIT.
025600     EXIT.
025700
025800 2100-OPTION.
025900     EVALUATE RW-KW
026000         WHEN SPACES
026100             CONTINUE
026200         WHEN 'PAGES'
026300             MOVE SPACES TO RW-FROM-X RW-TO-X
026400             UNSTRING RW-VAL DELIMITED BY '-'
026500                 INTO RW-FROM-X RW-TO-X
026600             IF RW-TO-X = SPACES
026700                 MOVE RW-FROM-X TO RW-TO-X
026800             END-IF
026900             IF FUNCTION TRIM(RW-FROM-X) IS NOT NUMERIC
027000                OR FUNCTION TRIM(RW-TO-X) IS NOT NUMERIC
027100                 MOVE 'PAGES IS NOT F-T' TO RW-REASON
027200                 GO TO 2100-EXIT
027300             END-IF
027400             MOVE FUNCTION NUMVAL(RW-FROM-X) TO RW-FROM-PAGE
027500             MOVE FUNCTION NUMVAL(RW-TO-X)   TO RW-TO-PAGE
027600             IF RW-FROM-PAGE = ZERO
027700                OR RW-TO-PAGE < RW-FROM-PAGE
027800                 MOVE 'PAGES IS NOT F-T' TO RW-REASON
027900             END-IF
028000         WHEN 'COPIES'
028100             IF RW-VAL(1:1) IS NOT NUMERIC
028200                OR RW-VAL(1:1) = '0'
028300                OR RW-VAL(2:) NOT = SPACES
028400                 MOVE 'COPIES MUST BE 1-9' TO RW-REASON
028500             ELSE
028600                 MOVE RW-VAL(1:1) TO RW-COPIES
028700             END-IF
028800         WHEN OTHER
028900             STRING 'UNKNOWN OPTION ' RW-KW
029000                 DELIMITED BY SIZE INTO RW-REASON
029100     END-EVALUATE.
029200 2100-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*  3000-LOCATE - THE GENERATION ON RPTCAT, BY DATE OR BY DSN.   *
029700*****************************************************************
029800 3000-LOCATE.
029900     MOVE ZERO TO RW-HIT RW-MATCH-CNT.
030000     IF RW-GEN-X(1:8) IS NUMERIC AND RW-GEN-X(9:) = SPACES
030100         MOVE 'Y' TO RW-BY-DATE-SW
030200         MOVE RW-GEN-X(1:8) TO RW-ED-DATE
030300     ELSE
030400         MOVE 'N' TO RW-BY-DATE-SW
030500     END-IF.
030600     PERFORM VARYING RW-IX FROM 1 BY 1
030700         UNTIL RW-IX > RW-CAT-CNT
030800         MOVE RW-CAT-ROW(RW-IX) TO RW-CAT-REC
030900         IF RW-BY-DATE-SW = 'Y'
031000             IF RW-R-PROGRAM = RW-PGM
031100                AND RW-R-DATE = RW-ED-DATE
031200                 ADD 1 TO RW-MATCH-CNT
031300                 MOVE RW-IX TO RW-HIT
031400             END-IF
031500         ELSE
031600             IF RW-R-DSN = RW-GEN-X
031700                 MOVE 1 TO RW-MATCH-CNT
031800                 MOVE RW-IX TO RW-HIT
031900             END-IF
032000         END-IF
032100     END-PERFORM.
032200     IF RW-MATCH-CNT = ZERO
032300         MOVE 'NOT CATALOGUED' TO RW-REASON
032400         GO TO 3000-EXIT
032500     END-IF.
032600     IF RW-MATCH-CNT > 1
032700         PERFORM 3100-LIST-MATCHES THRU 3100-EXIT
032800         MOVE 'MORE THAN ONE GENERATION - BY DSN'
032900             TO RW-REASON
033000         GO TO 3000-EXIT
033100     END-IF.
033200     MOVE RW-CAT-ROW(RW-HIT) TO RW-CAT-REC.
033300     IF RW-R-PROGRAM NOT = RW-PGM
033400         MOVE 'CATALOGUED TO ANOTHER PROGRAM' TO RW-REASON
033500         GO TO 3000-EXIT
033600     END-IF.
033700     MOVE RW-R-DSN  TO RW-GEN-DSN.
033800     MOVE RW-R-DATE TO RW-GEN-DATE.
033900 3000-EXIT.
034000     EXIT.
034100
034200 3100-LIST-MATCHES.
034300     DISPLAY RW-PGM ' CATALOGUED ' RW-MATCH-CNT
034400             ' GENERATIONS ON ' RW-ED-DATE ':'.
034500     PERFORM VARYING RW-IX FROM 1 BY 1
034600         UNTIL RW-IX > RW-CAT-CNT
034700         MOVE RW-CAT-ROW(RW-IX) TO RW-CAT-REC
034800         IF RW-R-PROGRAM = RW-PGM
034900            AND RW-R-DATE = RW-ED-DATE
035000             DISPLAY '  ' RW-R-DSN
035100         END-IF
035200     END-PERFORM.
035300 3100-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700*  4000-VERIFY - HDR FIRST, FOR THE CATALOGUED PROGRAM; TRL     *
035800*  LAST, ITS COUNT EQUAL TO THE BODY RECORDS BETWEEN THEM.      *
035900*****************************************************************
036000 4000-VERIFY.
036100     OPEN INPUT GENFILE.
036200     IF RW-G-STATUS NOT = '00'
036300         STRING 'NOT AVAILABLE, STATUS ' RW-G-STATUS
036400             DELIMITED BY SIZE INTO RW-REASON
036500         GO TO 4000-EXIT
036600     END-IF.
036625     MOVE RW-GEN-DSN    TO RW-LN-DSN.
036650     MOVE 'R'           TO RW-LN-MODE.
036675     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
036700     MOVE 'N' TO RW-EOF-SW RW-HDR-SW RW-TRL-SW.
036800     MOVE ZERO TO RW-REC-CNT RW-TRL-CNT.
036900     PERFORM UNTIL RW-EOF
037000         READ GENFILE
037100             AT END
037200                 MOVE 'Y' TO RW-EOF-SW
037300             NOT AT END
037400                 PERFORM 4100-ONE-RECORD THRU 4100-EXIT
037500         END-READ
037600     END-PERFORM.
037700     CLOSE GENFILE.
037800     IF RW-HDR-SW NOT = 'Y'
037900         MOVE 'NO STANDARD HDR RECORD' TO RW-REASON
038000         GO TO 4000-EXIT
038100     END-IF.
038200     IF HT-H-PROGRAM NOT = RW-PGM
038300         MOVE 'HDR IS FOR ANOTHER PROGRAM' TO RW-REASON
038400         GO TO 4000-EXIT
038500     END-IF.
038600     IF RW-TRL-SW NOT = 'Y'
038700         MOVE 'NO TRL RECORD AT THE END' TO RW-REASON
038800         GO TO 4000-EXIT
038900     END-IF.
039000     IF RW-TRL-CNT NOT = RW-BODY-CNT
039100         DISPLAY 'TRL COUNT ' RW-TRL-CNT ' BODY RECORDS '
039200                 RW-BODY-CNT
039300         MOVE 'TRAILER DOES NOT BALANCE' TO RW-REASON
039400         GO TO 4000-EXIT
039500     END-IF.
039600 4000-EXIT.
039700     EXIT.
039800
039900 4100-ONE-RECORD.
040000*    RW-TRL-SW IS SET BY A TRL RECORD AND CLEARED BY ANYTHING
040100*    AFTER IT, SO ONLY A TRAILER THAT ENDS THE DATASET COUNTS
040200     ADD 1 TO RW-REC-CNT.
040300     IF RW-REC-CNT = 1
040400         IF GENFILE-LINE(1:4) = 'HDR '
040500             MOVE GENFILE-LINE TO HT-HEADER
040600             MOVE 'Y' TO RW-HDR-SW
040700         END-IF
040800         GO TO 4100-EXIT
040900     END-IF.
041000     IF RW-TRL-SW = 'Y'
041100         ADD 1 TO RW-BODY-CNT
041200         MOVE 'N' TO RW-TRL-SW
041300     END-IF.
041400     IF GENFILE-LINE(1:4) = 'TRL '
041500         MOVE GENFILE-LINE TO HT-TRAILER
041600         IF HT-T-COUNT IS NUMERIC
041700             MOVE HT-T-COUNT TO RW-TRL-CNT
041800             MOVE 'Y' TO RW-TRL-SW
041900             GO TO 4100-EXIT
042000         END-IF
042100     END-IF.
042200     ADD 1 TO RW-BODY-CNT.
042300 4100-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  5000-PRINT - EACH COPY TO ITS OWN PRINT DATASET, THE BODY    *
042800*  RE-PAGED UNDER THE REPRINT BANNER.                           *
042900*****************************************************************
043000 5000-PRINT.
043100     COMPUTE RW-PAGES =
043200         (RW-BODY-CNT + RW-PAGE-SIZE - 1) / RW-PAGE-SIZE.
043300     IF RW-PAGES = ZERO
043400         MOVE 1 TO RW-PAGES
043500     END-IF.
043600     IF RW-FROM-PAGE > RW-PAGES
043700         MOVE RW-PAGES TO RW-ED-PAGES
043800         STRING 'PAGES BEYOND THE ' RW-ED-PAGES ' PAGE(S)'
043900             DELIMITED BY SIZE INTO RW-REASON
044000         GO TO 5000-EXIT
044100     END-IF.
044200     IF RW-TO-PAGE > RW-PAGES
044300         MOVE RW-PAGES TO RW-TO-PAGE
044400     END-IF.
044500     PERFORM 5100-ONE-COPY THRU 5100-EXIT
044600         VARYING RW-COPY FROM 1 BY 1
044700         UNTIL RW-COPY > RW-COPIES OR RW-REASON NOT = SPACES.
044800 5000-EXIT.
044900     EXIT.
045000
045100 5100-ONE-COPY.
045200     MOVE SPACES TO RW-OUT-DSN.
045300     STRING 'RP' RW-COPY '.' RW-GEN-DSN
045400         DELIMITED BY SPACE INTO RW-OUT-DSN.
045500     MOVE 'I' TO PF-OP.
045600     MOVE RW-OUT-DSN TO PF-DSN.
045700     MOVE SPACES TO PF-TITLE PF-HEADING.
045800     STRING 'REPRINT OF ' RW-GEN-DATE ' ' RW-PGM
045900         DELIMITED BY SIZE INTO PF-TITLE.
046000     MOVE RW-PAGES TO RW-ED-PAGES.
046100     STRING RW-GEN-DSN DELIMITED BY SPACE
046200            '  COPY ' RW-COPY ' OF ' RW-COPIES
046300            '  PAGES ' RW-FROM-PAGE '-' RW-TO-PAGE
046400            ' OF ' RW-ED-PAGES
046500         DELIMITED BY SIZE INTO PF-HEADING.
046600     MOVE ZERO TO PF-PAGE-SIZE.
046700     CALL 'PRINTFMT' USING PF-PARM.
046800     IF PF-STATUS NOT = 'G'
046900         STRING RW-OUT-DSN DELIMITED BY SPACE
047000                ' NOT USABLE' DELIMITED BY SIZE
047100             INTO RW-REASON
047200         GO TO 5100-EXIT
047300     END-IF.
047325     MOVE RW-OUT-DSN    TO RW-LN-DSN.
047350     MOVE 'W'           TO RW-LN-MODE.
047375     PERFORM 8050-NOTE-DSN THRU 8050-EXIT.
047400     OPEN INPUT GENFILE.
047500     MOVE 'N' TO RW-EOF-SW.
047600     MOVE ZERO TO RW-REC-CNT RW-BODY-NO.
047700     PERFORM UNTIL RW-EOF
047800         READ GENFILE
047900             AT END
048000                 MOVE 'Y' TO RW-EOF-SW
048100             NOT AT END
048200                 ADD 1 TO RW-REC-CNT
048300                 IF RW-REC-CNT > 1
048400                    AND RW-BODY-NO < RW-BODY-CNT
048500                     PERFORM 5200-BODY-LINE THRU 5200-EXIT
048600                 END-IF
048700         END-READ
048800     END-PERFORM.
048900     CLOSE GENFILE.
049000     MOVE 'C' TO PF-OP.
049100     CALL 'PRINTFMT' USING PF-PARM.
049200     IF RW-COPY = 1
049300         MOVE PF-LINE-CNT TO RW-PRINTED
049400     END-IF.
049500     DISPLAY 'REPRINTED ' RW-GEN-DSN ' TO ' RW-OUT-DSN.
049600 5100-EXIT.
049700     EXIT.
049800
049900 5200-BODY-LINE.
050000     ADD 1 TO RW-BODY-NO.
050100     COMPUTE RW-PAGE-NO =
050200         (RW-BODY-NO + RW-PAGE-SIZE - 1) / RW-PAGE-SIZE.
050300     IF RW-PAGE-NO < RW-FROM-PAGE OR RW-PAGE-NO > RW-TO-PAGE
050400         GO TO 5200-EXIT
050500     END-IF.
050600     MOVE 'D' TO PF-OP.
050700     MOVE GENFILE-LINE TO PF-LINE.
050800     CALL 'PRINTFMT' USING PF-PARM.
050900 5200-EXIT.
051000     EXIT.
051100
051200 6000-WRITE-LOG.
051300     MOVE HT-TS-DATE    TO RW-LOG-DATE.
051400     MOVE HT-TS-HHMMSS  TO RW-LOG-TIME.
051500     MOVE RW-PGM        TO RW-LOG-PROGRAM.
051600     IF RW-GEN-DSN = SPACES
051700         MOVE RW-GEN-X  TO RW-LOG-DSN
051800     ELSE
051900         MOVE RW-GEN-DSN TO RW-LOG-DSN
052000     END-IF.
052100     MOVE RW-GEN-DATE   TO RW-LOG-GEN-DATE.
052200     MOVE RW-FROM-PAGE  TO RW-LOG-FROM.
052300     MOVE RW-TO-PAGE    TO RW-LOG-TO.
052400     MOVE RW-COPIES     TO RW-LOG-COPIES.
052500     MOVE RW-PRINTED    TO RW-LOG-LINES.
052600     MOVE RW-REASON     TO RW-LOG-REASON.
052700     OPEN EXTEND REPRLOG.
052800     IF RW-L-STATUS = '00' OR RW-L-STATUS = '05'
052850         MOVE 'Y' TO RW-LN-LOG-SW
052900         WRITE REPRLOG-LINE FROM RW-LOG-REC
053000         CLOSE REPRLOG
053100     END-IF.
053200 6000-EXIT.
053300     EXIT.
053400
053401 8000-RECORD-LINEAGE.
053402*    EVERY PATH OUT ENDS HERE.  THE GENERATIONS READ AND THE PRINT
053403*    DATASETS WRITTEN ARE ALREADY ON THE LIST (8050); RPTCAT AND
053404*    REPRLOG, IF THE RUN GOT AS FAR AS OPENING THEM, ARE ADDED AND
053405*    THE LIST SENT.
053406     IF RW-LN-CAT-SW = 'Y'
053407         ADD 1 TO LN-CNT
053408         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
053409         MOVE 'R'           TO LN-MODE(LN-CNT)
053410     END-IF.
053411     IF RW-LN-LOG-SW = 'Y'
053412         ADD 1 TO LN-CNT
053413         MOVE 'REPRLOG'     TO LN-DSN(LN-CNT)
053414         MOVE 'W'           TO LN-MODE(LN-CNT)
053415     END-IF.
053416     PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT.
053417 8000-EXIT.
053418     EXIT.
053419
053420*    EVERY CARD CAN READ A GENERATION AND WRITE UP TO NINE COPIES,
053421*    SO THE LIST CAN OUTGROW ONE CALL - A FULL LIST IS SENT AHEAD
053422*    UNDER THE SAME START TIME, KEEPING TWO PLACES FOR RPTCAT AND
053423*    REPRLOG AT THE END.
053424 8050-NOTE-DSN.
053425     IF LN-CNT >= 10
053426         PERFORM 8090-SEND-LINEAGE THRU 8090-EXIT
053427     END-IF.
053428     ADD 1 TO LN-CNT.
053429     MOVE RW-LN-DSN     TO LN-DSN(LN-CNT).
053430     MOVE RW-LN-MODE    TO LN-MODE(LN-CNT).
053431 8050-EXIT.
053432     EXIT.
053433
053434*    THE LINEAGE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK
053435 8090-SEND-LINEAGE.
053436     MOVE RETURN-CODE   TO RW-SAVE-RC.
053437     CALL 'LINEAGE' USING LN-PARM.
053438     MOVE RW-SAVE-RC    TO RETURN-CODE.
053439     MOVE ZERO          TO LN-CNT.
053440 8090-EXIT.
053441     EXIT.
053442
053443 8100-POST-ALERT.
053444     COMPUTE RW-ED-CNT = RW-REQ-CNT - RW-DONE-CNT.
053445     MOVE SPACES TO AL-PARM.
053446     MOVE 'REPRINT' TO AL-SOURCE.
053447     IF RW-WORST-RC > 4
053448         MOVE 'E' TO AL-SEVERITY
053449     ELSE
053450         MOVE 'W' TO AL-SEVERITY
053451     END-IF.
053452     MOVE 'REPRLOG' TO AL-DSN.
053453     STRING RW-ED-CNT ' REPRINT REQUEST(S) NOT PRINTED - SEE '
053454            'REPRLOG'
053455         DELIMITED BY SIZE INTO AL-TEXT.
053456     CALL 'ALERTSVC' USING AL-PARM.
053457 8100-EXIT.
053458     EXIT.
053459
053500 9999-EXIT.
053550     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
053600     STOP RUN.
