000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERLOCK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  CENTRAL BATCH LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PERLOCK - PERIOD POSTING-LOCK SERVICE.                       *
000900*  CALLERS PASS A DATE; THE PERIOD IT FALLS IN (YYYYMM) IS      *
001000*  LOOKED UP ON THE PERIODS DATASET THAT PERCLOSE MAINTAINS.    *
001100*  PK-STATUS:                                                   *
001200*    'O'  PERIOD OPEN (OR CLOSING, OR NOT ON THE DATASET) -     *
001300*         POST AS USUAL                                         *
001400*    'C'  PERIOD CLOSED - NOTHING MAY BE POSTED INTO IT UNTIL   *
001500*         AN AUTHORISED REOPEN IS RECORDED THROUGH PERCLOSE     *
001600*    'M'  NO PERIODS DATASET AT ALL - NO PERIOD HAS EVER BEEN   *
001700*         CLOSED, SO EVERY DATE IS OPEN                         *
001800*  PK-PERIOD AND PK-STATE ARE RETURNED FOR THE CALLER'S         *
001900*  MESSAGE.  THE DATASET IS LOADED ON FIRST CALL AND HELD FOR   *
002000*  THE RUN.                                                     *
002100*****************************************************************
002200*  MODIFICATION HISTORY                                         *
002300*  2026-10-15  OSG  NEW PROGRAM.                                *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PERIODS ASSIGN TO PERIODS
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS PK-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PERIODS.
003400 01  PERIODS-LINE             PIC X(100).
003500 WORKING-STORAGE SECTION.
003600 77  PK-FILE-STATUS           PIC X(02).
003700 77  PK-LOADED-SW             PIC X(01) VALUE 'N'.
003800     88  PK-LOADED                       VALUE 'Y'.
003900 77  PK-ABSENT-SW             PIC X(01) VALUE 'N'.
004000     88  PK-ABSENT                       VALUE 'Y'.
004100 77  PK-EOF-SW                PIC X(01) VALUE 'N'.
004200     88  PK-EOF                          VALUE 'Y'.
004300 77  PK-CNT                   PIC 9(04) COMP VALUE ZERO.
004400 77  PK-IX                    PIC 9(04) COMP.
004500 01  PK-TABLE.
004600     05  PK-ROW OCCURS 1200.
004700         10  PK-T-PERIOD      PIC 9(06).
004800         10  PK-T-STATE       PIC X(07).
004900 COPY PERIODRC.
005000 LINKAGE SECTION.
005100 COPY PERLCKPM.
005200 PROCEDURE DIVISION USING PK-PARM.
005300*****************************************************************
005400*  0000-MAINLINE - LOAD ON FIRST CALL, THEN TABLE LOOKUP.       *
005500*****************************************************************
005600 0000-MAINLINE.
005700     IF NOT PK-LOADED
005800         PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT
005900     END-IF.
006000     DIVIDE PK-DATE BY 100 GIVING PK-PERIOD.
006100     MOVE 'OPEN' TO PK-STATE.
006200     IF PK-ABSENT
006300         MOVE 'M' TO PK-STATUS
006400         GO TO 9999-EXIT
006500     END-IF.
006600     MOVE 'O' TO PK-STATUS.
006700     PERFORM VARYING PK-IX FROM 1 BY 1
006800         UNTIL PK-IX > PK-CNT
006900         IF PK-T-PERIOD(PK-IX) = PK-PERIOD
007000             MOVE PK-T-STATE(PK-IX) TO PK-STATE
007100             IF PK-T-STATE(PK-IX) = 'CLOSED'
007200                 MOVE 'C' TO PK-STATUS
007300             END-IF
007400         END-IF
007500     END-PERFORM.
007600     GO TO 9999-EXIT.
007700
007800 1000-LOAD-PERIODS.
007900     MOVE 'Y' TO PK-LOADED-SW.
008000     OPEN INPUT PERIODS.
008100     IF PK-FILE-STATUS NOT = '00'
008200         MOVE 'Y' TO PK-ABSENT-SW
008300         GO TO 1000-EXIT
008400     END-IF.
008500     PERFORM UNTIL PK-EOF
008600         READ PERIODS INTO PP-REC
008700             AT END
008800                 MOVE 'Y' TO PK-EOF-SW
008900             NOT AT END
009000*                A PARTIAL TABLE WOULD QUIETLY LEAVE A CLOSED
009100*                PERIOD OPEN - STOP INSTEAD
009200                 IF PK-CNT >= 1200
009300                     DISPLAY 'PERIODS EXCEEDS THE 1200-ROW '
009400                             'TABLE - RUN ABANDONED'
009500                     MOVE 16 TO RETURN-CODE
009600                     STOP RUN
009700                 END-IF
009800                 IF PP-REC NOT = SPACES
009900                     ADD 1 TO PK-CNT
010000                     MOVE PP-PERIOD TO PK-T-PERIOD(PK-CNT)
010100                     MOVE PP-STATE  TO PK-T-STATE(PK-CNT)
010200                 END-IF
010300         END-READ
010400     END-PERFORM.
010500     CLOSE PERIODS.
010600 1000-EXIT.
010700     EXIT.
010800
010900 9999-EXIT.
011000     GOBACK.
