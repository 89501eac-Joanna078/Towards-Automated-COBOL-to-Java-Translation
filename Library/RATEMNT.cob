001600*  THEM IN RATEAPPR, AND RATEAPLY REWRITES THE MASTER FROM      *
001700*  APPROVED ITEMS ONLY - RATEAUD RECORDS REQUESTER AND          *
001800*  APPROVER ON EVERY APPLIED LINE.                              *
001810*  A DATE FALLING IN A PERIOD PERCLOSE HAS CLOSED IS REJECTED   *
001820*  (PERLOCK) UNTIL THE PERIOD IS REOPENED.                      *
001900*****************************************************************
002000*  MODIFICATION HISTORY                                         *
002100*  2026-08-22  OSG  NEW PROGRAM.                                *
002900*                   RATEPEND FOR RATEAPPR/RATEAPLY INSTEAD OF   *
003000*                   APPLYING; THE APPLY LOGIC (AND THE EXP      *
003100*                   COVERAGE CHECK) MOVED TO RATEAPLY.          *
003110*  2026-10-15  OSG  ADD/CHG/EXP INTO A CLOSED PERIOD REJECTED   *
003120*                   THROUGH THE PERLOCK SERVICE.                *
003146*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
003172*                   LINEAGE REGISTER AT END OF JOB.             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005400 77  RT-M-STATUS              PIC X(02).
005500 77  RT-A-STATUS              PIC X(02).
005600 77  RT-P-STATUS              PIC X(02).
005620 77  RT-LN-MST-SW             PIC X(01) VALUE 'N'.
005640 77  RT-LN-PND-SW             PIC X(01) VALUE 'N'.
005660 77  RT-LN-AUD-SW             PIC X(01) VALUE 'N'.
005680 77  RT-SAVE-RC               PIC S9(04) COMP.
005700 77  RT-EOF-SW                PIC X(01) VALUE 'N'.
005800     88  RT-EOF                          VALUE 'Y'.
005900 77  RT-CARD-EOF-SW           PIC X(01) VALUE 'N'.
007500     05  RT-SEC-ACTION        PIC X(04).
007600     05  FILLER               PIC X(19) VALUE SPACES.
007700 COPY OPAUTHPM.
007710 COPY PERLCKPM.
007800 01  RT-CARD                  PIC X(30).
007900 01  RT-ACTION                PIC X(03).
008000 01  RT-DATE-X                PIC X(08).
009400         07  RT-TS-HHMMSS     PIC 9(06).
009500         07  FILLER           PIC 9(02).
009600 COPY RATEMSRC.
009650 COPY LINEAGPM.
009700 PROCEDURE DIVISION.
009800*****************************************************************
009900*  0000-MAINLINE - LOAD, THEN QUEUE OR ANSWER EVERY CARD.       *
011700
011800 1000-LOAD-MASTER.
011900     OPEN INPUT RATEMAST.
011925     IF RT-M-STATUS = '00'
011950         MOVE 'Y' TO RT-LN-MST-SW
011975     END-IF.
012000     PERFORM UNTIL RT-EOF
012100         READ RATEMAST INTO RM-REC
012200             AT END
021200             GO TO 2000-EXIT
021300         END-IF
021400     END-IF.
021409*    NOTHING MAY BE QUEUED EFFECTIVE INSIDE A CLOSED PERIOD
021418     IF RT-ACTION NOT = 'INQ'
021427         MOVE RT-DATE TO PK-DATE
021436         CALL 'PERLOCK' USING PK-PARM
021445         IF PK-STATUS = 'C'
021454             DISPLAY RT-ACTION ' REJECTED - ' RT-DATE
021463                     ' FALLS IN CLOSED PERIOD ' PK-PERIOD
021472             GO TO 2000-EXIT
021481         END-IF
021490     END-IF.
021500     PERFORM 3000-FIND-ROW THRU 3000-EXIT.
021600     EVALUATE RT-ACTION
021700         WHEN 'ADD'
026200     MOVE SPACES       TO PD-APPROVER.
026300     OPEN EXTEND RATEPEND.
026400     IF RT-P-STATUS = '00' OR RT-P-STATUS = '05'
026450         MOVE 'Y' TO RT-LN-PND-SW
026500         WRITE RATEPEND-LINE FROM PD-REC
026600         CLOSE RATEPEND
026700         ADD 1 TO RT-QUEUED-CNT
029000     MOVE OA-ACTION    TO RT-SEC-ACTION.
029100     OPEN EXTEND RATEAUD.
029200     IF RT-A-STATUS = '00' OR RT-A-STATUS = '05'
029250         MOVE 'Y' TO RT-LN-AUD-SW
029300         WRITE RATEAUD-LINE FROM RT-SEC-REC
029400         CLOSE RATEAUD
029500     END-IF.
029700     EXIT.
029800
029900
029903 8000-RECORD-LINEAGE.
029906*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
029909*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
029912*    RETURN-CODE, SO IT IS PUT BACK.
029915     MOVE RETURN-CODE   TO RT-SAVE-RC.
029918     MOVE 'RATEMNT'     TO LN-PROGRAM.
029921     MOVE RT-TS-HHMMSS  TO LN-START-TIME.
029924     MOVE ZERO          TO LN-CNT.
029927     IF RT-LN-MST-SW = 'Y'
029930         ADD 1 TO LN-CNT
029933         MOVE 'RATEMAST'    TO LN-DSN(LN-CNT)
029936         MOVE 'R'           TO LN-MODE(LN-CNT)
029939     END-IF.
029942     IF RT-LN-PND-SW = 'Y'
029945         ADD 1 TO LN-CNT
029948         MOVE 'RATEPEND'    TO LN-DSN(LN-CNT)
029951         MOVE 'W'           TO LN-MODE(LN-CNT)
029954     END-IF.
029957     IF RT-LN-AUD-SW = 'Y'
029960         ADD 1 TO LN-CNT
029963         MOVE 'RATEAUD'     TO LN-DSN(LN-CNT)
029966         MOVE 'W'           TO LN-MODE(LN-CNT)
029969     END-IF.
029972     CALL 'LINEAGE' USING LN-PARM.
029975     MOVE RT-SAVE-RC    TO RETURN-CODE.
029978 8000-EXIT.
029981     EXIT.
029984
030000 9999-EXIT.
030050     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
030100     STOP RUN.
