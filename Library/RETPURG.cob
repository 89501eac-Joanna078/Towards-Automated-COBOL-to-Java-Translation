001700*  DATASET (THE DELETE LIST OPERATIONS ACTIONS) AND ARE         *
001800*  DROPPED FROM THE REWRITTEN CATALOG.  NOTHING IS DELETED      *
001900*  FROM HERE - THE CATALOG ONLY STOPS POINTING AT IT.           *
001933*  GENERATIONS CATALOGUED BY HISTROLL (ROLLED-OFF HISTORY) ARE  *
001966*  ALWAYS KEPT, AS IF HELD.                                     *
002000*****************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  2026-08-22  OSG  NEW PROGRAM.                                *
002300*  2026-09-01  OSG  PER-PROGRAM RETENTION POLICIES FROM THE     *
002400*                   RETPOLCY DATASET REPLACE THE SINGLE SYSIN   *
002500*                   AGE; PURGLIST ANNOTATED WITH THE POLICY.    *
002550*  2026-10-15  OSG  HISTROLL ARCHIVE GENERATIONS ALWAYS KEPT.   *
002566*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002582*                   LINEAGE REGISTER AT END OF JOB.             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004900 77  RP-C-STATUS              PIC X(02).
005000 77  RP-P-STATUS              PIC X(02).
005100 77  RP-Y-STATUS              PIC X(02).
005116 77  RP-LN-POL-SW             PIC X(01) VALUE 'N'.
005132 77  RP-LN-CTR-SW             PIC X(01) VALUE 'N'.
005148 77  RP-LN-PUR-SW             PIC X(01) VALUE 'N'.
005164 77  RP-LN-CTW-SW             PIC X(01) VALUE 'N'.
005180 77  RP-SAVE-RC               PIC S9(04) COMP.
005200 77  RP-EOF-SW                PIC X(01) VALUE 'N'.
005300     88  RP-EOF                          VALUE 'Y'.
005400 77  RP-TODAY                 PIC 9(08).
008700     05  RP-CAT-PROGRAM       PIC X(12).
008800     05  FILLER               PIC X(08).
008900 01  RP-ED-CNT                PIC Z(04)9.
008950 COPY LINEAGPM.
009000 PROCEDURE DIVISION.
009100*****************************************************************
009200*  0000-MAINLINE - LOAD, SPLIT BY AGE, REWRITE THE CATALOG.     *
011100     IF RP-Y-STATUS NOT = '00'
011200         GO TO 0500-EXIT
011300     END-IF.
011350     MOVE 'Y' TO RP-LN-POL-SW.
011400     PERFORM UNTIL RP-EOF
011500         READ RETPOLCY
011600             AT END
014800         MOVE 16 TO RETURN-CODE
014900         GO TO 9999-EXIT
015000     END-IF.
015050     MOVE 'Y' TO RP-LN-CTR-SW.
015100     PERFORM UNTIL RP-EOF
015200         READ RPTCAT
015300             AT END
017100
017200 2000-SPLIT.
017300     OPEN OUTPUT PURGLIST.
017325     IF RP-P-STATUS = '00'
017350         MOVE 'Y' TO RP-LN-PUR-SW
017375     END-IF.
017400     OPEN OUTPUT RPTCAT.
017425     IF RP-C-STATUS = '00'
017450         MOVE 'Y' TO RP-LN-CTW-SW
017475     END-IF.
017500     PERFORM 2100-ONE-ENTRY THRU 2100-EXIT
017600         VARYING RP-IX FROM 1 BY 1
017700         UNTIL RP-IX > RP-CAT-CNT.
018100
018200 2100-ONE-ENTRY.
018300     MOVE RP-CAT-ROW(RP-IX) TO RP-CAT-REC.
018312*    HISTROLL'S ARCHIVES ARE THE ONLY COPY OF ROLLED-OFF HISTORY
018324*    AND ARE ALWAYS KEPT, WHATEVER THE POLICY ROWS SAY.
018336     IF RP-CAT-PROGRAM = 'HISTROLL'
018348         ADD 1 TO RP-KEPT-CNT
018360         WRITE RPTCAT-LINE FROM RP-CAT-REC
018372         GO TO 2100-EXIT
018384     END-IF.
018400     PERFORM 2200-FIND-POLICY THRU 2200-EXIT.
018500*    NO POLICY AND NO DEFAULT ROW MEANS KEEP - LEGAL WOULD
018600*    RATHER HOLD A TRACE TOO LONG THAN LOSE A REGISTER.
024200 3000-EXIT.
024300     EXIT.
024400
024402 8000-RECORD-LINEAGE.
024404*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
024406*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
024408*    RETURN-CODE, SO IT IS PUT BACK.
024410     MOVE RETURN-CODE   TO RP-SAVE-RC.
024412     MOVE 'RETPURG'     TO LN-PROGRAM.
024414     MOVE SPACES        TO LN-START-TIME.
024416     MOVE ZERO          TO LN-CNT.
024418     IF RP-LN-POL-SW = 'Y'
024420         ADD 1 TO LN-CNT
024422         MOVE 'RETPOLCY'    TO LN-DSN(LN-CNT)
024424         MOVE 'R'           TO LN-MODE(LN-CNT)
024426     END-IF.
024428     IF RP-LN-CTR-SW = 'Y'
024430         ADD 1 TO LN-CNT
024432         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
024434         MOVE 'R'           TO LN-MODE(LN-CNT)
024436     END-IF.
024438     IF RP-LN-PUR-SW = 'Y'
024440         ADD 1 TO LN-CNT
024442         MOVE 'PURGLIST'    TO LN-DSN(LN-CNT)
024444         MOVE 'W'           TO LN-MODE(LN-CNT)
024446     END-IF.
024448     IF RP-LN-CTW-SW = 'Y'
024450         ADD 1 TO LN-CNT
024452         MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
024454         MOVE 'W'           TO LN-MODE(LN-CNT)
024456     END-IF.
024458     CALL 'LINEAGE' USING LN-PARM.
024460     MOVE RP-SAVE-RC    TO RETURN-CODE.
024462 8000-EXIT.
024464     EXIT.
024466
024500 9999-EXIT.
024550     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
024600     STOP RUN.
