001500*  LINE CARRYING BOTH REQUESTER AND APPROVER; AN ITEM THAT      *
001600*  FAILS ITS EDITS IS MARKED 'E' AND REPORTED, NOT RETRIED.     *
001700*  APPLIED ITEMS ARE MARKED 'X' ON RATEPEND.                    *
001710*  AN ITEM EFFECTIVE IN A PERIOD CLOSED SINCE IT WAS QUEUED     *
001720*  FAILS TOO (PERLOCK).                                         *
001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-09-01  OSG  NEW PROGRAM (APPLY LOGIC MOVED FROM         *
002130*                   RATENEW AND SWAPPED IN ONLY ON CLEAN        *
002140*                   COMPLETION.  RATERCOV REBUILDS FROM A       *
002150*                   BEFORE-IMAGE PLUS THE RATEAUD LINES.        *
002160*  2026-10-15  OSG  AN ITEM DATED INTO A CLOSED PERIOD FAILS    *
002170*                   (PERLOCK) INSTEAD OF BEING APPLIED.         *
002180*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002190*                   LINEAGE REGISTER AT END OF JOB.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005500 77  RY-MARK-CNT              PIC 9(05) COMP VALUE ZERO.
005600 77  RY-COVER-SW              PIC X(01).
005700 77  RY-OLD-AMT               PIC 9(05).
005711 77  RY-LN-MAST-SW            PIC X(01) VALUE 'N'.
005722 77  RY-LN-PEND-SW            PIC X(01) VALUE 'N'.
005733 77  RY-LN-PREW-SW            PIC X(01) VALUE 'N'.
005744 77  RY-LN-AUD-SW             PIC X(01) VALUE 'N'.
005755 77  RY-LN-BK-SW              PIC X(01) VALUE 'N'.
005766 77  RY-LN-NEW-SW             PIC X(01) VALUE 'N'.
005777 77  RY-LN-SWAP-SW            PIC X(01) VALUE 'N'.
005788 77  RY-SAVE-RC               PIC S9(04) COMP.
005800 01  RY-TABLE.
005900     05  RY-ROW OCCURS 100.
006000         10  RY-R-DATE        PIC 9(08).
008300     05  RY-TS-TIME.
008400         07  RY-TS-HHMMSS     PIC 9(06).
008500         07  FILLER           PIC 9(02).
008510 COPY PERLCKPM.
008555 COPY LINEAGPM.
008600 COPY RATEPDRC.
008700 COPY RATEMSRC.
008800 PROCEDURE DIVISION.
010900
011000 1000-LOAD-MASTER.
011100     OPEN INPUT RATEMAST.
011125     IF RY-M-STATUS = '00'
011150         MOVE 'Y' TO RY-LN-MAST-SW
011175     END-IF.
011200     PERFORM UNTIL RY-EOF
011300         READ RATEMAST INTO RM-REC
011400             AT END
013300 1100-LOAD-PENDING.
013400     MOVE 'N' TO RY-EOF-SW.
013500     OPEN INPUT RATEPEND.
013525     IF RY-P-STATUS = '00'
013550         MOVE 'Y' TO RY-LN-PEND-SW
013575     END-IF.
013600     PERFORM UNTIL RY-EOF
013700         READ RATEPEND
013800             AT END
015600         GO TO 2000-EXIT
015700     END-IF.
015800     PERFORM 3000-FIND-ROW THRU 3000-EXIT.
015810*    THE PERIOD MAY HAVE CLOSED WHILE THE ITEM WAITED
015820     MOVE PD-EFF TO PK-DATE.
015830     CALL 'PERLOCK' USING PK-PARM.
015840     IF PK-STATUS = 'C'
015850         DISPLAY PD-ACTION ' FAILED - ' PD-EFF
015860                 ' FALLS IN CLOSED PERIOD ' PK-PERIOD
015870         PERFORM 5100-MARK-ERROR THRU 5100-EXIT
015880         GO TO 2000-EXIT
015890     END-IF.
015900     EVALUATE PD-ACTION
016000         WHEN 'ADD'
016100             PERFORM 4100-ADD-ROW THRU 4100-EXIT
028400     OPEN EXTEND RATEAUD.
028500     IF RY-A-STATUS = '00' OR RY-A-STATUS = '05'
028600         WRITE RATEAUD-LINE FROM RY-AUD-REC
028650         MOVE 'Y' TO RY-LN-AUD-SW
028700         CLOSE RATEAUD
028800     END-IF.
028900 6000-EXIT.
029200 6800-CYCLE-BACKUPS.
029210*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
029220*    JUST MEANS THE CHAIN IS NOT FULL YET.
029225     MOVE 'Y' TO RY-LN-BK-SW.
029230     MOVE 'RATEBK2' TO FC-SRC.
029240     MOVE 'RATEBK3' TO FC-DST.
029250     CALL 'FILECOPY' USING FC-PARM.
029340         MOVE 12 TO RETURN-CODE
029350         GO TO 7000-EXIT
029360     END-IF.
029380     MOVE 'Y' TO RY-LN-NEW-SW.
029400     PERFORM VARYING RY-IX FROM 1 BY 1
029500         UNTIL RY-IX > RY-ROW-CNT
029600         MOVE SPACES TO RM-REC
030250         DISPLAY 'SWAP FAILED - LIVE MASTER UNCERTAIN; '
030260                 'RECOVER FROM RATEBK1 AND RATENEW'
030270         MOVE 12 TO RETURN-CODE
030273     ELSE
030276         MOVE 'Y' TO RY-LN-SWAP-SW
030280     END-IF.
030300 7000-EXIT.
030400     EXIT.
030500
030600 7100-REWRITE-PENDING.
030700     OPEN OUTPUT RATEPEND.
030725     IF RY-P-STATUS = '00'
030750         MOVE 'Y' TO RY-LN-PREW-SW
030775     END-IF.
030800     PERFORM VARYING RY-IX FROM 1 BY 1
030900         UNTIL RY-IX > RY-PEND-CNT
031000         WRITE RATEPEND-LINE FROM RY-PEND(RY-IX)
031200     CLOSE RATEPEND.
031300 7100-EXIT.
031400     EXIT.
031401
031402 8000-RECORD-LINEAGE.
031403*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
031404*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
031405*    RETURN-CODE, SO IT IS PUT BACK.
031406     MOVE RETURN-CODE   TO RY-SAVE-RC.
031407     MOVE 'RATEAPLY'    TO LN-PROGRAM.
031408     MOVE RY-TS-HHMMSS  TO LN-START-TIME.
031409     MOVE ZERO          TO LN-CNT.
031410     IF RY-LN-MAST-SW = 'Y'
031411         ADD 1 TO LN-CNT
031412         MOVE 'RATEMAST'    TO LN-DSN(LN-CNT)
031413         MOVE 'R'           TO LN-MODE(LN-CNT)
031414     END-IF.
031415     IF RY-LN-PEND-SW = 'Y'
031416         ADD 1 TO LN-CNT
031417         MOVE 'RATEPEND'    TO LN-DSN(LN-CNT)
031418         MOVE 'R'           TO LN-MODE(LN-CNT)
031419     END-IF.
031420     IF RY-LN-PREW-SW = 'Y'
031421         ADD 1 TO LN-CNT
031422         MOVE 'RATEPEND'    TO LN-DSN(LN-CNT)
031423         MOVE 'W'           TO LN-MODE(LN-CNT)
031424     END-IF.
031425     IF RY-LN-AUD-SW = 'Y'
031426         ADD 1 TO LN-CNT
031427         MOVE 'RATEAUD'     TO LN-DSN(LN-CNT)
031428         MOVE 'W'           TO LN-MODE(LN-CNT)
031429     END-IF.
031430     IF RY-LN-BK-SW = 'Y'
031431         ADD 1 TO LN-CNT
031432         MOVE 'RATEBK1'     TO LN-DSN(LN-CNT)
031433         MOVE 'W'           TO LN-MODE(LN-CNT)
031434         ADD 1 TO LN-CNT
031435         MOVE 'RATEBK2'     TO LN-DSN(LN-CNT)
031436         MOVE 'W'           TO LN-MODE(LN-CNT)
031437         ADD 1 TO LN-CNT
031438         MOVE 'RATEBK3'     TO LN-DSN(LN-CNT)
031439         MOVE 'W'           TO LN-MODE(LN-CNT)
031440     END-IF.
031441     IF RY-LN-NEW-SW = 'Y'
031442         ADD 1 TO LN-CNT
031443         MOVE 'RATENEW'     TO LN-DSN(LN-CNT)
031444         MOVE 'W'           TO LN-MODE(LN-CNT)
031445     END-IF.
031446     IF RY-LN-SWAP-SW = 'Y'
031447         ADD 1 TO LN-CNT
031448         MOVE 'RATEMAST'    TO LN-DSN(LN-CNT)
031449         MOVE 'W'           TO LN-MODE(LN-CNT)
031450     END-IF.
031451     CALL 'LINEAGE' USING LN-PARM.
031452     MOVE RY-SAVE-RC    TO RETURN-CODE.
031453 8000-EXIT.
031454     EXIT.
031500
031600 9999-EXIT.
031650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
031700     STOP RUN.
