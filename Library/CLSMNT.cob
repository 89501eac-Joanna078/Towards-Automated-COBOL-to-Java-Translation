001500*  THE TABLE IS REWRITTEN AT END OF JOB AND EVERY CHANGE GETS   *
001600*  AN AUDIT LINE (TIMESTAMP, ACTION, OLD AND NEW CLASS) ON THE  *
001700*  CLSAUD DATASET.                                              *
001710*  NO ROW MAY BE ADDED, CHANGED OR DELETED EFFECTIVE INSIDE A   *
001720*  PERIOD PERCLOSE HAS CLOSED (PERLOCK).                        *
001800*****************************************************************
001900*  MODIFICATION HISTORY                                         *
002000*  2026-08-22  OSG  NEW PROGRAM.                                *
002700*                   CLSNEW AND SWAPPED IN ONLY ON CLEAN         *
002800*                   COMPLETION.  CLSRCOV REBUILDS FROM A        *
002900*                   BEFORE-IMAGE PLUS THE CLSAUD LINES.         *
002910*  2026-10-15  OSG  ADD/CHG/DEL INTO A CLOSED PERIOD REJECTED   *
002920*                   THROUGH THE PERLOCK SERVICE.                *
002946*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002972*                   LINEAGE REGISTER AT END OF JOB.             *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006400*    OPERATOR IDENTITY FROM THE DECK'S LEADING OPER CARD
006500 77  CM-OPER                  PIC X(08) VALUE SPACES.
006600 77  CM-WARNED-SW             PIC X(01) VALUE 'N'.
006614 77  CM-LN-TBL-SW             PIC X(01) VALUE 'N'.
006628 77  CM-LN-AUD-SW             PIC X(01) VALUE 'N'.
006642 77  CM-LN-BK-SW              PIC X(01) VALUE 'N'.
006656 77  CM-LN-NEW-SW             PIC X(01) VALUE 'N'.
006670 77  CM-LN-SWAP-SW            PIC X(01) VALUE 'N'.
006684 77  CM-SAVE-RC               PIC S9(04) COMP.
006700 01  CM-SEC-REC.
006800     05  CM-SEC-DATE          PIC 9(08).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  CM-SEC-ACTION        PIC X(04).
007500     05  FILLER               PIC X(19) VALUE SPACES.
007600 COPY OPAUTHPM.
007610 COPY PERLCKPM.
007655 COPY LINEAGPM.
007700 01  CM-CARD                  PIC X(30).
007800 01  CM-ACTION                PIC X(03).
007900 01  CM-CODE                  PIC X(02).
012900
013000 1000-LOAD-TABLE.
013100     OPEN INPUT CLSTBL.
013125     IF CM-T-STATUS = '00'
013150         MOVE 'Y' TO CM-LN-TBL-SW
013175     END-IF.
013200     PERFORM UNTIL CM-EOF
013300         READ CLSTBL INTO CT-REC
013400             AT END
023500             GO TO 2000-EXIT
023600         END-IF
023700     END-IF.
023710     IF CM-ACTION NOT = 'INQ'
023720         MOVE CM-DATE TO PK-DATE
023730         CALL 'PERLOCK' USING PK-PARM
023740         IF PK-STATUS = 'C'
023750             DISPLAY CM-ACTION ' REJECTED - ' CM-DATE
023760                     ' FALLS IN CLOSED PERIOD ' PK-PERIOD
023770             GO TO 2000-EXIT
023780         END-IF
023790     END-IF.
023800     PERFORM 3000-FIND-ROW THRU 3000-EXIT.
023900     EVALUATE CM-ACTION
024000         WHEN 'ADD'
033600     OPEN EXTEND CLSAUD.
033700     IF CM-A-STATUS = '00' OR CM-A-STATUS = '05'
033800         WRITE CLSAUD-LINE FROM CM-AUD-REC
033850         MOVE 'Y' TO CM-LN-AUD-SW
033900         CLOSE CLSAUD
034000     END-IF.
034100 6000-EXIT.
034900     OPEN EXTEND CLSAUD.
035000     IF CM-A-STATUS = '00' OR CM-A-STATUS = '05'
035100         WRITE CLSAUD-LINE FROM CM-SEC-REC
035150         MOVE 'Y' TO CM-LN-AUD-SW
035200         CLOSE CLSAUD
035300     END-IF.
035400 6500-EXIT.
035700 6800-CYCLE-BACKUPS.
035800*    THE LAST THREE BEFORE-IMAGES ARE KEPT; A MISSING SLOT
035900*    JUST MEANS THE CHAIN IS NOT FULL YET.
035950     MOVE 'Y' TO CM-LN-BK-SW.
036000     MOVE 'CLSBK2' TO FC-SRC.
036100     MOVE 'CLSBK3' TO FC-DST.
036200     CALL 'FILECOPY' USING FC-PARM.
038600         MOVE 12 TO RETURN-CODE
038700         GO TO 7000-EXIT
038800     END-IF.
038850     MOVE 'Y' TO CM-LN-NEW-SW.
038900     PERFORM VARYING CM-IX FROM 1 BY 1
039000         UNTIL CM-IX > CM-ROW-CNT
039100         MOVE SPACES TO CT-REC
040200         DISPLAY 'SWAP FAILED - LIVE TABLE UNCERTAIN; '
040300                 'RECOVER FROM CLSBK1 AND CLSNEW'
040400         MOVE 12 TO RETURN-CODE
040433     ELSE
040466         MOVE 'Y' TO CM-LN-SWAP-SW
040500     END-IF.
040600 7000-EXIT.
040700     EXIT.
040702
040704 8000-RECORD-LINEAGE.
040706*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
040708*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
040710*    RETURN-CODE, SO IT IS PUT BACK.
040712     MOVE RETURN-CODE   TO CM-SAVE-RC.
040714     MOVE 'CLSMNT'      TO LN-PROGRAM.
040716     MOVE CM-TS-HHMMSS  TO LN-START-TIME.
040718     MOVE ZERO          TO LN-CNT.
040720     IF CM-LN-TBL-SW = 'Y'
040722         ADD 1 TO LN-CNT
040724         MOVE 'CLSTBL'      TO LN-DSN(LN-CNT)
040726         MOVE 'R'           TO LN-MODE(LN-CNT)
040728     END-IF.
040730     IF CM-LN-AUD-SW = 'Y'
040732         ADD 1 TO LN-CNT
040734         MOVE 'CLSAUD'      TO LN-DSN(LN-CNT)
040736         MOVE 'W'           TO LN-MODE(LN-CNT)
040738     END-IF.
040740     IF CM-LN-BK-SW = 'Y'
040742         ADD 1 TO LN-CNT
040744         MOVE 'CLSBK1'      TO LN-DSN(LN-CNT)
040746         MOVE 'W'           TO LN-MODE(LN-CNT)
040748         ADD 1 TO LN-CNT
040750         MOVE 'CLSBK2'      TO LN-DSN(LN-CNT)
040752         MOVE 'W'           TO LN-MODE(LN-CNT)
040754         ADD 1 TO LN-CNT
040756         MOVE 'CLSBK3'      TO LN-DSN(LN-CNT)
040758         MOVE 'W'           TO LN-MODE(LN-CNT)
040760     END-IF.
040762     IF CM-LN-NEW-SW = 'Y'
040764         ADD 1 TO LN-CNT
040766         MOVE 'CLSNEW'      TO LN-DSN(LN-CNT)
040768         MOVE 'W'           TO LN-MODE(LN-CNT)
040770     END-IF.
040772     IF CM-LN-SWAP-SW = 'Y'
040774         ADD 1 TO LN-CNT
040776         MOVE 'CLSTBL'      TO LN-DSN(LN-CNT)
040778         MOVE 'W'           TO LN-MODE(LN-CNT)
040780     END-IF.
040782     CALL 'LINEAGE' USING LN-PARM.
040784     MOVE CM-SAVE-RC    TO RETURN-CODE.
040786 8000-EXIT.
040788     EXIT.
040800
040900 9999-EXIT.
040950     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
041000     STOP RUN.
