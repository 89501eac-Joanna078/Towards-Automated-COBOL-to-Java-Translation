002000*****************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  2026-09-01  OSG  NEW PROGRAM.                                *
002210*  2026-10-15  OSG  FLAGGED DECKS ALSO POSTED TO THE ALERTQ     *
002220*                   QUEUE THROUGH ALERTSVC.                     *
002246*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002272*                   LINEAGE REGISTER AT END OF JOB.             *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900 WORKING-STORAGE SECTION.
004000 77  DS-I-STATUS              PIC X(02).
004100 77  DS-R-STATUS              PIC X(02).
004125 77  DS-LN-DCK-SW             PIC X(01) VALUE 'N'.
004150 77  DS-LN-RPT-SW             PIC X(01) VALUE 'N'.
004175 77  DS-SAVE-RC               PIC S9(04) COMP.
004200 77  DS-EOF-SW                PIC X(01) VALUE 'N'.
004300     88  DS-EOF                          VALUE 'Y'.
004400 77  DS-TOKEN-NO              PIC 9(01) VALUE 2.
007800 01  DS-ED-EX                 PIC Z(03)9.
007900 01  DS-ED-DEV                PIC +(03)9.
007910 01  DS-ED-DIG                PIC 9(01).
007920 COPY ALERTPM.
007960 COPY LINEAGPM.
008000 PROCEDURE DIVISION.
008100*****************************************************************
008200*  0000-MAINLINE - TALLY THE DECK, JUDGE THE DISTRIBUTION.      *
010800         MOVE 16 TO RETURN-CODE
010900         GO TO 9999-EXIT
011000     END-IF.
011050     MOVE 'Y' TO DS-LN-DCK-SW.
011100     OPEN OUTPUT SCRNRPT.
011200     IF DS-R-STATUS NOT = '00'
011300         DISPLAY 'SCRNRPT DATASET NOT USABLE, STATUS '
011500         MOVE 16 TO RETURN-CODE
011600         GO TO 9999-EXIT
011700     END-IF.
011750     MOVE 'Y' TO DS-LN-RPT-SW.
011800     PERFORM 2000-ONE-LINE THRU 2000-EXIT
011900         UNTIL DS-EOF.
012000     CLOSE DECKIN.
012100     PERFORM 3000-JUDGE THRU 3000-EXIT.
012200     CLOSE SCRNRPT.
012300     IF DS-FLAG-CNT > ZERO
012310         PERFORM 8100-POST-ALERT THRU 8100-EXIT
012400         MOVE 4 TO RETURN-CODE
012500     END-IF.
012600     GO TO 9999-EXIT.
021300 3100-EXIT.
021400     EXIT.
021500
021501 8000-RECORD-LINEAGE.
021502*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
021503*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
021504*    RETURN-CODE, SO IT IS PUT BACK.
021505     MOVE RETURN-CODE   TO DS-SAVE-RC.
021506     MOVE 'DIGSCRN'     TO LN-PROGRAM.
021507     MOVE SPACES        TO LN-START-TIME.
021508     MOVE ZERO          TO LN-CNT.
021509     IF DS-LN-DCK-SW = 'Y'
021510         ADD 1 TO LN-CNT
021511         MOVE 'DECKIN'      TO LN-DSN(LN-CNT)
021512         MOVE 'R'           TO LN-MODE(LN-CNT)
021513     END-IF.
021514     IF DS-LN-RPT-SW = 'Y'
021515         ADD 1 TO LN-CNT
021516         MOVE 'SCRNRPT'     TO LN-DSN(LN-CNT)
021517         MOVE 'W'           TO LN-MODE(LN-CNT)
021518     END-IF.
021519     CALL 'LINEAGE' USING LN-PARM.
021520     MOVE DS-SAVE-RC    TO RETURN-CODE.
021521 8000-EXIT.
021522     EXIT.
021523
021524 8100-POST-ALERT.
021525     MOVE DS-FLAG-CNT TO DS-ED-CNT.
021526     MOVE SPACES TO AL-PARM.
021528     MOVE 'DIGSCRN' TO AL-SOURCE.
021535     MOVE 'W' TO AL-SEVERITY.
021542     MOVE 'SCRNRPT' TO AL-DSN.
021549     STRING DS-ED-CNT ' LEADING DIGIT(S) OUTSIDE TOLERANCE ON '
021556            'DECKIN'
021563         DELIMITED BY SIZE INTO AL-TEXT.
021570     CALL 'ALERTSVC' USING AL-PARM.
021577 8100-EXIT.
021584     EXIT.
021591
021600 9999-EXIT.
021650     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
021700     STOP RUN.
