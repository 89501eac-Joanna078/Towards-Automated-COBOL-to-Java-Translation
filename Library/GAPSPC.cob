001600*****************************************************************
001700*  MODIFICATION HISTORY                                         *
001800*  2026-09-01  OSG  NEW PROGRAM.                                *
001810*  2026-10-15  OSG  GAPHIST READ RECORDED ON THE LINEAGE        *
001820*                   REGISTER.                                   *
001830*  2026-10-15  OSG  OUT-OF-CONTROL GAPS ALSO POSTED TO THE      *
001840*                   ALERTQ QUEUE THROUGH ALERTSVC.              *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
005400     05  GP-DATE              PIC 9(08) OCCURS 400.
005500 01  GP-ED-MEAN               PIC Z(06)9.99.
005600 01  GP-ED-SDEV               PIC Z(06)9.99.
005605 01  GP-ED-CNT                PIC Z(04)9.
005610 COPY LINEAGPM.
005620 COPY ALERTPM.
005700 PROCEDURE DIVISION.
005800*****************************************************************
005900*  0000-MAINLINE - FIND THE WINDOW, COMPUTE THE LIMITS, FLAG.   *
008600             ' DEVIATION ' GP-ED-SDEV
008700             ' OVER THE LAST ' GP-DATE-CNT ' RUN(S)'.
008800     PERFORM 3000-FLAG-OUTLIERS THRU 3000-EXIT.
008810*    RECORDED BEFORE THE RETURN CODE IS SET - A CALL CLEARS IT
008820     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
008900     IF GP-FLAG-CNT = ZERO
009000         DISPLAY 'ALL GAPS INSIDE THE CONTROL LIMITS'
009100     ELSE
009200         DISPLAY GP-FLAG-CNT ' GAP(S) OUT OF CONTROL - '
009300                 'HOLD THE CONSUMERS'
009310         PERFORM 8100-POST-ALERT THRU 8100-EXIT
009400         MOVE 4 TO RETURN-CODE
009500     END-IF.
009600     GO TO 9999-EXIT.
019000 3000-EXIT.
019100     EXIT.
019200
019209 8000-RECORD-LINEAGE.
019218     MOVE 'GAPSPC'       TO LN-PROGRAM.
019227     MOVE SPACES         TO LN-START-TIME.
019236     MOVE 1              TO LN-CNT.
019245     MOVE 'GAPHIST'      TO LN-DSN(1).
019254     MOVE 'R'            TO LN-MODE(1).
019263     CALL 'LINEAGE' USING LN-PARM.
019272 8000-EXIT.
019281     EXIT.
019290
019297 8100-POST-ALERT.
019304     MOVE GP-FLAG-CNT TO GP-ED-CNT.
019311     MOVE SPACES TO AL-PARM.
019318     MOVE 'GAPSPC'   TO AL-SOURCE.
019325     MOVE 'W'        TO AL-SEVERITY.
019332     MOVE 'GAPSPC.SYSOUT' TO AL-DSN.
019339     STRING GP-ED-CNT ' GAP(S) OUT OF CONTROL ON GAPHIST - '
019346            'HOLD THE CONSUMERS'
019353         DELIMITED BY SIZE INTO AL-TEXT.
019360     CALL 'ALERTSVC' USING AL-PARM.
019367 8100-EXIT.
019374     EXIT.
019381
019388 9999-EXIT.
019400     STOP RUN.
