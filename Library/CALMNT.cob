002100*  STEP, SO A BROKEN TABLE IS NEVER WRITTEN BACK (RC 8 AND      *
002200*  THE OLD DATASET STANDS).  EVERY CHANGE GETS AN AUDIT LINE    *
002300*  (TIMESTAMP, ACTION, DATE, OLD AND NEW FLAGS) ON CALAUD.      *
002310*  NO DATE (NOR A GEN MONTH) INSIDE A PERIOD PERCLOSE HAS       *
002320*  CLOSED MAY BE ADDED OR CHANGED (PERLOCK).                    *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  2026-09-01  OSG  NEW PROGRAM.                                *
002610*  2026-10-15  OSG  ADD/CHG/GEN INTO A CLOSED PERIOD REJECTED   *
002620*                   THROUGH THE PERLOCK SERVICE.                *
002646*  2026-10-15  OSG  DATASETS READ AND WRITTEN RECORDED ON THE   *
002672*                   LINEAGE REGISTER AT END OF JOB.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005800 77  CL-PREV-INT              PIC 9(08) COMP.
005900 77  CL-DOW                   PIC 9(01) COMP.
006000 77  CL-GEN-CNT               PIC 9(03) COMP.
006020 77  CL-LN-MAST-SW            PIC X(01) VALUE 'N'.
006040 77  CL-LN-AUD-SW             PIC X(01) VALUE 'N'.
006060 77  CL-LN-REWR-SW            PIC X(01) VALUE 'N'.
006080 77  CL-SAVE-RC               PIC S9(04) COMP.
006100 01  CL-CARD                  PIC X(30).
006200 01  CL-ACTION                PIC X(03).
006300 01  CL-DATE-X                PIC X(08).
007100 01  CL-OLD-BUS               PIC X(01).
007200 01  CL-OLD-PE                PIC X(01).
007300 01  CL-GEN-MONTH             PIC 9(06).
007310 COPY PERLCKPM.
007355 COPY LINEAGPM.
007400 01  CL-DAY-REC.
007500     05  CL-R-DATE            PIC 9(08).
007600     05  FILLER               PIC X(01) VALUE SPACE.
012430*    ADJACENT-PAIR GAP AND DUPLICATE CHECKS STAY SOUND AND
012440*    THE REWRITE COMES OUT SORTED.
012500     OPEN INPUT CALENDAR.
012525     IF CL-M-STATUS = '00'
012550         MOVE 'Y' TO CL-LN-MAST-SW
012575     END-IF.
012600     PERFORM UNTIL CL-EOF
012700         READ CALENDAR INTO CL-DAY-REC
012800             AT END
016300     ELSE
016400         MOVE FUNCTION NUMVAL(CL-DATE-X) TO CL-DATE
016500     END-IF.
016507     IF CL-ACTION NOT = 'INQ'
016514         MOVE CL-DATE TO PK-DATE
016521         IF CL-ACTION = 'GEN' AND CL-DATE < 1000000
016528             COMPUTE PK-DATE = CL-DATE * 100 + 1
016535         END-IF
016542         CALL 'PERLOCK' USING PK-PARM
016549         IF PK-STATUS = 'C'
016556             DISPLAY CL-ACTION ' REJECTED - ' CL-DATE-X
016563                     ' FALLS IN CLOSED PERIOD ' PK-PERIOD
016570             GO TO 2000-EXIT
016577         END-IF
016584     END-IF.
016600     PERFORM 3000-FIND-DATE THRU 3000-EXIT.
016700     EVALUATE CL-ACTION
016800         WHEN 'ADD'
033400     OPEN EXTEND CALAUD.
033500     IF CL-A-STATUS = '00' OR CL-A-STATUS = '05'
033600         WRITE CALAUD-LINE FROM CL-AUD-REC
033650         MOVE 'Y' TO CL-LN-AUD-SW
033700         CLOSE CALAUD
033800     END-IF.
033900 6000-EXIT.
037400
037500 7000-REWRITE-CALENDAR.
037600     OPEN OUTPUT CALENDAR.
037650     MOVE 'Y' TO CL-LN-REWR-SW.
037700     PERFORM VARYING CL-IX FROM 1 BY 1
037800         UNTIL CL-IX > CL-DAY-CNT
037900         MOVE SPACES TO CL-DAY-REC
038500     CLOSE CALENDAR.
038600 7000-EXIT.
038700     EXIT.
038703
038706 8000-RECORD-LINEAGE.
038709*    EVERY PATH OUT ENDS HERE, SO ONLY THE DATASETS THE RUN GOT AS
038712*    FAR AS OPENING ARE RECORDED.  THE LINEAGE CALL CLEARS
038715*    RETURN-CODE, SO IT IS PUT BACK.
038718     MOVE RETURN-CODE   TO CL-SAVE-RC.
038721     MOVE 'CALMNT'      TO LN-PROGRAM.
038724     MOVE CL-TS-HHMMSS  TO LN-START-TIME.
038727     MOVE ZERO          TO LN-CNT.
038730     IF CL-LN-MAST-SW = 'Y'
038733         ADD 1 TO LN-CNT
038736         MOVE 'CALENDAR'    TO LN-DSN(LN-CNT)
038739         MOVE 'R'           TO LN-MODE(LN-CNT)
038742     END-IF.
038745     IF CL-LN-AUD-SW = 'Y'
038748         ADD 1 TO LN-CNT
038751         MOVE 'CALAUD'      TO LN-DSN(LN-CNT)
038754         MOVE 'W'           TO LN-MODE(LN-CNT)
038757     END-IF.
038760     IF CL-LN-REWR-SW = 'Y'
038763         ADD 1 TO LN-CNT
038766         MOVE 'CALENDAR'    TO LN-DSN(LN-CNT)
038769         MOVE 'W'           TO LN-MODE(LN-CNT)
038772     END-IF.
038775     CALL 'LINEAGE' USING LN-PARM.
038778     MOVE CL-SAVE-RC    TO RETURN-CODE.
038781 8000-EXIT.
038784     EXIT.
038800
038900 9999-EXIT.
038950     PERFORM 8000-RECORD-LINEAGE THRU 8000-EXIT.
039000     STOP RUN.
