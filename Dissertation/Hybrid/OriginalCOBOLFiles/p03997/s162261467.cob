          SELECT PARCELS ASSIGN TO "PARCELS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS PC-ST.
          SELECT PARCELREG ASSIGN USING PARCELREG-DSN
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS PARC-FS.
          SELECT OPTIONAL RPTCAT ASSIGN TO "RPTCAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS CAT-ST.
      DATA DIVISION.
      FILE SECTION.
      FD  PARCELS.
      01  PARCEL-LINE PIC X(40).
      FD  PARCELREG.
      01  REG-LINE PIC X(100).
      FD  RPTCAT.
      01  CAT-LINE PIC X(60).
      WORKING-STORAGE SECTION.
      01 PARC-FS PIC X(2).
     *> each run writes its own generation of the register, catalogued
     *> on RPTCAT, so PARCDIFF can set it against the survey before
     *> it.  the generation opens with the shop HDR line and closes
     *> with a TRL line carrying the count of register lines between
      01 PARCELREG-DSN PIC X(30) VALUE SPACES.
      01 CAT-ST PIC X(2).
      01 RUN-DATE PIC 9(8).
      01 RUN-TIME PIC 9(8).
      01 RUN-TIME-X REDEFINES RUN-TIME.
          03 RUN-HHMMSS PIC 9(6).
          03 FILLER PIC 9(2).
      01 CAT-REC.
          03 CAT-DSN     PIC X(30).
          03 FILLER      PIC X(1) VALUE SPACE.
          03 CAT-DATE    PIC 9(8).
          03 FILLER      PIC X(1) VALUE SPACE.
          03 CAT-PROGRAM PIC X(12).
      COPY BATCHDPM.
      COPY RPTHDTRL.
      01 REG-CNT PIC 9(9) VALUE ZERO.
     *> shop-standard completion record written through JOBLOG at EOJ
      COPY JOBLOGPM.
     *> and the datasets it read and wrote, for the LINEAGE register;
     *> each switch is set once its dataset has really opened
      COPY LINEAGPM.
      01 PC-OPEN PIC X(1) VALUE 'N'.
      01 REG-OPEN PIC X(1) VALUE 'N'.
      01 CAT-OPEN PIC X(1) VALUE 'N'.
      01 SAVE-RC PIC S9(4) COMP.
      01 INP PIC X(40).
      01 TRACT PIC X(6).
      01 PARCEL PIC X(8).
      MOVE SPACE TO REG-LINE.
      STRING 'GRAND TOTAL SQM ' ED-SQM2 INTO REG-LINE.
      WRITE REG-LINE.
      ADD 1 TO REG-CNT.
      MOVE REG-CNT TO HT-T-COUNT.
      WRITE REG-LINE FROM HT-TRAILER.
      CLOSE PARCELS PARCELREG.
      MOVE PARCELREG-DSN TO CAT-DSN.
      MOVE RUN-DATE      TO CAT-DATE.
      MOVE '045A'        TO CAT-PROGRAM.
      OPEN EXTEND RPTCAT.
      IF CAT-ST = '00' OR CAT-ST = '05'
          MOVE 'Y' TO CAT-OPEN
          WRITE CAT-LINE FROM CAT-REC
          CLOSE RPTCAT
      ELSE
          DISPLAY 'RPTCAT NOT USABLE, STATUS ' CAT-ST
                  ' - ' PARCELREG-DSN ' NOT CATALOGUED'
          MOVE 4 TO RETURN-CODE
      END-IF.
      PERFORM RECORD-LINEAGE.
      MOVE RETURN-CODE TO SAVE-RC.
      MOVE '045A'      TO JL-PROGRAM.
      MOVE RUN-DATE    TO JL-START-DATE.
      MOVE RUN-HHMMSS  TO JL-START-TIME.
      MOVE RECNO       TO JL-RECS-IN.
      MOVE REG-CNT     TO JL-RECS-OUT.
      MOVE 'NORMAL'    TO JL-STATUS.
      CALL 'JOBLOG' USING JL-PARM.
      MOVE SAVE-RC     TO RETURN-CODE.
      STOP RUN.

      RECORD-LINEAGE.
     *> only the datasets the run got as far as opening are recorded;
     *> the call clears RETURN-CODE, so it is put back
          MOVE RETURN-CODE TO SAVE-RC.
          MOVE '045A'      TO LN-PROGRAM.
          MOVE RUN-HHMMSS  TO LN-START-TIME.
          MOVE ZERO        TO LN-CNT.
          IF PC-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE 'PARCELS'     TO LN-DSN(LN-CNT)
              MOVE 'R'           TO LN-MODE(LN-CNT)
          END-IF.
          IF REG-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE PARCELREG-DSN TO LN-DSN(LN-CNT)
              MOVE 'W'           TO LN-MODE(LN-CNT)
          END-IF.
          IF CAT-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE 'RPTCAT'      TO LN-DSN(LN-CNT)
              MOVE 'W'           TO LN-MODE(LN-CNT)
          END-IF.
          CALL 'LINEAGE' USING LN-PARM.
          MOVE SAVE-RC     TO RETURN-CODE.

      INIT-RUN.
          OPEN INPUT PARCELS.
          IF PC-ST NOT = '00'
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE 'Y' TO PC-OPEN.
     *> generations are stamped with the official batch date, so a
     *> post-midnight finisher belongs to the night it ran for
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT RUN-TIME FROM TIME.
          MOVE RUN-DATE TO BD-DATE.
          CALL 'BATCHDT' USING BD-PARM
              ON EXCEPTION
                  MOVE RUN-DATE TO BD-DATE
          END-CALL.
          MOVE BD-DATE TO RUN-DATE.
          STRING 'PARCELREG.G' RUN-DATE RUN-HHMMSS
              DELIMITED BY SIZE INTO PARCELREG-DSN.
          OPEN OUTPUT PARCELREG.
          IF PARC-FS NOT = '00'
              DISPLAY 'PARCELREG GENERATION ' PARCELREG-DSN
                      ' NOT USABLE, STATUS ' PARC-FS
              MOVE 16 TO RETURN-CODE
              PERFORM RECORD-LINEAGE
              STOP RUN
          END-IF.
          MOVE 'Y' TO REG-OPEN.
          MOVE RUN-DATE    TO HT-H-DATE.
          MOVE RUN-HHMMSS  TO HT-H-TIME.
          MOVE '045A'      TO HT-H-PROGRAM.
          MOVE 'PARCELS'   TO HT-H-INPUT.
          WRITE REG-LINE FROM HT-HEADER.

      ONE-PIECE.
          ADD 1 TO RECNO.
              STRING 'RECORD ' ED-REC
                     ' REJECTED - SHORT RECORD' INTO REG-LINE
              WRITE REG-LINE
              ADD 1 TO REG-CNT
              EXIT PARAGRAPH
          END-IF.
          IF FIRST-SW = 'Y'
                 ' SQM ' ED-SQM ' SQFT ' ED-SQFT
                 ' ACRES ' ED-ACRE INTO REG-LINE.
          WRITE REG-LINE.
          ADD 1 TO REG-CNT.
          ADD PARCEL-SQM TO TRACT-SQM.
          MOVE ZERO TO PARCEL-SQM.

          STRING 'TRACT TOTAL ' PREV-TRACT ' SQM ' ED-SQM2
              INTO REG-LINE.
          WRITE REG-LINE.
          ADD 1 TO REG-CNT.
          ADD TRACT-SQM TO GRAND-SQM.
          MOVE ZERO TO TRACT-SQM.
