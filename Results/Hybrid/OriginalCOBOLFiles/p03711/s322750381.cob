      01 TBL-CNT PIC 9(3) VALUE ZERO.
      01 I PIC 9(3).
      COPY CLSTBLRC.
     *> the datasets the run read, for the LINEAGE register
      COPY LINEAGPM.

      PROCEDURE DIVISION.
      MAIN.
      	 DISPLAY "NO"
      END-IF.

      MOVE '062A' TO LN-PROGRAM.
      MOVE SPACES TO LN-START-TIME.
      MOVE 1 TO LN-CNT.
      MOVE 'CLSTBL' TO LN-DSN(1).
      MOVE 'R' TO LN-MODE(1).
      CALL 'LINEAGE' USING LN-PARM.

      STOP RUN.

      TABLE-LOAD.
