          SELECT ROTRPT ASSIGN TO "ROTRPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ROTR-FS.
          SELECT OPTIONAL BADGEREG ASSIGN TO "BADGEREG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS RG-ST.
      DATA DIVISION.
      FILE SECTION.
      FD  BADGEIN.
      01  BADGE-LINE PIC X(210).
      FD  ROTRPT.
      01  RT-LINE PIC X(80).
      FD  BADGEREG.
      01  BADGEREG-LINE PIC X(117).
      WORKING-STORAGE SECTION.
      01 ROTR-FS PIC X(2).
      01 INP PIC X(210).
      01 ED-K PIC Z(2)9.
      01 ED-C PIC Z(5)9.

     *> lost and revoked badges off the BADGEREG registry (BADGMNT
     *> keeps the status): a BADGEIN code that is one of them, or
     *> any rotation of one, is a security hit
      01 RG-ST PIC X(2).
      01 RG-EOF PIC X(1) VALUE 'N'.
      COPY BADGRGRC.
      01 RV-TBL.
          03 RV-ENT OCCURS 1000.
              05 RV-CODE PIC X(100).
              05 RV-STAT PIC X(7).
              05 RV-DATE PIC X(8).
      01 RV-CNT PIC 9(4) VALUE ZERO.
      01 RV-IX  PIC 9(4).
      01 RV-HIT PIC 9(4).
      01 C      PIC X(100).
      01 WK-C   PIC X(100).
      01 SIDE   PIC X(1).
      01 CLEN   PIC 9(3).
      01 RLEN   PIC 9(3).
      01 CK     PIC 9(3).
      01 CHITK  PIC S9(3).
      01 SECHIT PIC 9(6) VALUE ZERO.
     *> the operator alert queue, for the RC 4 gates
      COPY ALERTPM.
     *> the datasets the run read and wrote, for the LINEAGE register;
     *> each switch is set once its dataset has really opened
      COPY LINEAGPM.
      01 BI-OPEN PIC X(1) VALUE 'N'.
      01 RT-OPEN PIC X(1) VALUE 'N'.
      01 RG-OPEN PIC X(1) VALUE 'N'.
      01 SAVE-RC PIC S9(4) COMP.

      PROCEDURE DIVISION.
      MAIN.
     *> security review runs whole files of badge-code pairs now:
          MOVE 16 TO RETURN-CODE
          STOP RUN
      END-IF.
      MOVE 'Y' TO BI-OPEN.
      OPEN OUTPUT ROTRPT.
      IF ROTR-FS NOT = '00'
          DISPLAY 'ROTRPT DATASET NOT USABLE, STATUS ' ROTR-FS
          MOVE 16 TO RETURN-CODE
          PERFORM RECORD-LINEAGE
          STOP RUN
      END-IF.
      MOVE 'Y' TO RT-OPEN.

      PERFORM LOAD-REGISTRY.

      PERFORM UNTIL EOF-SW = 'Y'
          READ BADGEIN INTO INP
              NOT AT END
                  ADD 1 TO PAIRNO
                  PERFORM ONE-PAIR
                  PERFORM REVOKED-CHECK
          END-READ
      END-PERFORM.

      STRING 'NON-ZERO SHIFT MATCHES ' ED-C INTO RT-LINE.
      WRITE RT-LINE.

      MOVE SECHIT TO ED-C.
      MOVE SPACE TO RT-LINE.
      STRING 'SECURITY HITS (LOST/REVOKED BADGES) ' ED-C INTO RT-LINE.
      WRITE RT-LINE.

      CLOSE BADGEIN ROTRPT.
      IF SECHIT > ZERO
          DISPLAY 'SECURITY HITS ON LOST OR REVOKED BADGES ' ED-C
                  ' - SEE ROTRPT'
     *>   posted before the return code is set - a CALL clears it
          MOVE SPACES TO AL-PARM
          MOVE '103B' TO AL-SOURCE
          MOVE 'W' TO AL-SEVERITY
          MOVE 'ROTRPT' TO AL-DSN
          STRING 'SECURITY HITS ON LOST OR REVOKED BADGES ' ED-C
              DELIMITED BY SIZE INTO AL-TEXT
          CALL 'ALERTSVC' USING AL-PARM
          MOVE 4 TO RETURN-CODE
      END-IF.
      PERFORM RECORD-LINEAGE.
      STOP RUN.

      LOAD-REGISTRY.
     *> only the lost and revoked entries matter here; an expired
     *> badge is out of date, not a security matter
          OPEN INPUT BADGEREG.
          IF RG-ST NOT = '00'
              IF RG-ST = '05'
                  CLOSE BADGEREG
              END-IF
              DISPLAY 'BADGEREG REGISTRY NOT AVAILABLE, STATUS ' RG-ST
                      ' - NO REVOKED-BADGE CHECK THIS RUN'
              MOVE SPACES TO AL-PARM
              MOVE '103B' TO AL-SOURCE
              MOVE 'W' TO AL-SEVERITY
              MOVE 'BADGEREG' TO AL-DSN
              STRING 'BADGEREG NOT AVAILABLE, STATUS ' RG-ST
                     ' - NO REVOKED-BADGE CHECK'
                  DELIMITED BY SIZE INTO AL-TEXT
              CALL 'ALERTSVC' USING AL-PARM
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO RG-OPEN.
          PERFORM UNTIL RG-EOF = 'Y'
              READ BADGEREG INTO BR-REC
                  AT END
                      MOVE 'Y' TO RG-EOF
                  NOT AT END
                      IF BR-SECURITY AND RV-CNT < 1000
                          ADD 1 TO RV-CNT
                          MOVE BR-CODE      TO RV-CODE(RV-CNT)
                          MOVE BR-STATUS    TO RV-STAT(RV-CNT)
                          MOVE BR-STAT-DATE TO RV-DATE(RV-CNT)
                      END-IF
              END-READ
          END-PERFORM.
          CLOSE BADGEREG.

      ONE-PAIR.
          MOVE SPACE TO S T.
          UNSTRING INP DELIMITED BY ALL SPACE
                      INTO RT-LINE
          END-EVALUATE.
          WRITE RT-LINE.

      REVOKED-CHECK.
          MOVE 'S' TO SIDE.
          MOVE S TO C.
          PERFORM CHECK-CODE.
          MOVE 'T' TO SIDE.
          MOVE T TO C.
          PERFORM CHECK-CODE.

      CHECK-CODE.
          MOVE FUNCTION STORED-CHAR-LENGTH(C) TO CLEN.
          IF CLEN = ZERO
              EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO RV-HIT.
          MOVE -1 TO CHITK.
          PERFORM VARYING RV-IX FROM 1 BY 1
              UNTIL RV-IX > RV-CNT OR RV-HIT > ZERO
              MOVE FUNCTION STORED-CHAR-LENGTH(RV-CODE(RV-IX)) TO RLEN
              IF RLEN = CLEN
     *> the same walk as ONE-PAIR: WK-C is C rotated right by CK
                  PERFORM VARYING CK FROM 0 BY 1
                      UNTIL CK >= CLEN OR CHITK >= 0
                      MOVE SPACE TO WK-C
                      IF CK = 0
                          MOVE C(1:CLEN) TO WK-C
                      ELSE
                          MOVE C(CLEN - CK + 1:CK) TO WK-C(1:CK)
                          MOVE C(1:CLEN - CK) TO WK-C(CK + 1:CLEN - CK)
                      END-IF
                      IF WK-C = RV-CODE(RV-IX)
                          MOVE CK TO CHITK
                          MOVE RV-IX TO RV-HIT
                      END-IF
                  END-PERFORM
              END-IF
          END-PERFORM.
          IF RV-HIT = ZERO
              EXIT PARAGRAPH
          END-IF.
          ADD 1 TO SECHIT.
          MOVE CHITK TO ED-K.
          MOVE SPACE TO RT-LINE.
          STRING 'PAIR ' ED-P ' ' SIDE ' ** SECURITY HIT - '
                 RV-STAT(RV-HIT) ' ' RV-DATE(RV-HIT)
                 ' AT SHIFT ' ED-K
              INTO RT-LINE.
          WRITE RT-LINE.

     *> only the datasets the run got as far as opening are recorded;
     *> the call clears RETURN-CODE, so it is put back
      RECORD-LINEAGE.
          MOVE RETURN-CODE TO SAVE-RC.
          MOVE '103B'      TO LN-PROGRAM.
          MOVE SPACES      TO LN-START-TIME.
          MOVE ZERO        TO LN-CNT.
          IF BI-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE 'BADGEIN'   TO LN-DSN(LN-CNT)
              MOVE 'R'         TO LN-MODE(LN-CNT)
          END-IF.
          IF RG-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE 'BADGEREG'  TO LN-DSN(LN-CNT)
              MOVE 'R'         TO LN-MODE(LN-CNT)
          END-IF.
          IF RT-OPEN = 'Y'
              ADD 1 TO LN-CNT
              MOVE 'ROTRPT'    TO LN-DSN(LN-CNT)
              MOVE 'W'         TO LN-MODE(LN-CNT)
          END-IF.
          CALL 'LINEAGE' USING LN-PARM.
          MOVE SAVE-RC TO RETURN-CODE.
