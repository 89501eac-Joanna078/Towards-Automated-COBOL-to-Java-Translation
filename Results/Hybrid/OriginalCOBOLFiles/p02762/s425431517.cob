   SELECT PAIRMAST ASSIGN TO "PAIRMAST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PM-FS.
   SELECT CIRCOUT ASSIGN USING CIRCOUT-DSN
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS CIR-FS.
   SELECT OPTIONAL INTROHST ASSIGN TO "INTROHST"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IH-FS.
   SELECT OPTIONAL PAIRTRN ASSIGN TO "PAIRTRN"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS PT-FS.

DATA DIVISION.
FILE SECTION.
   01  EXC-LINE PIC X(60).
   FD  PAIRMAST.
   01  PM-LINE PIC X(30).
   FD  CIRCOUT.
   01  CIR-LINE PIC X(80).
   FD  INTROHST.
   01  IH-LINE PIC X(29).
   FD  PAIRTRN.
   01  PT-LINE PIC X(28).

WORKING-STORAGE SECTION.
01 EXCE-FS PIC X(2).
01 RPT-FS      PIC X(2).
*> shop-standard completion record written through JOBLOG at EOJ
COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
COPY LINEAGPM.
*> report header and catalog dates come from the official batch
*> date (BATCHDT), so a post-midnight finisher still catalogues
*> under the night it belongs to; times stay wall clock
   03 CAT-DATE    PIC 9(8).
   03 FILLER      PIC X(1) VALUE SPACE.
   03 CAT-PROGRAM PIC X(12).
*> social-circle report: the screened friend pairs are joined into
*> connected groups, printed biggest first with their members, then
*> the members with no friends at all and the block pairs whose two
*> people sit inside one circle.  it is its own generation
*> (CIRCLE.G...) catalogued on RPTCAT under D-FriendCIRC, so a
*> reprint by date finds one generation per report; RETPOLCY
*> needs its own D-FriendCIRC row, or the '*' default row applies.
01 CIRCOUT-DSN PIC X(30) VALUE SPACES.
01 CIR-FS      PIC X(2).
01 TBL-PARENT.
   03 T-PAR    PIC 9(6) OCCURS 100000.
01 TBL-CSIZE.
   03 T-CSZ    PIC 9(6) OCCURS 100000.
01 TBL-CNO.
   03 T-CNO    PIC 9(6) OCCURS 100000.
01 TBL-CIRCLE.
   03 T-CIR    OCCURS 100000 DEPENDING ON CIR-CNT.
     05 CR-SIZE PIC 9(6).
     05 CR-ROOT PIC 9(6).
01 TBL-MEMBER.
   03 T-MEM    OCCURS 100000 DEPENDING ON MEM-CNT.
     05 MB-CNO  PIC 9(6).
     05 MB-ID   PIC 9(6).
01 CIR-AREA.
   03 CIR-CNT   PIC 9(6) VALUE ZERO.
   03 MEM-CNT   PIC 9(6) VALUE ZERO.
   03 ISO-CNT   PIC 9(6) VALUE ZERO.
   03 BIN-CNT   PIC 9(6) VALUE ZERO.
   03 CIR-LINES PIC 9(9) VALUE ZERO.
   03 RANK-LINES PIC 9(9).
   03 R-X       PIC 9(6).
   03 R-Y       PIC 9(6).
   03 CIR-NO    PIC 9(6).
   03 CIR-PTR   PIC 9(3).
   03 CIR-PER   PIC 9(2) VALUE ZERO.
01 CIR-BUF    PIC X(80).
*> introduction follow-through: every recommended pair is appended
*> to INTROHST with the batch date and its rank position (the better
*> of its two people's places on the ranked report), and every
*> transaction applied from the deck goes to PAIRTRN, so INTROFU
*> can match later ADD F / ADD B cards against what was published.
01 IH-FS      PIC X(2).
01 PT-FS      PIC X(2).
COPY INTROHRC.
COPY PAIRTRRC.
01 TBL-INTRO.
   03 T-INT    OCCURS 200000 DEPENDING ON INT-CNT.
     05 IT-X    PIC 9(6).
     05 IT-Y    PIC 9(6).
01 TBL-RPOS.
   03 T-RPOS   PIC 9(6) OCCURS 100000.
01 INT-AREA.
   03 INT-CNT   PIC 9(6) VALUE ZERO.
   03 INT-OVER  PIC 9(9) VALUE ZERO.
   03 TRN-LOGGED PIC 9(6) VALUE ZERO.
01 EDIT-CIRCLE.
   03 ED-CNO  PIC Z(5)9.
   03 ED-CSZ  PIC Z(5)9.
   03 ED-MID  PIC Z(5)9.
   03 ED-MY   PIC Z(5)9.
 
PROCEDURE DIVISION.
MAIN      SECTION.
  END-PERFORM.
  CLOSE PAIRMAST.

*> the batch date is taken before the deck is applied - PAIRTRN
*> rows carry it as well as the report generations
  ACCEPT HT-TS-DATE FROM DATE YYYYMMDD.
  ACCEPT HT-TS-TIME FROM TIME.
  MOVE HT-TS-DATE TO BD-DATE.
  CALL 'BATCHDT' USING BD-PARM
    ON EXCEPTION
      MOVE HT-TS-DATE TO BD-DATE
  END-CALL.
  MOVE BD-DATE TO HT-TS-DATE.

*> ------------------------------------ 取引デッキ適用 -*
  PERFORM APPLY-TRANS.

        IF (FL-HIT = '1')
          ADD 1    TO T-KH(I)
          ADD 1    TO T-KH(J)
          IF (INT-CNT < 200000)
            ADD 1  TO INT-CNT
            MOVE I TO IT-X(INT-CNT)
            MOVE J TO IT-Y(INT-CNT)
          ELSE
            ADD 1  TO INT-OVER
          END-IF
        END-IF
      END-IF
    END-PERFORM

  SORT T-RANK DESCENDING KEY RK-CNT.

  STRING 'RPTOUT.G' HT-TS-DATE HT-TS-HHMMSS
      INTO RPTOUT-DSN.
  OPEN OUTPUT RPTOUT.
    CLOSE RPTCAT
  END-IF.

  PERFORM WRITE-INTROS.
  PERFORM CIRCLE-REPORT.

  MOVE 'D-Friend'     TO LN-PROGRAM.
  MOVE HT-TS-HHMMSS   TO LN-START-TIME.
  MOVE 8              TO LN-CNT.
  MOVE 'PAIRMAST'     TO LN-DSN(1).
  MOVE 'R'            TO LN-MODE(1).
  MOVE 'PAIRMAST'     TO LN-DSN(2).
  MOVE 'W'            TO LN-MODE(2).
  MOVE 'EXCEPTS'      TO LN-DSN(3).
  MOVE 'W'            TO LN-MODE(3).
  MOVE RPTOUT-DSN     TO LN-DSN(4).
  MOVE 'W'            TO LN-MODE(4).
  MOVE 'RPTCAT'       TO LN-DSN(5).
  MOVE 'W'            TO LN-MODE(5).
  MOVE CIRCOUT-DSN    TO LN-DSN(6).
  MOVE 'W'            TO LN-MODE(6).
  MOVE 'INTROHST'     TO LN-DSN(7).
  MOVE 'W'            TO LN-MODE(7).
  MOVE 'PAIRTRN'      TO LN-DSN(8).
  MOVE 'W'            TO LN-MODE(8).
  CALL 'LINEAGE' USING LN-PARM.
  MOVE 'D-Friend'     TO JL-PROGRAM.
  MOVE HT-TS-DATE     TO JL-START-DATE.
  MOVE HT-TS-HHMMSS   TO JL-START-TIME.
      MOVE 16 TO RETURN-CODE
      STOP RUN
  END-IF.
  OPEN EXTEND PAIRTRN.
  IF (PT-FS NOT = '00') AND (PT-FS NOT = '05')
      DISPLAY 'PAIRTRN HISTORY NOT USABLE, STATUS ' PT-FS
              ' - TODAY''S TRANSACTIONS NOT LOGGED'
  END-IF.
  PERFORM UNTIL TRN-EOF = 'Y'
    MOVE SPACE TO TRN-CARD
    ACCEPT TRN-CARD
  IF (TRN-CNT > 0)
    DISPLAY TRN-CNT ' PAIR TRANSACTION(S) APPLIED'
  END-IF.
  IF (PT-FS = '00') OR (PT-FS = '05')
    CLOSE PAIRTRN
  END-IF.
APPLY-TRANS-EXIT.
  EXIT.

MARK-CHANGED SECTION.
MARK-CHANGED-001.
  ADD 1 TO TRN-CNT.
*> every applied card is kept on the PAIRTRN history
  IF (PT-FS = '00') OR (PT-FS = '05')
    MOVE SPACE      TO PT-REC
    MOVE HT-TS-DATE TO PT-DATE
    MOVE TRN-ACT    TO PT-ACT
    MOVE TRN-KIND   TO PT-KIND
    MOVE IN-X       TO PT-X
    MOVE IN-Y       TO PT-Y
    WRITE PT-LINE FROM PT-REC
    ADD 1 TO TRN-LOGGED
  END-IF.
  IF (IN-X >= 1) AND (IN-X <= IN-N)
    MOVE 'Y' TO T-CHG(IN-X)
  END-IF.
  WRITE EXC-LINE.
WRITE-EXCEPT-EXIT.
  EXIT.

*> ------------------------------------ 紹介履歴の追記 -*
WRITE-INTROS SECTION.
WRITE-INTROS-001.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    MOVE I TO T-RPOS(RK-ID(I))
  END-PERFORM.
  OPEN EXTEND INTROHST.
  IF (IH-FS NOT = '00') AND (IH-FS NOT = '05')
    DISPLAY 'INTROHST HISTORY NOT USABLE, STATUS ' IH-FS
            ' - TODAY''S INTRODUCTIONS NOT KEPT'
    GO TO WRITE-INTROS-EXIT
  END-IF.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > INT-CNT
    MOVE SPACE        TO IH-REC
    MOVE HT-TS-DATE   TO IH-DATE
    MOVE IT-X(I)      TO IH-X
    MOVE IT-Y(I)      TO IH-Y
    IF (T-RPOS(IT-X(I)) < T-RPOS(IT-Y(I)))
      MOVE T-RPOS(IT-X(I)) TO IH-RANK
    ELSE
      MOVE T-RPOS(IT-Y(I)) TO IH-RANK
    END-IF
    WRITE IH-LINE FROM IH-REC
  END-PERFORM.
  CLOSE INTROHST.
  IF (INT-OVER > 0)
    DISPLAY 'INTRODUCTION TABLE FULL - ' INT-OVER
            ' PAIR(S) NOT KEPT ON INTROHST'
  END-IF.
WRITE-INTROS-EXIT.
  EXIT.

*> ------------------------------------ 交友サークル報告 -*
CIRCLE-REPORT SECTION.
CIRCLE-REPORT-001.
*> every person starts as a circle of one; each friend pair joins
*> the two circles under the lower root
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    MOVE I TO T-PAR(I)
    MOVE 0 TO T-CSZ(I)
  END-PERFORM.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-M
    MOVE T-F1(I) TO R-X
    PERFORM FIND-ROOT
    MOVE R-X TO R-Y
    MOVE T-F2(I) TO R-X
    PERFORM FIND-ROOT
    IF (R-X < R-Y)
      MOVE R-X TO T-PAR(R-Y)
    ELSE
      IF (R-Y < R-X)
        MOVE R-Y TO T-PAR(R-X)
      END-IF
    END-IF
  END-PERFORM.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    MOVE I TO R-X
    PERFORM FIND-ROOT
    MOVE R-X TO T-PAR(I)
    ADD 1 TO T-CSZ(R-X)
  END-PERFORM.
*>
*> - サークル番号: 大きい順 -*
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    IF (T-PAR(I) = I) AND (T-CSZ(I) > 1)
      ADD 1 TO CIR-CNT
      MOVE T-CSZ(I) TO CR-SIZE(CIR-CNT)
      MOVE I        TO CR-ROOT(CIR-CNT)
    END-IF
    IF (T-CSZ(T-PAR(I)) = 1)
      ADD 1 TO ISO-CNT
    END-IF
  END-PERFORM.
  IF (CIR-CNT > 1)
    SORT T-CIR ON DESCENDING KEY CR-SIZE ON ASCENDING KEY CR-ROOT
  END-IF.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > CIR-CNT
    MOVE I TO T-CNO(CR-ROOT(I))
  END-PERFORM.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    IF (T-CSZ(T-PAR(I)) > 1)
      ADD 1 TO MEM-CNT
      MOVE T-CNO(T-PAR(I)) TO MB-CNO(MEM-CNT)
      MOVE I               TO MB-ID(MEM-CNT)
    END-IF
  END-PERFORM.
  IF (MEM-CNT > 1)
    SORT T-MEM ASCENDING KEY MB-CNO MB-ID
  END-IF.
*>
*> - 世代を開く -*
  STRING 'CIRCLE.G' HT-TS-DATE HT-TS-HHMMSS
      INTO CIRCOUT-DSN.
  OPEN OUTPUT CIRCOUT.
  IF (CIR-FS NOT = '00')
    DISPLAY 'CIRCLE GENERATION NOT USABLE, STATUS ' CIR-FS
    MOVE 16 TO RETURN-CODE
*>  nothing was written, so LINEAGE is not told it was
    MOVE SPACES TO CIRCOUT-DSN
    GO TO CIRCLE-REPORT-EXIT
  END-IF.
  MOVE HT-TS-DATE   TO HT-H-DATE.
  MOVE HT-TS-HHMMSS TO HT-H-TIME.
  MOVE 'D-FriendCIRC' TO HT-H-PROGRAM.
  MOVE 'PAIRMAST'   TO HT-H-INPUT.
  WRITE CIR-LINE FROM HT-HEADER.
*>
*> - サークル毎: 番号・人数・メンバー -*
  MOVE 0 TO CIR-NO.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > MEM-CNT
    IF (MB-CNO(I) NOT = CIR-NO)
      PERFORM CIRCLE-FLUSH
      MOVE MB-CNO(I) TO CIR-NO ED-CNO
      MOVE CR-SIZE(CIR-NO) TO ED-CSZ
      MOVE SPACE TO CIR-LINE
      STRING 'CIRCLE ' ED-CNO ' SIZE ' ED-CSZ
          INTO CIR-LINE
      PERFORM CIRCLE-WRITE
      MOVE 'MEMBERS' TO CIR-BUF
    END-IF
    MOVE MB-ID(I) TO IN-X
    PERFORM CIRCLE-ADD-ID
  END-PERFORM.
  PERFORM CIRCLE-FLUSH.
*>
*> - 友達のいない会員 -*
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-N
    IF (T-CSZ(T-PAR(I)) = 1)
      IF (CIR-PER = 0)
        MOVE 'NO FRIENDS' TO CIR-BUF
      END-IF
      MOVE I TO IN-X
      PERFORM CIRCLE-ADD-ID
    END-IF
  END-PERFORM.
  PERFORM CIRCLE-FLUSH.
*>
*> - 同じサークル内のブロックペア -*
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > IN-K
    IF (T-PAR(T-B1(I)) = T-PAR(T-B2(I)))
      ADD 1 TO BIN-CNT
      MOVE T-B1(I) TO ED-MID
      MOVE T-B2(I) TO ED-MY
      MOVE T-CNO(T-PAR(T-B1(I))) TO ED-CNO
      MOVE SPACE TO CIR-LINE
      STRING 'BLOCK PAIR ' ED-MID ' ' ED-MY ' INSIDE CIRCLE ' ED-CNO
          INTO CIR-LINE
      PERFORM CIRCLE-WRITE
    END-IF
  END-PERFORM.
*>
  MOVE CIR-CNT TO ED-CNO.
  MOVE ISO-CNT TO ED-CSZ.
  MOVE BIN-CNT TO ED-MID.
  MOVE SPACE TO CIR-LINE.
  STRING 'CIRCLES ' ED-CNO ' NO FRIENDS ' ED-CSZ
         ' BLOCKS INSIDE A CIRCLE ' ED-MID
      INTO CIR-LINE.
  PERFORM CIRCLE-WRITE.
  MOVE HT-T-COUNT TO RANK-LINES.
  MOVE CIR-LINES  TO HT-T-COUNT.
  WRITE CIR-LINE FROM HT-TRAILER.
  MOVE RANK-LINES TO HT-T-COUNT.
  CLOSE CIRCOUT.
  MOVE CIRCOUT-DSN TO CAT-DSN.
  MOVE HT-TS-DATE  TO CAT-DATE.
  MOVE 'D-FriendCIRC' TO CAT-PROGRAM.
  OPEN EXTEND RPTCAT.
  IF (CAT-ST = '00') OR (CAT-ST = '05')
    WRITE CAT-LINE FROM CAT-REC
    CLOSE RPTCAT
  END-IF.
CIRCLE-REPORT-EXIT.
  EXIT.

*> ------------------------------------------ 根の検索 -*
FIND-ROOT SECTION.
FIND-ROOT-001.
*> walks R-X up to its circle's root, halving the path as it goes
  PERFORM UNTIL (T-PAR(R-X) = R-X)
    MOVE T-PAR(T-PAR(R-X)) TO T-PAR(R-X)
    MOVE T-PAR(R-X) TO R-X
  END-PERFORM.
FIND-ROOT-EXIT.
  EXIT.

*> ---------------------------------- メンバー行に追加 -*
CIRCLE-ADD-ID SECTION.
CIRCLE-ADD-ID-001.
*> nine ids to a line under the MEMBERS / NO FRIENDS caption
  IF (CIR-PER >= 9)
    PERFORM CIRCLE-FLUSH
    MOVE SPACE TO CIR-BUF
  END-IF.
  COMPUTE CIR-PTR = 12 + CIR-PER * 7.
  MOVE IN-X TO ED-MID.
  MOVE ED-MID TO CIR-BUF(CIR-PTR:6).
  ADD 1 TO CIR-PER.
CIRCLE-ADD-ID-EXIT.
  EXIT.

*> -------------------------------------- メンバー行出力 -*
CIRCLE-FLUSH SECTION.
CIRCLE-FLUSH-001.
  IF (CIR-PER > 0)
    MOVE CIR-BUF TO CIR-LINE
    PERFORM CIRCLE-WRITE
  END-IF.
  MOVE 0 TO CIR-PER.
  MOVE SPACE TO CIR-BUF.
CIRCLE-FLUSH-EXIT.
  EXIT.

*> ------------------------------------------- 報告行出力 -*
CIRCLE-WRITE SECTION.
CIRCLE-WRITE-001.
  WRITE CIR-LINE.
  ADD 1 TO CIR-LINES.
CIRCLE-WRITE-EXIT.
  EXIT.
