   03 ABC     PIC  9(10) COMP OCCURS 3.
01 TBL1.
   03 O       PIC  X(01) OCCURS 100000.
*> the losing letter of each match, so SEASON can carry head-to-head
01 TBL2.
   03 L       PIC  X(01) OCCURS 100000.
01 I          PIC  9(6) COMP.
01 J1         PIC  9.
01 J2         PIC  9.
01 RES-FS     PIC  X(2).
*> shop-standard completion record written through JOBLOG at EOJ
COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
COPY LINEAGPM.
01 TS-DATE    PIC 9(8).
01 TS-TIME.
   03 TS-HHMMSS PIC 9(6).
   03 FILLER    PIC 9(2).
*> the day's scored letters feed the SEASON dataset STANDNGS reads:
*> a 'DAY yyyymmdd' card then one card per match (winner in col 1,
*> loser in col 3 for the playoff seeding run), appended at end
*> of job so no clerk hand-stacks it.  the same date never appends
*> twice, and a gap from the prior match day (the calendar's prior
*> business day) is warned about before the standings undercount.
01 PRIOR-DATE PIC 9(8) VALUE ZERO.
01 PRIOR-INT  PIC 9(8) COMP.
01 BACK-CNT   PIC 9(2) COMP.
*> cards actually appended to SEASON - the records-out the balancing
*> run ties to the day STANDNGS reads back (zero when nothing went)
01 SE-OUT     PIC 9(9) VALUE ZERO.
COPY CALSVCPM.
*> 
PROCEDURE DIVISION.
    ADD      1 TO   ABC(J1)
    SUBTRACT 1 FROM ABC(J2)
    MOVE C-ABC(J1:1) TO O(I)
    MOVE C-ABC(J2:1) TO L(I)
    MOVE S2 TO S1
    END-IF
  END-PERFORM.
    PERFORM SEASON-APPEND
  END-IF.
*>
  MOVE '166F'    TO LN-PROGRAM.
  MOVE TS-HHMMSS TO LN-START-TIME.
  MOVE 1         TO LN-CNT.
  MOVE 'RESULTS' TO LN-DSN(1).
  MOVE 'R'       TO LN-MODE(1).
  IF (OUT = 'Yes')
    MOVE 2        TO LN-CNT
    MOVE 'SEASON' TO LN-DSN(2)
    MOVE 'W'      TO LN-MODE(2)
  END-IF.
  CALL 'LINEAGE' USING LN-PARM.
  MOVE '166F'    TO JL-PROGRAM.
  MOVE TS-DATE   TO JL-START-DATE.
  MOVE TS-HHMMSS TO JL-START-TIME.
  MOVE I         TO JL-RECS-IN.
  MOVE SE-OUT    TO JL-RECS-OUT.
  MOVE 'NORMAL'  TO JL-STATUS.
  CALL 'JOBLOG' USING JL-PARM.
  GOBACK.
  END-IF.
  MOVE TS-DATE TO DC-DATE.
  WRITE SEASON-LINE FROM DAY-CARD.
  ADD 1 TO SE-OUT.
  PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
    MOVE SPACES TO SEASON-LINE
    MOVE O(I) TO SEASON-LINE(1:1)
    MOVE L(I) TO SEASON-LINE(3:1)
    WRITE SEASON-LINE
    ADD 1 TO SE-OUT
  END-PERFORM.
  CLOSE SEASON.
  DISPLAY 'DAY ' TS-DATE ' APPENDED TO SEASON'.
