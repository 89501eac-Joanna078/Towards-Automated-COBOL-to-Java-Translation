01 CC-OK      PIC  X(1) VALUE 'N'.
*> shop-standard completion record written through JOBLOG at EOJ
COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
COPY LINEAGPM.
01 TS-DATE    PIC 9(8).
01 TS-TIME.
   03 TS-HHMMSS PIC 9(6).
*>
  PERFORM CACHE-SAVE.
*>
  MOVE '162C'      TO LN-PROGRAM.
  MOVE TS-HHMMSS   TO LN-START-TIME.
  MOVE 2           TO LN-CNT.
  MOVE 'GCDCACHE'  TO LN-DSN(1).
  MOVE 'R'         TO LN-MODE(1).
  MOVE 'GCDCACHE'  TO LN-DSN(2).
  MOVE 'W'         TO LN-MODE(2).
  CALL 'LINEAGE' USING LN-PARM.
  MOVE '162C'      TO JL-PROGRAM.
  MOVE TS-DATE     TO JL-START-DATE.
  MOVE TS-HHMMSS   TO JL-START-TIME.
