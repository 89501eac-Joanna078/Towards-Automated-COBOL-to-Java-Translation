01 TRC-FS       PIC X(2).
*> shop-standard completion record written through JOBLOG at EOJ
COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
COPY LINEAGPM.
*> trace header and catalog dates come from the official batch
*> date (BATCHDT), so a post-midnight finisher still catalogues
*> under the night it belongs to; times stay wall clock
    CLOSE RPTCAT
  END-IF.
*>
  MOVE '160D'         TO LN-PROGRAM.
  MOVE HT-TS-HHMMSS   TO LN-START-TIME.
  MOVE 2              TO LN-CNT.
  MOVE TRACEOUT-DSN   TO LN-DSN(1).
  MOVE 'W'            TO LN-MODE(1).
  MOVE 'RPTCAT'       TO LN-DSN(2).
  MOVE 'W'            TO LN-MODE(2).
  CALL 'LINEAGE' USING LN-PARM.
  MOVE '160D'         TO JL-PROGRAM.
  MOVE HT-TS-DATE     TO JL-START-DATE.
  MOVE HT-TS-HHMMSS   TO JL-START-TIME.
