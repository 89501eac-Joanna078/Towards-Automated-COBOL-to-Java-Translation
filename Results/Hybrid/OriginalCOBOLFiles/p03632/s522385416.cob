
*> shop-standard completion record written through JOBLOG at EOJ
    COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
    COPY LINEAGPM.
*> the checkpoint registers itself with the shop registry so the
*> inquiry and sweep programs find it without a compiled-in map
    COPY CHKREGPM.

    DISPLAY 'TOTAL ' anst(1:FUNCTION STORED-CHAR-LENGTH(anst)).

    MOVE 'ABC_070_B' TO LN-PROGRAM.
    MOVE TS-HHMMSS   TO LN-START-TIME.
    MOVE 2           TO LN-CNT.
    MOVE 'CHKPT070B' TO LN-DSN(1).
    MOVE 'W'         TO LN-MODE(1).
    MOVE 'GAPHIST'   TO LN-DSN(2).
    MOVE 'W'         TO LN-MODE(2).
    CALL 'LINEAGE' USING LN-PARM.
    MOVE 'ABC_070_B' TO JL-PROGRAM.
    MOVE TS-DATE     TO JL-START-DATE.
    MOVE TS-HHMMSS   TO JL-START-TIME.
