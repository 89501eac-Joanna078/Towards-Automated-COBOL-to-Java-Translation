    01 i       PIC 9(6) BINARY.
    01 cnt     PIC 9(6) VALUE ZERO.

*> shop-standard completion record written through JOBLOG at EOJ;
*> records-out is every WRKORD record, continuations included, the
*> count the balancing run ties to what WOTRACK loads
COPY JOBLOGPM.
*> and the dataset it wrote, for the LINEAGE register
COPY LINEAGPM.
    01 TS-DATE    PIC 9(8).
    01 TS-TIME.
        03 TS-HHMMSS PIC 9(6).
        03 FILLER    PIC 9(2).
    01 wk-cnt  PIC 9(9) VALUE ZERO.

PROCEDURE                        DIVISION.
    ACCEPT TS-DATE FROM DATE YYYYMMDD.
    ACCEPT TS-TIME FROM TIME.
    ACCEPT INP.

    UNSTRING INP
    PERFORM UNANS.

    DISPLAY ans(1:FUNCTION STORED-CHAR-LENGTH(ans)).

    MOVE 'ABC_103_D' TO LN-PROGRAM.
    MOVE TS-HHMMSS   TO LN-START-TIME.
    MOVE 1           TO LN-CNT.
    MOVE 'WRKORD'    TO LN-DSN(1).
    MOVE 'W'         TO LN-MODE(1).
    CALL 'LINEAGE' USING LN-PARM.
    MOVE 'ABC_103_D' TO JL-PROGRAM.
    MOVE TS-DATE     TO JL-START-DATE.
    MOVE TS-HHMMSS   TO JL-START-TIME.
    MOVE M           TO JL-RECS-IN.
    MOVE wk-cnt      TO JL-RECS-OUT.
    MOVE 'NORMAL'    TO JL-STATUS.
    CALL 'JOBLOG' USING JL-PARM.
    STOP RUN.

UNANS                            SECTION.
*> a full record spills into a continuation record for the same point
    IF wptr > 193
        WRITE WK-LINE FROM wline
        ADD 1 TO wk-cnt
        MOVE SPACE TO wline
        MOVE 1 TO wptr
        STRING 'POINT ' ED-PT ' (CONT) '
FLUSH-POINT                      SECTION.
    IF wopen = 'Y'
        WRITE WK-LINE FROM wline
        ADD 1 TO wk-cnt
        MOVE 'N' TO wopen
    END-IF.
