
*> shop-standard completion record written through JOBLOG at EOJ
    COPY JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
    COPY LINEAGPM.

*> capture, audit-log and catalog dates come from the official
*> batch date (BATCHDT), so a post-midnight finisher still
        CLOSE RPTCAT
    END-IF.

    MOVE 'AGC_026_B'  TO LN-PROGRAM.
    MOVE HT-H-TIME    TO LN-START-TIME.
    MOVE 3            TO LN-CNT.
    MOVE AUDITLOG-DSN TO LN-DSN(1).
    MOVE 'W'          TO LN-MODE(1).
    MOVE 'RPTCAT'     TO LN-DSN(2).
    MOVE 'W'          TO LN-MODE(2).
    IF REPLAY-SW = 'Y'
        MOVE 'REPLAY'     TO LN-DSN(3)
        MOVE 'R'          TO LN-MODE(3)
    ELSE
        MOVE CP-DSN       TO LN-DSN(3)
        MOVE 'W'          TO LN-MODE(3)
        MOVE 4            TO LN-CNT
        MOVE 'DECKARCH'   TO LN-DSN(4)
        MOVE 'W'          TO LN-MODE(4)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE 'AGC_026_B'  TO JL-PROGRAM.
    MOVE HT-H-DATE    TO JL-START-DATE.
    MOVE HT-H-TIME    TO JL-START-TIME.
