        03 CL-RESULT PIC -(10)9.
        03 FILLER    PIC X(1)  VALUE SPACE.
        03 CL-COND   PIC X(8).
*> stamped with the batch date and wall-clock time so CALCVER can
*> re-verify the ledger over a date range at month-end
        03 FILLER    PIC X(1)  VALUE SPACE.
        03 CL-DATE   PIC 9(8).
        03 FILLER    PIC X(1)  VALUE SPACE.
        03 CL-TIME   PIC 9(6).
    01 CL-NOW      PIC 9(8).
    01 CL-CLOCK.
        03 CL-HHMMSS PIC 9(6).
        03 FILLER    PIC 9(2).
    COPY BATCHDPM.
*> the ledger is recorded on the LINEAGE register once it has really
*> opened
    COPY LINEAGPM.
    01 cl-open   PIC X(1) VALUE 'N'.
    01 save-rc   PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
*> the ledger stamp is taken before anything can set the return code
    ACCEPT CL-NOW FROM DATE YYYYMMDD.
    ACCEPT CL-CLOCK FROM TIME.
    MOVE CL-NOW TO BD-DATE.
    CALL 'BATCHDT' USING BD-PARM
        ON EXCEPTION
            MOVE CL-NOW TO BD-DATE
    END-CALL.
    MOVE BD-DATE TO CL-NOW.

    ACCEPT INP.

    UNSTRING INP
    END-IF.

    PERFORM LEDGER.
    PERFORM RECORD-LINEAGE.

    STOP RUN.

    MOVE B      TO CL-B.
    MOVE result TO CL-RESULT.
    MOVE cond   TO CL-COND.
    MOVE CL-NOW    TO CL-DATE.
    MOVE CL-HHMMSS TO CL-TIME.

    OPEN EXTEND CALCLED.
    IF CL-ST = '00' OR CL-ST = '05'
        MOVE 'Y' TO cl-open
        WRITE CL-LINE FROM CL-REC
        CLOSE CALCLED
    END-IF.

*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_050_A' TO LN-PROGRAM.
    MOVE CL-HHMMSS   TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF cl-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'CALCLED'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
