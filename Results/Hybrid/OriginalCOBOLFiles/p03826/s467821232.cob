DATA                             DIVISION.
FILE                             SECTION.
    FD  DEALS.
        01 DEAL-LINE PIC X(80).
    FD  DEALRPT.
        01 DR-LINE PIC X(140).
    FD  REJECTS.
        01 REJ-LINE PIC X(50).
WORKING-STORAGE                  SECTION.
    01 REJE-FS PIC X(2).
    01 DEAL-FS PIC X(2).
    01 INP     PIC X(80).

    01 DL-ST   PIC X(2).
    01 EOF-SW  PIC X(1) VALUE 'N'.
        03 dl OCCURS 500 DEPENDING ON dlcnt.
            05 dlabel PIC X(10).
            05 dprod  PIC 9(15).
            05 dqty   PIC 9(7).
            05 dprice PIC 9(7).
            05 dcover PIC X(4).
            05 dsupp  PIC X(8).
            05 dvalid PIC X(8).
    01 dlcnt   PIC 9(3) VALUE ZERO.

    01 tk1     PIC X(20).
    01 tk2     PIC X(20).
    01 tk3     PIC X(20).
*> a material quote adds covering type, supplier and the last day the
*> quote stands (blank = open); quantity is then the supplier's pack
*> size in cells and price the price per cell, and DEALRPT carries
*> them after the margin so the requisition run can buy from it
    01 tk4     PIC X(20).
    01 tk5     PIC X(20).
    01 tk6     PIC X(20).
    01 DR-TAIL PIC X(74).
    01 rejcnt  PIC 9(3) VALUE ZERO.
    01 line-bad PIC X(1) VALUE 'N'.

    01 ED-R    PIC Z(2)9.
    01 ED-P    PIC Z(14)9.
    01 ED-M    PIC Z(14)9.
    01 ED-Q    PIC 9(7).
    01 ED-C    PIC 9(7).

*> common numeric token edit shared by the UNSTRING readers
    COPY EDITNMPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 dl-open PIC X(1) VALUE 'N'.
    01 dr-open PIC X(1) VALUE 'N'.
    01 rj-open PIC X(1) VALUE 'N'.
    01 save-rc PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO dl-open.

    OPEN OUTPUT DEALRPT REJECTS.
    IF DEAL-FS = '00'
        MOVE 'Y' TO dr-open
    END-IF.
    IF REJE-FS = '00'
        MOVE 'Y' TO rj-open
    END-IF.
    IF REJE-FS NOT = '00'
        DISPLAY 'REJECTS DATASET NOT USABLE, STATUS ' REJE-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    IF DEAL-FS NOT = '00'
        DISPLAY 'DEALRPT DATASET NOT USABLE, STATUS ' DEAL-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

            STRING 'RANK ' ED-R ' ' dlabel(i) ' PRODUCT ' ED-P
                INTO DR-LINE
        END-IF
        IF dcover(i) NOT = SPACE
            MOVE dqty(i) TO ED-Q
            MOVE dprice(i) TO ED-C
            MOVE SPACE TO DR-TAIL
            STRING ' COVER ' dcover(i) ' SUPPLIER ' dsupp(i)
                   ' PACK ' ED-Q ' PRICE ' ED-C ' UNTIL ' dvalid(i)
                DELIMITED BY SIZE INTO DR-TAIL
            MOVE DR-TAIL TO DR-LINE(67:)
        END-IF
        WRITE DR-LINE
    END-PERFORM.

    ELSE
        DISPLAY 'RUN STATUS CLEAN'
    END-IF.
    PERFORM RECORD-LINEAGE.
    STOP RUN.

ONE-DEAL                         SECTION.
    MOVE SPACE TO tk4 tk5 tk6.
    UNSTRING INP
    DELIMITED BY SPACE
    INTO tk1 tk2 tk3 tk4 tk5 tk6.

*> quantity and price are edited before the multiply; bad lines go
*> to the REJECTS dataset and the run carries on.
    PERFORM CHECK-TOKEN.
    MOVE tk3 TO EN-TOKEN.
    PERFORM CHECK-TOKEN.
    IF tk6 NOT = SPACE
        MOVE tk6 TO EN-TOKEN
        PERFORM CHECK-TOKEN
    END-IF.

    IF line-bad = 'Y'
        EXIT SECTION
    IF dlcnt >= 500
        DISPLAY 'DEALS EXCEEDS THE 500-ROW TABLE - RUN ABANDONED'
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    ADD 1 TO dlcnt.
    MOVE tk1 TO dlabel(dlcnt).
    COMPUTE dprod(dlcnt) = qty * price.
    MOVE qty TO dqty(dlcnt).
    MOVE price TO dprice(dlcnt).
    MOVE tk4 TO dcover(dlcnt).
    MOVE tk5 TO dsupp(dlcnt).
    IF tk6 = SPACE
        MOVE 'OPEN' TO dvalid(dlcnt)
    ELSE
        MOVE tk6 TO dvalid(dlcnt)
    END-IF.

CHECK-TOKEN                      SECTION.
    CALL 'EDITNUM' USING EN-PARM.
            INTO REJ-LINE
        WRITE REJ-LINE
    END-IF.

*> only the datasets the run got as far as opening are recorded;
*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_052_A' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF dl-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'DEALS'     TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF dr-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'DEALRPT'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF rj-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'REJECTS'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
