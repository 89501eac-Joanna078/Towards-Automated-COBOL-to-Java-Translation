    SELECT RANGERPT ASSIGN TO "RANGERPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RANG-FS.
    SELECT BILLPER ASSIGN TO "BILLPER"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BILL-FS.
DATA                             DIVISION.
FILE                             SECTION.
    FD  RANGERPT.
        01 RR-LINE PIC X(80).
    FD  BILLPER.
        01 BILL-LINE PIC X(55).
WORKING-STORAGE                  SECTION.
    01 RANG-FS PIC X(2).
    01 BILL-FS PIC X(2).
    01 N      PIC 9(4).

*> a period card is "l r", or "l r customer from-date to-date" when
*> the period is to be invoiced (dates yyyymmdd)
    01 INP    PIC X(60).
    01 l      PIC 9(6).
    01 r      PIC 9(6).
    01 cust   PIC X(10).
    01 fdate  PIC X(8).
    01 tdate  PIC X(8).
    01 custcnt PIC 9(6) VALUE ZERO.

    01 i      PIC 9(6).
    01 j      PIC 9(6).
            05 rl PIC 9(6).
            05 rr PIC 9(6).
            05 rt PIC 9(6).
            05 rcust  PIC X(10).
            05 rfrom  PIC X(8).
            05 rthru  PIC X(8).
            05 rstat  PIC X(7).
    01 ovlcnt PIC 9(6) VALUE ZERO.

    01 ED-I   PIC Z(3)9.
    01 DUMMY  PIC X(1).

    01 ans    PIC X(6).

*> the BILLPER hand-off row and its standard header and trailer
    COPY BILLPRRC.
    COPY RPTHDTRL.
*> the datasets the run wrote, for the LINEAGE register; each switch
*> is set once its dataset has really opened
    COPY LINEAGPM.
    01 rg-open    PIC X(1) VALUE 'N'.
    01 bp-open    PIC X(1) VALUE 'N'.
    01 save-rc    PIC S9(4) COMP.
PROCEDURE                        DIVISION.
MAIN.
    ACCEPT N.

        UNSTRING INP
        DELIMITED BY SPACE
        INTO l r cust fdate tdate

        MOVE l TO rl(i)
        MOVE r TO rr(i)
        PERFORM PERIODDATES

        SUBTRACT l FROM r
        ADD 1 TO r

    PERFORM RANGEREPORT.

    IF custcnt > ZERO
        PERFORM BILLPERIODS
    END-IF.

    MOVE sm TO ZS.

    PERFORM UNANS.

    DISPLAY ans(1:FUNCTION STORED-CHAR-LENGTH(ans)).
    PERFORM RECORD-LINEAGE.
    STOP RUN.

UNANS                            SECTION.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO rg-open.

    PERFORM VARYING i FROM 1 BY 1 UNTIL N < i
        MOVE i     TO ED-I
    PERFORM VARYING i FROM 1 BY 1 UNTIL N < i
        PERFORM VARYING j FROM 1 BY 1 UNTIL N < j
            IF i < j
                AND ((rl(i) <= rr(j) AND rl(j) <= rr(i))
                 OR (rcust(i) NOT = SPACE AND rcust(i) = rcust(j)
                     AND rstat(i) NOT = 'BADDATE'
                     AND rstat(j) NOT = 'BADDATE'
                     AND rfrom(i) <= rthru(j)
                     AND rfrom(j) <= rthru(i)))
                ADD 1 TO ovlcnt
                IF rcust(i) NOT = SPACE
                    MOVE 'OVERLAP' TO rstat(i)
                END-IF
                IF rcust(j) NOT = SPACE
                    MOVE 'OVERLAP' TO rstat(j)
                END-IF
                MOVE i TO ED-I
                MOVE j TO ED-J
                MOVE SPACE TO RR-LINE
    END-IF.

    CLOSE RANGERPT.

PERIODDATES                      SECTION.
*> a period carrying a customer is invoiced later by SURINV; its dates
*> must be real and in order, or it goes to BILLPER held as BADDATE
    MOVE cust TO rcust(i).
    MOVE fdate TO rfrom(i).
    MOVE tdate TO rthru(i).
    MOVE SPACE TO rstat(i).
    MOVE SPACE TO cust fdate tdate.
    IF rcust(i) = SPACE
        EXIT SECTION
    END-IF.
    ADD 1 TO custcnt.
    MOVE 'OK' TO rstat(i).
    IF rfrom(i) IS NOT NUMERIC OR rthru(i) IS NOT NUMERIC
        MOVE 'BADDATE' TO rstat(i)
        EXIT SECTION
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(rfrom(i))) NOT = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(rthru(i))) NOT = 0
        OR rfrom(i) > rthru(i)
        MOVE 'BADDATE' TO rstat(i)
    END-IF.

BILLPERIODS                      SECTION.
*> the validated periods that carry a customer are handed to the
*> SURINV invoicing run on BILLPER, between the standard header and
*> trailer.  a period in an overlapping pair or with bad dates is
*> still written, with its status, so SURINV holds it for review.
    OPEN OUTPUT BILLPER.
    IF BILL-FS NOT = '00'
        DISPLAY 'BILLPER DATASET NOT USABLE, STATUS ' BILL-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO bp-open.
    ACCEPT HT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT HT-TS-TIME FROM TIME.
    MOVE HT-TS-DATE   TO HT-H-DATE.
    MOVE HT-TS-HHMMSS TO HT-H-TIME.
    MOVE 'ABC_073_B'  TO HT-H-PROGRAM.
    MOVE 'SYSIN PERIODS' TO HT-H-INPUT.
    WRITE BILL-LINE FROM HT-HEADER.
    MOVE ZERO TO HT-T-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL N < i
        IF rcust(i) NOT = SPACE
            MOVE SPACE TO BL-REC
            MOVE i        TO BL-RANGE
            MOVE rcust(i) TO BL-CUST
            IF rstat(i) = 'BADDATE'
                MOVE ZERO TO BL-FROM BL-TO
            ELSE
                MOVE rfrom(i) TO BL-FROM
                MOVE rthru(i) TO BL-TO
            END-IF
            MOVE rl(i)    TO BL-L
            MOVE rr(i)    TO BL-R
            MOVE rstat(i) TO BL-STATUS
            WRITE BILL-LINE FROM BL-REC
            ADD 1 TO HT-T-COUNT
        END-IF
    END-PERFORM.
    WRITE BILL-LINE FROM HT-TRAILER.
    CLOSE BILLPER.

*> only the datasets the run got as far as opening are recorded;
*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_073_B' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF rg-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'RANGERPT'  TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF bp-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'BILLPER'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
