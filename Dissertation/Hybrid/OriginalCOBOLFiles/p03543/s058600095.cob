    SELECT RUNRPT ASSIGN TO "RUNRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RUNR-FS.
    SELECT OPTIONAL PRESSMAST ASSIGN TO "PRESSMAST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PM-ST.
    SELECT OPTIONAL PRESSHIST ASSIGN TO "PRESSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PH-FS.
DATA                             DIVISION.
FILE                             SECTION.
    FD  SERIALS.
        01 SER-LINE PIC X(16).
    FD  RUNRPT.
        01 RN-LINE PIC X(60).
*> stamping-machine master, kept by QA: one row per prefix assignment
*> - serial prefix, press, production line, in service from and to
*> (YYYYMMDD; a blank to means still in service).  A prefix moved to
*> another press gets a new row, so the row covering the run date is
*> the one that counts.
    FD  PRESSMAST.
        01 PM-LINE.
            03 PM-PREFIX  PIC X(2).
            03 FILLER     PIC X(1).
            03 PM-MACHINE PIC X(8).
            03 FILLER     PIC X(1).
            03 PM-PLINE   PIC X(4).
            03 FILLER     PIC X(1).
            03 PM-FROM    PIC X(8).
            03 FILLER     PIC X(1).
            03 PM-TO      PIC X(8).
    FD  PRESSHIST.
        01 PH-LINE PIC X(43).
WORKING-STORAGE                  SECTION.
    01 RUNR-FS PIC X(2).
    01 N      PIC X(16).
    01 flagcnt PIC 9(6) VALUE ZERO.
    01 ED-C   PIC Z(5)9.

*> press and line for each prefix batch, from the PRESSMAST rows in
*> service on the run date; PRESSTRD trends the per-press counts
*> appended to PRESSHIST
    01 PM-ST      PIC X(2).
    01 PH-FS      PIC X(2).
    01 pm-eof     PIC X(1) VALUE 'N'.
    01 pm-cnt     PIC 9(3) VALUE ZERO.
    01 pm-bad     PIC 9(3) VALUE ZERO.
    01 pm-dup     PIC 9(3) VALUE ZERO.
    01 pm-tbl.
        03 pm-ent OCCURS 200.
            05 pm-t-prefix  PIC X(2).
            05 pm-t-machine PIC X(8).
            05 pm-t-line    PIC X(4).
    01 px         PIC 9(3).
    01 pfx2.
        03 pfx-press OCCURS 100.
            05 pfx-mach PIC X(8).
            05 pfx-line PIC X(4).
    01 unmapped   PIC 9(3) VALUE ZERO.
    01 mc-tbl.
        03 mc-ent OCCURS 100.
            05 mc-mach PIC X(8).
            05 mc-line PIC X(4).
            05 mc-tot  PIC 9(6).
            05 mc-flag PIC 9(6).
    01 mc-cnt     PIC 9(3) VALUE ZERO.
    01 m          PIC 9(3).
    01 run-date   PIC 9(8).
    01 run-time   PIC 9(8).
COPY BATCHDPM.
COPY PRESSHRC.
*> the operator alert queue, for the RC 4 and RC 8 gates
COPY ALERTPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
COPY LINEAGPM.
    01 pm-open    PIC X(1) VALUE 'N'.
    01 sr-open    PIC X(1) VALUE 'N'.
    01 rr-open    PIC X(1) VALUE 'N'.
    01 ph-open    PIC X(1) VALUE 'N'.
    01 save-rc    PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
*> QA's production screen: the run-length threshold comes from the
*> are the best early sign of a stamping machine fault.
    ACCEPT thresh.

*> the run is dated by the official batch date, so a screen that
*> finishes after midnight is filed under the night it belongs to
    ACCEPT run-date FROM DATE YYYYMMDD.
    ACCEPT run-time FROM TIME.
    MOVE run-date TO BD-DATE.
    CALL 'BATCHDT' USING BD-PARM
      ON EXCEPTION
        MOVE run-date TO BD-DATE
    END-CALL.
    MOVE BD-DATE TO run-date.
    PERFORM LOAD-PRESSMAST.

    OPEN INPUT SERIALS.

    IF SR-ST NOT = '00'
        DISPLAY 'SERIALS DATASET NOT AVAILABLE, STATUS ' SR-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO sr-open.

    OPEN OUTPUT RUNRPT.
    IF RUNR-FS NOT = '00'
        DISPLAY 'RUNRPT DATASET NOT USABLE, STATUS ' RUNR-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO rr-open.

    PERFORM UNTIL EOF-SW = 'Y'
        READ SERIALS INTO N
        MOVE pfx-tot(p) TO ED-C
        STRING RN-LINE(1:24) ' OF ' ED-C
            INTO RN-LINE
        STRING RN-LINE(1:34) ' PRESS ' pfx-mach(p)
               ' LINE ' pfx-line(p)
            INTO RN-LINE
        WRITE RN-LINE
    END-PERFORM.

    PERFORM PRESS-TALLY.

    MOVE flagcnt TO ED-C.
    MOVE SPACE TO RN-LINE.
    STRING 'SERIALS FLAGGED ' ED-C INTO RN-LINE.
    WRITE RN-LINE.

    IF unmapped > ZERO
        MOVE unmapped TO ED-C
        MOVE SPACE TO RN-LINE
        STRING 'BATCHES WITH NO PRESS IN PRESSMAST ' ED-C
            INTO RN-LINE
        WRITE RN-LINE
    END-IF.

    CLOSE SERIALS RUNRPT.

    PERFORM HIST-APPEND.

    IF (unmapped > ZERO OR pm-bad > ZERO OR pm-dup > ZERO)
       AND RETURN-CODE = ZERO
*>      posted before the return code is set - a CALL clears it
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_079_A' TO AL-SOURCE
        MOVE 'W' TO AL-SEVERITY
        MOVE 'RUNRPT' TO AL-DSN
        STRING 'PRESSMAST: ' unmapped ' BATCHES UNMAPPED, '
               pm-bad ' BAD ROWS, ' pm-dup ' DUPLICATES'
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 4 TO RETURN-CODE
    END-IF.

    PERFORM RECORD-LINEAGE.
    STOP RUN.

ONE-SERIAL                       SECTION.
        MOVE N(1:2) TO pfx-id(pfxcnt)
        MOVE ZERO TO pfx-tot(pfxcnt) pfx-flag(pfxcnt)
        MOVE pfxcnt TO hit
        PERFORM MAP-PREFIX
    END-IF.

    IF hit > ZERO
        ADD 1 TO pfx-tot(hit)
    END-IF.

LOAD-PRESSMAST                   SECTION.
*> only the rows in service on the run date are kept; a second row
*> for the same prefix on the same date is an overlap in the master,
*> and the first one stands
    OPEN INPUT PRESSMAST.
    IF PM-ST NOT = '00'
        IF PM-ST = '05'
            CLOSE PRESSMAST
        END-IF
        DISPLAY 'PRESSMAST MASTER NOT AVAILABLE, STATUS ' PM-ST
                ' - BATCHES REPORTED WITH NO PRESS'
        EXIT SECTION
    END-IF.
    MOVE 'Y' TO pm-open.

    PERFORM UNTIL pm-eof = 'Y'
        READ PRESSMAST
            AT END
                MOVE 'Y' TO pm-eof
            NOT AT END
                PERFORM KEEP-PRESSMAST
        END-READ
    END-PERFORM.

    CLOSE PRESSMAST.

    IF pm-bad > ZERO
        DISPLAY 'PRESSMAST ROWS WITH BAD DATES IGNORED ' pm-bad
    END-IF.
    IF pm-dup > ZERO
        DISPLAY 'PRESSMAST PREFIXES IN SERVICE TWICE ON ' run-date
                ' - FIRST ROW USED ' pm-dup
    END-IF.

KEEP-PRESSMAST                   SECTION.
    IF PM-LINE = SPACES
        EXIT SECTION
    END-IF.

    IF PM-FROM IS NOT NUMERIC
       OR (PM-TO NOT = SPACES AND PM-TO IS NOT NUMERIC)
        ADD 1 TO pm-bad
        EXIT SECTION
    END-IF.

    IF PM-FROM > run-date
        EXIT SECTION
    END-IF.
    IF PM-TO NOT = SPACES AND PM-TO < run-date
        EXIT SECTION
    END-IF.

    PERFORM VARYING px FROM 1 BY 1 UNTIL px > pm-cnt
        IF pm-t-prefix(px) = PM-PREFIX
            ADD 1 TO pm-dup
            EXIT SECTION
        END-IF
    END-PERFORM.

    IF pm-cnt < 200
        ADD 1 TO pm-cnt
        MOVE PM-PREFIX  TO pm-t-prefix(pm-cnt)
        MOVE PM-MACHINE TO pm-t-machine(pm-cnt)
        MOVE PM-PLINE   TO pm-t-line(pm-cnt)
    END-IF.

MAP-PREFIX                       SECTION.
*> a prefix with no press in service is tallied as UNMAPPED, so
*> its serials still reach the history
    MOVE 'UNMAPPED' TO pfx-mach(pfxcnt).
    MOVE SPACES     TO pfx-line(pfxcnt).

    PERFORM VARYING px FROM 1 BY 1 UNTIL px > pm-cnt
        IF pm-t-prefix(px) = pfx-id(pfxcnt)
            MOVE pm-t-machine(px) TO pfx-mach(pfxcnt)
            MOVE pm-t-line(px)    TO pfx-line(pfxcnt)
            EXIT SECTION
        END-IF
    END-PERFORM.

    ADD 1 TO unmapped.

PRESS-TALLY                      SECTION.
*> prefix batches rolled up to the press and line that stamped them
    PERFORM VARYING p FROM 1 BY 1 UNTIL p > pfxcnt
        MOVE ZERO TO hit
        PERFORM VARYING m FROM 1 BY 1 UNTIL m > mc-cnt
            IF mc-mach(m) = pfx-mach(p) AND mc-line(m) = pfx-line(p)
               AND hit = ZERO
                MOVE m TO hit
            END-IF
        END-PERFORM
        IF hit = ZERO
            ADD 1 TO mc-cnt
            MOVE pfx-mach(p) TO mc-mach(mc-cnt)
            MOVE pfx-line(p) TO mc-line(mc-cnt)
            MOVE ZERO TO mc-tot(mc-cnt) mc-flag(mc-cnt)
            MOVE mc-cnt TO hit
        END-IF
        ADD pfx-tot(p)  TO mc-tot(hit)
        ADD pfx-flag(p) TO mc-flag(hit)
    END-PERFORM.

    PERFORM VARYING m FROM 1 BY 1 UNTIL m > mc-cnt
        MOVE SPACE TO RN-LINE
        MOVE mc-flag(m) TO ED-C
        STRING 'PRESS ' mc-mach(m) ' LINE ' mc-line(m)
               ' FLAGGED ' ED-C
            INTO RN-LINE
        MOVE mc-tot(m) TO ED-C
        STRING RN-LINE(1:39) ' OF ' ED-C
            INTO RN-LINE
        WRITE RN-LINE
    END-PERFORM.

HIST-APPEND                      SECTION.
*> one PRESSHIST row per press for this run, stamped with the batch
*> date and the run's start time so two screens on one night stay
*> two runs
    IF mc-cnt = ZERO
        EXIT SECTION
    END-IF.

    OPEN EXTEND PRESSHIST.
    IF (PH-FS NOT = '00') AND (PH-FS NOT = '05')
        DISPLAY 'PRESSHIST HISTORY NOT USABLE, STATUS ' PH-FS
                ' - THIS RUN NOT KEPT'
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_079_A' TO AL-SOURCE
        MOVE 'E' TO AL-SEVERITY
        MOVE 'PRESSHIST' TO AL-DSN
        STRING 'PRESSHIST NOT USABLE, STATUS ' PH-FS
               ' - THIS RUN NOT KEPT'
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 8 TO RETURN-CODE
        EXIT SECTION
    END-IF.
    MOVE 'Y' TO ph-open.

    PERFORM VARYING m FROM 1 BY 1 UNTIL m > mc-cnt
        MOVE SPACE         TO PH-REC
        MOVE run-date      TO PH-DATE
        MOVE run-time(1:6) TO PH-TIME
        MOVE mc-mach(m)    TO PH-MACHINE
        MOVE mc-line(m)    TO PH-LINE-ID
        MOVE mc-tot(m)     TO PH-SCANNED
        MOVE mc-flag(m)    TO PH-FLAGGED
        WRITE PH-LINE FROM PH-REC
    END-PERFORM.

    CLOSE PRESSHIST.

*> only the datasets the run got as far as opening are recorded;
*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE   TO save-rc.
    MOVE 'ABC_079_A'   TO LN-PROGRAM.
    MOVE run-time(1:6) TO LN-START-TIME.
    MOVE ZERO          TO LN-CNT.
    IF pm-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'PRESSMAST' TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF sr-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'SERIALS'   TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF rr-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'RUNRPT'    TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF ph-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'PRESSHIST' TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
