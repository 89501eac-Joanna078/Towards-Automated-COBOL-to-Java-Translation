    SELECT DISAGREE ASSIGN TO "DISAGREE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DISA-FS.
    SELECT OPTIONAL CHANSTAT ASSIGN TO "CHANSTAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CS-ST.
DATA                             DIVISION.
FILE                             SECTION.
    FD  READINGS.
        01 VO-LINE PIC X(40).
    FD  DISAGREE.
        01 DG-LINE PIC X(60).
*> channel out-of-service master, kept by plant maintenance: one row
*> per pull - sensor set ('*' = every set), channel 1-3, out from
*> and to (timestamps like the READINGS ones, or bare dates; a
*> blank to means still out) and the reason
    FD  CHANSTAT.
        01 CS-LINE.
            03 CS-SET    PIC X(8).
            03 FILLER    PIC X(1).
            03 CS-CHAN   PIC X(1).
            03 FILLER    PIC X(1).
            03 CS-FROM   PIC X(14).
            03 FILLER    PIC X(1).
            03 CS-TO     PIC X(14).
            03 FILLER    PIC X(1).
            03 CS-REASON PIC X(30).
WORKING-STORAGE                  SECTION.
    01 DISA-FS PIC X(2).
    01 VOTE-FS PIC X(2).
    01 novote PIC 9(6) VALUE ZERO.
    01 k      PIC 9(1).

*> the sensor set this READINGS dataset belongs to, from SYSIN
    01 sensor-set PIC X(8) VALUE SPACES.
    01 CS-ST      PIC X(2).
    01 cs-eof     PIC X(1) VALUE 'N'.
    01 cs-cnt     PIC 9(3) VALUE ZERO.
    01 cs-bad     PIC 9(3) VALUE ZERO.
    01 cs-tbl.
        03 cs-ent OCCURS 200.
            05 cs-t-chan PIC 9(1).
            05 cs-t-from PIC X(14).
            05 cs-t-to   PIC X(14).
    01 cx         PIC 9(3).
    01 out-sw.
        03 out-ch PIC X(1) OCCURS 3.
    01 live-cnt   PIC 9(1).
    01 live1      PIC 9(1).
    01 live2      PIC 9(1).
    01 val.
        03 ch-val PIC S9(3) OCCURS 3.
    01 oos.
        03 ooscnt PIC 9(6) OCCURS 3 VALUE ZERO.
    01 degraded   PIC 9(6) VALUE ZERO.
    01 deg-novote PIC 9(6) VALUE ZERO.
    01 unvoted    PIC 9(6) VALUE ZERO.

    01 ZS     PIC -(4)9.
    01 ED-C   PIC Z(5)9.
*> the operator alert queue, for the RC 4 gate
    COPY ALERTPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 cs-open    PIC X(1) VALUE 'N'.
    01 rd-open    PIC X(1) VALUE 'N'.
    01 vo-open    PIC X(1) VALUE 'N'.
    01 dg-open    PIC X(1) VALUE 'N'.
    01 save-rc    PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
*> plant monitoring now runs whole days of timestamped triples:
*> the voted value per row goes to VOTEOUT, and every outvoted
*> channel goes to the DISAGREE audit with per-channel counts.
*> channels maintenance has pulled are taken out of the vote: one
*> out leaves a two-channel agreement check flagged DEGRADED on
*> VOTEOUT, two or three out leave the row UNVOTED.  an outvote is
*> only ever charged to a channel that was in service.
    ACCEPT sensor-set
        ON EXCEPTION
            MOVE SPACES TO sensor-set
    END-ACCEPT.
    PERFORM LOAD-CHANSTAT.

    OPEN INPUT READINGS.

    IF RD-ST NOT = '00'
        DISPLAY 'READINGS DATASET NOT AVAILABLE, STATUS ' RD-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO rd-open.

    OPEN OUTPUT VOTEOUT DISAGREE.
    IF VOTE-FS = '00'
        MOVE 'Y' TO vo-open
    END-IF.
    IF DISA-FS = '00'
        MOVE 'Y' TO dg-open
    END-IF.
    IF DISA-FS NOT = '00'
        DISPLAY 'DISAGREE DATASET NOT USABLE, STATUS ' DISA-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    IF VOTE-FS NOT = '00'
        DISPLAY 'VOTEOUT DATASET NOT USABLE, STATUS ' VOTE-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    STRING 'ROWS WITH NO MAJORITY ' ED-C INTO DG-LINE.
    WRITE DG-LINE.

    PERFORM VARYING k FROM 1 BY 1 UNTIL k > 3
        MOVE ooscnt(k) TO ED-C
        MOVE SPACE TO DG-LINE
        STRING 'CHANNEL ' k ' OUT OF SERVICE ON ' ED-C ' ROWS'
            INTO DG-LINE
        WRITE DG-LINE
    END-PERFORM.
    MOVE degraded TO ED-C.
    MOVE SPACE TO DG-LINE.
    STRING 'ROWS VOTED DEGRADED (TWO CHANNELS) ' ED-C INTO DG-LINE.
    WRITE DG-LINE.
    MOVE deg-novote TO ED-C.
    MOVE SPACE TO DG-LINE.
    STRING 'DEGRADED ROWS WITH NO AGREEMENT    ' ED-C INTO DG-LINE.
    WRITE DG-LINE.
    MOVE unvoted TO ED-C.
    MOVE SPACE TO DG-LINE.
    STRING 'ROWS UNVOTED - CHANNELS OUT        ' ED-C INTO DG-LINE.
    WRITE DG-LINE.

    CLOSE READINGS VOTEOUT DISAGREE.

    IF cs-bad > ZERO
        MOVE cs-bad TO ED-C
        DISPLAY 'CHANSTAT ROWS UNUSABLE ' ED-C
                ' - THOSE CHANNELS COUNTED IN SERVICE'
*>      posted before the return code is set - a CALL clears it
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_075_A' TO AL-SOURCE
        MOVE 'W' TO AL-SEVERITY
        MOVE 'ABC_075_A.SYSOUT' TO AL-DSN
        STRING 'CHANSTAT ROWS UNUSABLE ' ED-C
               ' - CHANNELS COUNTED IN SERVICE'
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 4 TO RETURN-CODE
    END-IF.

    PERFORM RECORD-LINEAGE.
    STOP RUN.

ONE-ROW                          SECTION.
    DELIMITED BY SPACE
    INTO ts A B C.

    PERFORM CHANNELS-OUT.
    IF live-cnt < 3
        PERFORM DEGRADED-ROW
        EXIT SECTION
    END-IF.

    MOVE ZERO TO odd-ch.

    EVALUATE TRUE
            WRITE DG-LINE
        END-IF
    END-IF.

LOAD-CHANSTAT                    SECTION.
*> only the rows for this sensor set (or '*') are kept; a bare date
*> covers the whole day
    OPEN INPUT CHANSTAT.
    IF CS-ST NOT = '00'
        IF CS-ST = '05'
            CLOSE CHANSTAT
        END-IF
        EXIT SECTION
    END-IF.
    MOVE 'Y' TO cs-open.
    PERFORM UNTIL cs-eof = 'Y'
        READ CHANSTAT
            AT END
                MOVE 'Y' TO cs-eof
            NOT AT END
                IF CS-SET = sensor-set OR CS-SET = '*'
                    PERFORM KEEP-CHANSTAT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANSTAT.

KEEP-CHANSTAT                    SECTION.
    IF CS-CHAN < '1' OR CS-CHAN > '3' OR CS-FROM = SPACES
        ADD 1 TO cs-bad
        EXIT SECTION
    END-IF.
    IF cs-cnt >= 200
        ADD 1 TO cs-bad
        EXIT SECTION
    END-IF.
    ADD 1 TO cs-cnt.
    MOVE CS-CHAN TO cs-t-chan(cs-cnt).
    MOVE CS-FROM TO cs-t-from(cs-cnt).
    IF CS-FROM(9:6) = SPACES
        MOVE '000000' TO cs-t-from(cs-cnt)(9:6)
    END-IF.
    MOVE CS-TO TO cs-t-to(cs-cnt).
    IF CS-TO = SPACES
        MOVE ALL '9' TO cs-t-to(cs-cnt)
    ELSE
        IF CS-TO(9:6) = SPACES
            MOVE '235959' TO cs-t-to(cs-cnt)(9:6)
        END-IF
    END-IF.

CHANNELS-OUT                     SECTION.
    MOVE SPACES TO out-sw.
    PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cs-cnt
        IF ts >= cs-t-from(cx) AND ts <= cs-t-to(cx)
            MOVE 'Y' TO out-ch(cs-t-chan(cx))
        END-IF
    END-PERFORM.
    MOVE ZERO TO live-cnt live1 live2.
    PERFORM VARYING k FROM 1 BY 1 UNTIL k > 3
        IF out-ch(k) = 'Y'
            ADD 1 TO ooscnt(k)
        ELSE
            ADD 1 TO live-cnt
            IF live1 = ZERO
                MOVE k TO live1
            ELSE
                MOVE k TO live2
            END-IF
        END-IF
    END-PERFORM.

DEGRADED-ROW                     SECTION.
*> fewer than three channels in service: two must agree to vote,
*> and a split between them is nobody's outvote
    MOVE A TO ch-val(1).
    MOVE B TO ch-val(2).
    MOVE C TO ch-val(3).
    MOVE SPACE TO VO-LINE.
    IF live-cnt < 2
        ADD 1 TO unvoted
        STRING ts ' *UNVOTED* CHANNELS OUT' INTO VO-LINE
        WRITE VO-LINE
        EXIT SECTION
    END-IF.
    IF ch-val(live1) = ch-val(live2)
        ADD 1 TO degraded
        MOVE ch-val(live1) TO ZS
        STRING ts ' ' ZS ' DEGRADED' INTO VO-LINE
        WRITE VO-LINE
    ELSE
        ADD 1 TO deg-novote
        STRING ts ' *NOVOTE* DEGRADED' INTO VO-LINE
        WRITE VO-LINE
        MOVE SPACE TO DG-LINE
        STRING ts ' CHANNELS ' live1 ' AND ' live2
               ' DISAGREE - ONE CHANNEL OUT' INTO DG-LINE
        WRITE DG-LINE
    END-IF.

*> only the datasets the run got as far as opening are recorded;
*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_075_A' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF cs-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'CHANSTAT'  TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF rd-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'READINGS'  TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF vo-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'VOTEOUT'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF dg-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'DISAGREE'  TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
