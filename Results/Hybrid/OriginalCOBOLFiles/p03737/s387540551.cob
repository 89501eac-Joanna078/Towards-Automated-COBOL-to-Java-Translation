FILE                             SECTION.
    FD  NAMES.
        01 NAME-LINE PIC X(32).
*> CODES goes straight to BADGISSU as its PROPOSED dataset: one line
*> per candidate - code (cols 1-4), person tag '#nnnn' (cols 6-10)
*> and the name (from col 12).  A person's candidates are written
*> together in the order BADGISSU is to try them.
    FD  CODES.
        01 CODE-LINE.
            03 CL-CODE  PIC X(4).
            03 FILLER   PIC X(1).
            03 CL-TAG   PIC X(5).
            03 FILLER   PIC X(1).
            03 CL-NAME  PIC X(32).
    FD  DUPRPT.
        01 DUP-LINE  PIC X(80).
WORKING-STORAGE                  SECTION.
    01 ED-J   PIC Z(3)9.
    01 ED-C   PIC Z(3)9.

*> candidate codes for one person, in the fixed order BADGISSU tries
*> them: the initials, then each initial in turn (surname first)
*> replaced by that name's second letter, then the initials with a
*> suffix 1-9
    01 wd1.
        03 wd     PIC X(10) OCCURS 3.
    01 nw     PIC 9(1).
    01 w      PIC S9(2).
    01 base   PIC X(3).
    01 cand   PIC X(4).
    01 cnd1.
        03 cnd    PIC X(4) OCCURS 13.
    01 ccnt   PIC 9(2).
    01 c      PIC 9(2).
    01 dupc   PIC X(1).
    01 sfx    PIC 9(2).
    01 sfx-d  PIC 9(1).
    01 tag    PIC 9(4).
    01 nocode PIC 9(4) VALUE ZERO.

*> the operator alert queue, for the RC 4 gate
    COPY ALERTPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 nm-open  PIC X(1) VALUE 'N'.
    01 cd-open  PIC X(1) VALUE 'N'.
    01 dr-open  PIC X(1) VALUE 'N'.
    01 save-rc  PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
*> the whole staff directory runs through in one pass: NAMES in,
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO nm-open.

    OPEN OUTPUT CODES DUPRPT.
    IF CODE-FS = '00'
        MOVE 'Y' TO cd-open
    END-IF.
    IF DUPR-FS = '00'
        MOVE 'Y' TO dr-open
    END-IF.
    IF DUPR-FS NOT = '00'
        DISPLAY 'DUPRPT DATASET NOT USABLE, STATUS ' DUPR-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    IF CODE-FS NOT = '00'
        DISPLAY 'CODES DATASET NOT USABLE, STATUS ' CODE-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    STRING 'COLLISIONS FOUND ' ED-C INTO DUP-LINE.
    WRITE DUP-LINE.

    IF nocode > ZERO
        MOVE nocode TO ED-C
        MOVE SPACE TO DUP-LINE
        STRING 'NAMES GIVING NO INITIALS - NO CODE ' ED-C
            INTO DUP-LINE
        WRITE DUP-LINE
*>      posted before the return code is set - a CALL clears it
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_059_A' TO AL-SOURCE
        MOVE 'W' TO AL-SEVERITY
        MOVE 'DUPRPT' TO AL-DSN
        STRING 'NAMES GIVING NO INITIALS - NO CODE ' ED-C
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 4 TO RETURN-CODE
    END-IF.

    CLOSE NAMES CODES DUPRPT.
    PERFORM RECORD-LINEAGE.

    STOP RUN.

        DISPLAY 'NAMES EXCEEDS THE 1000-ROW REGISTER - '
                'RUN ABANDONED'
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    MOVE code3 TO rcode(rcnt).
    MOVE INP   TO rname(rcnt).

    PERFORM CANDIDATES.

*> collision check against everyone registered so far
    PERFORM VARYING i FROM 1 BY 1 UNTIL i >= rcnt
            WRITE DUP-LINE
        END-IF
    END-PERFORM.

CANDIDATES                       SECTION.
*> the three-letter code is only the first candidate; BADGISSU
*> screens each against BADGEREG in turn and issues the first that
*> clears, so every person ends the run with a code or a reason
    MOVE rcnt TO tag ED-I.
    MOVE s1 TO wd(1).
    MOVE s2 TO wd(2).
    MOVE s3 TO wd(3).
    MOVE ZERO TO nw.
    PERFORM VARYING w FROM 1 BY 1 UNTIL w > 3
        IF wd(w) NOT = SPACE
            ADD 1 TO nw
            MOVE wd(w) TO wd(nw)
        END-IF
    END-PERFORM.

    IF nw = ZERO
        ADD 1 TO nocode
        MOVE SPACE TO DUP-LINE
        STRING 'PERSON ' ED-I ' NO CODE - NAME GIVES NO INITIALS'
            INTO DUP-LINE
        WRITE DUP-LINE
        EXIT SECTION
    END-IF.

    MOVE SPACE TO base.
    PERFORM VARYING w FROM 1 BY 1 UNTIL w > nw
        MOVE wd(w)(1:1) TO base(w:1)
    END-PERFORM.

    MOVE ZERO TO ccnt.
    MOVE base TO cand.
    PERFORM ADD-CANDIDATE.

    PERFORM VARYING w FROM nw BY -1 UNTIL w < 1
        IF wd(w)(2:1) NOT = SPACE
            MOVE base TO cand
            MOVE wd(w)(2:1) TO cand(w:1)
            PERFORM ADD-CANDIDATE
        END-IF
    END-PERFORM.

    PERFORM VARYING sfx FROM 1 BY 1 UNTIL sfx > 9
        MOVE base TO cand
        MOVE sfx TO sfx-d
        MOVE sfx-d TO cand(nw + 1:1)
        PERFORM ADD-CANDIDATE
    END-PERFORM.

    PERFORM VARYING c FROM 1 BY 1 UNTIL c > ccnt
        MOVE SPACE TO CODE-LINE
        MOVE cnd(c) TO CL-CODE
        STRING '#' tag INTO CL-TAG
        MOVE INP TO CL-NAME
        WRITE CODE-LINE
    END-PERFORM.

ADD-CANDIDATE                    SECTION.
*> a variant that spells the same code as an earlier one (a doubled
*> letter) is not offered twice
    MOVE 'N' TO dupc.
    PERFORM VARYING c FROM 1 BY 1 UNTIL c > ccnt
        IF cnd(c) = cand
            MOVE 'Y' TO dupc
        END-IF
    END-PERFORM.
    IF dupc = 'N' AND ccnt < 13
        ADD 1 TO ccnt
        MOVE cand TO cnd(ccnt)
    END-IF.

*> only the datasets the run got as far as opening are recorded;
*> the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_059_A' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF nm-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'NAMES'     TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF cd-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'CODES'     TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF dr-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'DUPRPT'    TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
