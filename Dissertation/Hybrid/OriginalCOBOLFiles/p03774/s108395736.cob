    SELECT LOADSUM ASSIGN TO "LOADSUM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS LOAD-FS.
    SELECT OPTIONAL ASSIGNHST ASSIGN TO "ASSIGNHST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HIST-FS.
DATA                             DIVISION.
FILE                             SECTION.
    FD  ASSIGNOUT.
        01 AS-LINE PIC X(60).
    FD  LOADSUM.
        01 LS-LINE PIC X(40).
    FD  ASSIGNHST.
        01 AH-LINE PIC X(35).
WORKING-STORAGE                  SECTION.
    01 LOAD-FS PIC X(2).
    01 ASSI-FS PIC X(2).
    01 HIST-FS PIC X(2).
    01 i      PIC 9(2).
    01 j      PIC 9(2).

*> first card is "N M", or "N M yyyymmdd" naming the event date the
*> assignments are kept under on ASSIGNHST (default the batch date)
    01 INP    PIC X(20).
    01 EVDATE PIC X(8).
    01 INP2   PIC X(21).

    01 N      PIC 9(2).
    01 ED-D   PIC Z(8)9.
    01 ED-C   PIC Z(3)9.

*> shop-standard completion record written through JOBLOG at EOJ;
*> records-out is every ASSIGNOUT and LOADSUM line, the count the
*> balancing run ties to what REBAL reads back
COPY JOBLOGPM.
*> and the datasets it wrote, for the LINEAGE register
COPY LINEAGPM.
    01 TS-DATE    PIC 9(8).
    01 TS-TIME.
        03 TS-HHMMSS PIC 9(6).
        03 FILLER    PIC 9(2).
    01 OUT-CNT    PIC 9(9) VALUE ZERO.

*> every run's assignments are appended to the ASSIGNHST history,
*> stamped with the event date and run time, for the ASGFAIR
*> fairness report over the last events
COPY ASGHSTRC.
COPY BATCHDPM.

PROCEDURE                        DIVISION.
MAIN.
    ACCEPT TS-DATE FROM DATE YYYYMMDD.
    ACCEPT TS-TIME FROM TIME.
    ACCEPT INP.

    UNSTRING INP
    DELIMITED BY SPACE
    INTO N M EVDATE.

    MOVE SPACE TO AH-REC.
    IF EVDATE IS NUMERIC
        MOVE EVDATE TO AH-EVENT
    ELSE
        MOVE TS-DATE TO BD-DATE
        CALL 'BATCHDT' USING BD-PARM
            ON EXCEPTION
                MOVE TS-DATE TO BD-DATE
        END-CALL
        MOVE BD-DATE TO AH-EVENT
    END-IF.
    MOVE TS-HHMMSS TO AH-RUN-TIME.

    PERFORM VARYING i FROM 1 BY 1 UNTIL N < i
        ACCEPT INP2
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND ASSIGNHST.
    IF HIST-FS NOT = '00' AND HIST-FS NOT = '05'
        DISPLAY 'ASSIGNHST DATASET NOT USABLE, STATUS ' HIST-FS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM VARYING i FROM 1 BY 1 UNTIL N < i

        STRING 'PERSON ' ED-I ' CHECKPOINT ' ED-P ' DISTANCE ' ED-D
            INTO AS-LINE
        WRITE AS-LINE
        ADD 1 TO OUT-CNT

        MOVE i  TO AH-PERSON
        MOVE p  TO AH-CKP
        MOVE mn TO AH-DIST
        WRITE AH-LINE FROM AH-REC

    END-PERFORM.

        STRING 'CHECKPOINT ' ED-P ' DREW ' ED-C ' PEOPLE'
            INTO LS-LINE
        WRITE LS-LINE
        ADD 1 TO OUT-CNT
    END-PERFORM.

    CLOSE ASSIGNOUT LOADSUM ASSIGNHST.

    MOVE 'ABC_057_B' TO LN-PROGRAM.
    MOVE TS-HHMMSS   TO LN-START-TIME.
    MOVE 3           TO LN-CNT.
    MOVE 'ASSIGNOUT' TO LN-DSN(1).
    MOVE 'W'         TO LN-MODE(1).
    MOVE 'LOADSUM'   TO LN-DSN(2).
    MOVE 'W'         TO LN-MODE(2).
    MOVE 'ASSIGNHST' TO LN-DSN(3).
    MOVE 'W'         TO LN-MODE(3).
    CALL 'LINEAGE' USING LN-PARM.
    MOVE 'ABC_057_B' TO JL-PROGRAM.
    MOVE TS-DATE     TO JL-START-DATE.
    MOVE TS-HHMMSS   TO JL-START-TIME.
    ADD N M GIVING JL-RECS-IN.
    MOVE OUT-CNT     TO JL-RECS-OUT.
    MOVE 'NORMAL'    TO JL-STATUS.
    CALL 'JOBLOG' USING JL-PARM.

    STOP RUN.

