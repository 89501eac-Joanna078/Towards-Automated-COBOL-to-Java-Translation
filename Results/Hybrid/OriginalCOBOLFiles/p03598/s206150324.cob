IDENTIFICATION                   DIVISION.
PROGRAM-ID.                      ABC_074_B.
ENVIRONMENT                      DIVISION.
INPUT-OUTPUT                     SECTION.
FILE-CONTROL.
    SELECT COLLECT ASSIGN TO "COLLECT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CL-ST.
    SELECT ROUTESHT ASSIGN TO "ROUTESHT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RS-ST.
DATA                             DIVISION.
FILE                             SECTION.
*> collection deck, one daily layout after another: a layout card
*> "<layout id> N K" (id up to 8 characters, N balls, second robot
*> base at K), then a card carrying the N ball positions x1..xN in
*> line order, as the keyboard run takes them.  A card with '*' in
*> column 1 is a comment.
    FD  COLLECT.
        01 CL-LINE PIC X(300).
    FD  ROUTESHT.
        01 RS-LINE PIC X(80).
WORKING-STORAGE                  SECTION.
    01 N      PIC 9(3).
    01 K      PIC 9(3).
    01 ZS     PIC Z(6).
    01 DUMMY  PIC X(1).

*> batch mode: a 'BATCH [pct]' first card reads the COLLECT deck and
*> writes the ROUTESHT route sheet - for every ball its line, its
*> position, the robot sent for it (base 0 or base K, the cheaper
*> round trip, base 0 on a tie) and the round trip; then per-robot
*> totals and the balance for the layout.  A layout where one robot
*> runs more than pct per cent of the distance (default 75, 50-100)
*> is flagged UNBALANCED so the base position can be looked at again.
    01 CL-ST      PIC X(2).
    01 RS-ST      PIC X(2).
    01 eof-sw     PIC X(1) VALUE 'N'.
    01 tok1       PIC X(8).
    01 tok2       PIC X(8).
    01 tok3       PIC X(8).
    01 tok4       PIC X(8).
    01 limit-pct  PIC 9(3)  VALUE 75.
    01 lay-id     PIC X(8).
    01 why        PIC X(40).
    01 bx         PIC 9(3).
    01 pos-ptr    PIC 9(3).
    01 pos-tok    PIC X(8).
    01 pos-tbl.
        03 pos-x  PIC 9(3) OCCURS 100.
    01 dist       PIC 9(5).
    01 robot      PIC X(10).
    01 a-balls    PIC 9(3).
    01 b-balls    PIC 9(3).
    01 a-dist     PIC 9(7).
    01 b-dist     PIC 9(7).
    01 tot-dist   PIC 9(7).
    01 balance    PIC 9(7).
    01 share      PIC 9(3).
    01 lay-cnt    PIC 9(5)  VALUE ZERO.
    01 lay-rej    PIC 9(5)  VALUE ZERO.
    01 lay-flag   PIC 9(5)  VALUE ZERO.
    01 ED-L       PIC ZZ9.
    01 ED-X       PIC ZZ9.
    01 ED-D       PIC Z(6)9.
    01 ED-E       PIC Z(6)9.
    01 ED-P       PIC ZZ9.
    01 ED-C       PIC Z(4)9.
*> the operator alert queue, for the RC 4 gate
    COPY ALERTPM.
*> the datasets the batch run read and wrote, for the LINEAGE
*> register; each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 cl-open    PIC X(1) VALUE 'N'.
    01 rs-open    PIC X(1) VALUE 'N'.
    01 save-rc    PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
    ACCEPT INP.

    IF INP(1:5) = 'BATCH'
        PERFORM BATCH-ROUTES
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    COMPUTE N = FUNCTION NUMVAL(INP).
    ACCEPT K.
    ACCEPT INP.

        ZS DELIMITED BY ALL SPACE
        INTO DUMMY ans
    END-UNSTRING.

BATCH-ROUTES                     SECTION.
    MOVE SPACE TO tok1 tok2.
    UNSTRING INP DELIMITED BY ALL SPACE INTO tok1 tok2.
    IF tok2 NOT = SPACE
        IF FUNCTION TRIM(tok2) IS NOT NUMERIC
           OR FUNCTION NUMVAL(tok2) < 50 OR FUNCTION NUMVAL(tok2) > 100
            DISPLAY 'BATCH CARD REJECTED - LIMIT MUST BE 50-100: ' INP(1:40)
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE limit-pct = FUNCTION NUMVAL(tok2)
    END-IF.

    OPEN INPUT COLLECT.
    IF CL-ST NOT = '00'
        DISPLAY 'COLLECT DATASET NOT AVAILABLE, STATUS ' CL-ST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO cl-open.
    OPEN OUTPUT ROUTESHT.
    IF RS-ST NOT = '00'
        DISPLAY 'ROUTESHT DATASET NOT USABLE, STATUS ' RS-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO rs-open.

    PERFORM UNTIL eof-sw = 'Y'
        PERFORM READ-CARD
        IF eof-sw NOT = 'Y'
            PERFORM ONE-LAYOUT
        END-IF
    END-PERFORM.

    MOVE lay-cnt TO ED-C.
    MOVE lay-rej TO ED-D.
    MOVE lay-flag TO ED-E.
    MOVE SPACE TO RS-LINE.
    STRING 'LAYOUTS READ ' ED-C '  REJECTED ' ED-D '  UNBALANCED ' ED-E
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.
    CLOSE COLLECT ROUTESHT.

    DISPLAY RS-LINE(1:60).
    IF lay-rej > ZERO OR lay-flag > ZERO
*>      posted before the return code is set - a CALL clears it
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_074_B' TO AL-SOURCE
        MOVE 'W' TO AL-SEVERITY
        MOVE 'ROUTESHT' TO AL-DSN
        STRING 'LAYOUTS REJECTED ' ED-D '  UNBALANCED ' ED-E
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 4 TO RETURN-CODE
    END-IF.

*> the next card that is not blank or a comment
READ-CARD                        SECTION.
    MOVE SPACE TO CL-LINE.
    PERFORM UNTIL eof-sw = 'Y'
                  OR (CL-LINE NOT = SPACE AND CL-LINE(1:1) NOT = '*')
        READ COLLECT
            AT END
                MOVE 'Y' TO eof-sw
                MOVE SPACE TO CL-LINE
        END-READ
    END-PERFORM.

ONE-LAYOUT                       SECTION.
    ADD 1 TO lay-cnt.
    MOVE SPACE TO why tok1 tok2 tok3 tok4.
    UNSTRING CL-LINE DELIMITED BY ALL SPACE
        INTO tok1 tok2 tok3 tok4
    END-UNSTRING.
    MOVE tok1 TO lay-id.
    EVALUATE TRUE
        WHEN tok2 = SPACE OR tok3 = SPACE OR tok4 NOT = SPACE
            MOVE 'LAYOUT CARD NOT "ID N K"' TO why
        WHEN FUNCTION TRIM(tok2) IS NOT NUMERIC
          OR FUNCTION TRIM(tok3) IS NOT NUMERIC
            MOVE 'N OR K NOT NUMERIC' TO why
        WHEN FUNCTION NUMVAL(tok2) < 1 OR FUNCTION NUMVAL(tok2) > 100
            MOVE 'N OUTSIDE 1-100' TO why
        WHEN FUNCTION NUMVAL(tok3) < 2 OR FUNCTION NUMVAL(tok3) > 100
            MOVE 'K OUTSIDE 2-100' TO why
    END-EVALUATE.
    IF why NOT = SPACE
*> the positions card that goes with it is passed over too
        PERFORM REJECT-LAYOUT
        PERFORM READ-CARD
        EXIT SECTION
    END-IF.
    COMPUTE N = FUNCTION NUMVAL(tok2).
    COMPUTE K = FUNCTION NUMVAL(tok3).

    PERFORM READ-CARD.
    IF eof-sw = 'Y'
        MOVE 'NO POSITIONS CARD' TO why
        PERFORM REJECT-LAYOUT
        EXIT SECTION
    END-IF.
    MOVE 1 TO pos-ptr.
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > N OR why NOT = SPACE
        MOVE SPACE TO pos-tok
        IF pos-ptr <= 300
            UNSTRING CL-LINE DELIMITED BY ALL SPACE
                INTO pos-tok WITH POINTER pos-ptr
            END-UNSTRING
        END-IF
        EVALUATE TRUE
            WHEN pos-tok = SPACE
                MOVE 'FEWER POSITIONS THAN N' TO why
            WHEN FUNCTION TRIM(pos-tok) IS NOT NUMERIC
                MOVE 'POSITION NOT NUMERIC' TO why
            WHEN FUNCTION NUMVAL(pos-tok) < 1
              OR FUNCTION NUMVAL(pos-tok) >= K
                MOVE 'POSITION NOT BETWEEN THE BASES' TO why
            WHEN OTHER
                COMPUTE pos-x(bx) = FUNCTION NUMVAL(pos-tok)
        END-EVALUATE
    END-PERFORM.
    IF why = SPACE AND pos-ptr <= 300
        IF CL-LINE(pos-ptr:) NOT = SPACE
            MOVE 'MORE POSITIONS THAN N' TO why
        END-IF
    END-IF.
    IF why NOT = SPACE
        PERFORM REJECT-LAYOUT
        EXIT SECTION
    END-IF.

    MOVE K TO ED-X.
    MOVE N TO ED-L.
    MOVE SPACE TO RS-LINE.
    STRING 'LAYOUT ' lay-id '  BALLS ' ED-L '  SECOND BASE AT ' ED-X
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.
    MOVE SPACE TO RS-LINE.
    STRING '  LINE  POS  ROBOT       ROUND TRIP'
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.

    MOVE ZERO TO a-balls b-balls a-dist b-dist.
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > N
*> the same choice as the keyboard run: the nearer base, round trip
        IF pos-x(bx) <= K - pos-x(bx)
            COMPUTE dist = 2 * pos-x(bx)
            MOVE 'BASE 0' TO robot
            ADD 1 TO a-balls
            ADD dist TO a-dist
        ELSE
            COMPUTE dist = 2 * (K - pos-x(bx))
            MOVE SPACE TO robot
            STRING 'BASE ' FUNCTION TRIM(ED-X)
                DELIMITED BY SIZE INTO robot
            ADD 1 TO b-balls
            ADD dist TO b-dist
        END-IF
        MOVE bx TO ED-L
        MOVE pos-x(bx) TO ED-P
        MOVE dist TO ED-D
        MOVE SPACE TO RS-LINE
        STRING '   ' ED-L '  ' ED-P '  ' robot '  ' ED-D
            DELIMITED BY SIZE INTO RS-LINE
        WRITE RS-LINE
    END-PERFORM.

    COMPUTE tot-dist = a-dist + b-dist.
    IF a-dist >= b-dist
        COMPUTE balance = a-dist - b-dist
        COMPUTE share = a-dist * 100 / tot-dist
    ELSE
        COMPUTE balance = b-dist - a-dist
        COMPUTE share = b-dist * 100 / tot-dist
    END-IF.

    MOVE a-balls TO ED-L.
    MOVE a-dist TO ED-D.
    MOVE SPACE TO RS-LINE.
    STRING '  ROBOT AT BASE 0    BALLS ' ED-L '  DISTANCE ' ED-D
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.
    MOVE b-balls TO ED-L.
    MOVE b-dist TO ED-D.
    MOVE SPACE TO RS-LINE.
    STRING '  ROBOT AT BASE ' ED-X '  BALLS ' ED-L '  DISTANCE ' ED-D
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.
    MOVE tot-dist TO ED-D.
    MOVE balance TO ED-E.
    MOVE share TO ED-P.
    MOVE SPACE TO RS-LINE.
    STRING '  TOTAL ' ED-D '  BALANCE ' ED-E '  HEAVIER ROBOT ' ED-P '%'
        DELIMITED BY SIZE INTO RS-LINE.
*> a lone ball always falls to one robot and is not flagged
    IF share > limit-pct AND N > 1
        ADD 1 TO lay-flag
        MOVE ' UNBALANCED - REVIEW BASE' TO RS-LINE(53:)
        DISPLAY 'LAYOUT ' lay-id ' UNBALANCED - ' ED-P
                '% OF THE DISTANCE ON ONE ROBOT'
    END-IF.
    WRITE RS-LINE.
    MOVE SPACE TO RS-LINE.
    WRITE RS-LINE.

REJECT-LAYOUT                    SECTION.
    ADD 1 TO lay-rej.
    DISPLAY 'LAYOUT ' lay-id ' REJECTED - ' why.
    MOVE SPACE TO RS-LINE.
    STRING 'LAYOUT ' lay-id '  REJECTED - ' why
        DELIMITED BY SIZE INTO RS-LINE.
    WRITE RS-LINE.
    MOVE SPACE TO RS-LINE.
    WRITE RS-LINE.

*> only the datasets the batch run got as far as opening are
*> recorded; the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_074_B' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF cl-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'COLLECT'   TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF rs-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'ROUTESHT'  TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
