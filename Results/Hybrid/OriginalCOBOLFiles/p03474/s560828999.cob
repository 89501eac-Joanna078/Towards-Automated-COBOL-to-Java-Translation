IDENTIFICATION                   DIVISION.
PROGRAM-ID.                      ABC_084_B.
ENVIRONMENT                      DIVISION.
INPUT-OUTPUT                     SECTION.
FILE-CONTROL.
    SELECT POSTFMT ASSIGN TO "POSTFMT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PF-ST.
    SELECT ADDRESSES ASSIGN TO "ADDRESSES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS AD-ST.
    SELECT POSTREJ ASSIGN TO "POSTREJ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS PR-ST.
DATA                             DIVISION.
FILE                             SECTION.
*> postal-code format master, one row per country pattern:
*> country, pattern, allowed lengths.  In the pattern '9' is a
*> digit, 'A' a letter, 'X' a letter or digit, '_' a space; any
*> other character is a separator that must appear as written.
*> The allowed lengths (two digits each, blank = the pattern's own
*> length) let a code stop short of the full pattern, e.g. a US
*> ZIP '99999-9999' with lengths '05 10'.  A country whose codes
*> take different shapes gets a row per shape; a code is checked
*> against the first row that allows its length.  A row with '*'
*> in column 1 is a comment.
    FD  POSTFMT.
        01 PF-LINE.
            03 PF-COUNTRY  PIC X(3).
            03 FILLER      PIC X(1).
            03 PF-PATTERN  PIC X(12).
            03 FILLER      PIC X(1).
            03 PF-LENGTHS.
                05 PF-LEN-X OCCURS 4.
                    07 PF-LEN  PIC X(2).
                    07 FILLER  PIC X(1).
    FD  ADDRESSES.
        01 AD-LINE PIC X(40).
    FD  POSTREJ.
        01 PR-LINE PIC X(80).
WORKING-STORAGE                  SECTION.
    01 INP    PIC X(11).
    01 S      PIC X(10).
    01 i      PIC 9(2).
    01 flg    PIC 9(1) VALUE 1.
    01 ED-I   PIC Z9.

*> batch mode: a 'BATCH' first card checks every "country
*> postal-code" line of the ADDRESSES dataset against its own
*> country's POSTFMT pattern.  Each offending position goes to the
*> POSTREJ rejects report with the class the pattern expects there,
*> and the run ends with the checked and failed counts by country.
    01 PF-ST      PIC X(2).
    01 AD-ST      PIC X(2).
    01 PR-ST      PIC X(2).
    01 eof-sw     PIC X(1) VALUE 'N'.
    01 fm-cnt     PIC 9(3) VALUE ZERO.
    01 fm-bad     PIC 9(3) VALUE ZERO.
    01 fm-tbl.
        03 fm-ent OCCURS 200.
            05 fm-country PIC X(3).
            05 fm-pattern PIC X(12).
            05 fm-patlen  PIC 9(2).
            05 fm-len     PIC 9(2) OCCURS 4.
    01 fx         PIC 9(3).
    01 fm-hit     PIC 9(3).
    01 lx         PIC 9(1).
    01 cy-cnt     PIC 9(3) VALUE ZERO.
    01 cy-tbl.
        03 cy-ent OCCURS 200.
            05 cy-country PIC X(3).
            05 cy-checked PIC 9(6).
            05 cy-failed  PIC 9(6).
    01 cx         PIC 9(3).
    01 cy-hit     PIC 9(3).
    01 lineno     PIC 9(6) VALUE ZERO.
    01 tot-checked PIC 9(6) VALUE ZERO.
    01 tot-failed  PIC 9(6) VALUE ZERO.
    01 country    PIC X(3).
    01 code-in    PIC X(20).
    01 code-len   PIC 9(2).
    01 code-ptr   PIC 9(2).
    01 pch        PIC X(1).
    01 cch        PIC X(1).
    01 expected   PIC X(20).
    01 line-bad   PIC X(1).
    01 ED-N       PIC Z(5)9.
    01 ED-L       PIC Z(5)9.
    01 ED-F       PIC ZZ9.
*> the operator alert queue, for the RC 4 gate
    COPY ALERTPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 pf-open    PIC X(1) VALUE 'N'.
    01 ad-open    PIC X(1) VALUE 'N'.
    01 pr-open    PIC X(1) VALUE 'N'.
    01 save-rc    PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
    ACCEPT INP.

    IF INP = 'BATCH'
        PERFORM BATCH-CHECK
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

    ACCEPT S.

    UNSTRING INP
    END-IF.

    STOP RUN.

BATCH-CHECK                      SECTION.
    PERFORM LOAD-POSTFMT.

    OPEN INPUT ADDRESSES.
    IF AD-ST NOT = '00'
        DISPLAY 'ADDRESSES DATASET NOT AVAILABLE, STATUS ' AD-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO ad-open.

    OPEN OUTPUT POSTREJ.
    IF PR-ST NOT = '00'
        DISPLAY 'POSTREJ DATASET NOT USABLE, STATUS ' PR-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO pr-open.

    MOVE SPACE TO PR-LINE.
    STRING '  LINE CTY POSTAL CODE          POS EXPECTED'
        DELIMITED BY SIZE INTO PR-LINE.
    WRITE PR-LINE.

    PERFORM UNTIL eof-sw = 'Y'
        READ ADDRESSES
            AT END
                MOVE 'Y' TO eof-sw
            NOT AT END
                ADD 1 TO lineno
                IF AD-LINE NOT = SPACE
                    PERFORM ONE-ADDRESS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ADDRESSES.

    MOVE SPACE TO PR-LINE.
    WRITE PR-LINE.
    MOVE SPACE TO PR-LINE.
    STRING 'CTY    CHECKED  FAILED' DELIMITED BY SIZE INTO PR-LINE.
    WRITE PR-LINE.
    PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cy-cnt
        MOVE cy-checked(cx) TO ED-N
        MOVE cy-failed(cx) TO ED-L
        MOVE SPACE TO PR-LINE
        STRING cy-country(cx) ' ' ED-N '  ' ED-L
            DELIMITED BY SIZE INTO PR-LINE
        WRITE PR-LINE
    END-PERFORM.
    MOVE tot-checked TO ED-N.
    MOVE tot-failed TO ED-L.
    MOVE SPACE TO PR-LINE.
    STRING 'ALL ' ED-N '  ' ED-L DELIMITED BY SIZE INTO PR-LINE.
    WRITE PR-LINE.
    CLOSE POSTREJ.

    DISPLAY 'POSTAL CODES CHECKED ' ED-N ' FAILED ' ED-L.
    IF tot-failed > ZERO OR fm-bad > ZERO
*>      posted before the return code is set - a CALL clears it
        MOVE fm-bad TO ED-F
        MOVE SPACES TO AL-PARM
        MOVE 'ABC_084_B' TO AL-SOURCE
        MOVE 'W' TO AL-SEVERITY
        MOVE 'POSTREJ' TO AL-DSN
        STRING 'POSTAL CODES FAILED ' ED-L '  FORMAT ROWS IGNORED ' ED-F
            DELIMITED BY SIZE INTO AL-TEXT
        CALL 'ALERTSVC' USING AL-PARM
        MOVE 4 TO RETURN-CODE
    END-IF.

LOAD-POSTFMT                     SECTION.
*> no master means no country can be checked - the run stops rather
*> than passing every code
    OPEN INPUT POSTFMT.
    IF PF-ST NOT = '00'
        DISPLAY 'POSTFMT MASTER NOT AVAILABLE, STATUS ' PF-ST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO pf-open.
    PERFORM UNTIL eof-sw = 'Y'
        READ POSTFMT
            AT END
                MOVE 'Y' TO eof-sw
            NOT AT END
                IF PF-LINE NOT = SPACE AND PF-LINE(1:1) NOT = '*'
                    PERFORM ONE-FORMAT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POSTFMT.
    MOVE 'N' TO eof-sw.
    IF fm-cnt = ZERO
        DISPLAY 'POSTFMT MASTER HOLDS NO FORMATS'
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

ONE-FORMAT                       SECTION.
    IF PF-COUNTRY = SPACE OR PF-PATTERN = SPACE
        ADD 1 TO fm-bad
        DISPLAY 'POSTFMT ROW IGNORED: ' PF-LINE
        EXIT SECTION
    END-IF.
    IF fm-cnt >= 200
        DISPLAY 'POSTFMT EXCEEDS THE 200-ROW TABLE - RUN ABANDONED'
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    ADD 1 TO fm-cnt.
    MOVE PF-COUNTRY TO fm-country(fm-cnt).
    MOVE PF-PATTERN TO fm-pattern(fm-cnt).
    MOVE ZERO TO fm-patlen(fm-cnt).
    INSPECT PF-PATTERN TALLYING fm-patlen(fm-cnt)
        FOR CHARACTERS BEFORE INITIAL SPACE.
    PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 4
        IF PF-LEN(lx) IS NUMERIC
           AND PF-LEN(lx) > '00'
           AND PF-LEN(lx) NOT > fm-patlen(fm-cnt)
            MOVE PF-LEN(lx) TO fm-len(fm-cnt, lx)
        ELSE
            MOVE ZERO TO fm-len(fm-cnt, lx)
        END-IF
    END-PERFORM.
    IF PF-LENGTHS = SPACE
        MOVE fm-patlen(fm-cnt) TO fm-len(fm-cnt, 1)
    END-IF.

ONE-ADDRESS                      SECTION.
    MOVE SPACE TO country code-in.
    MOVE 1 TO code-ptr.
    UNSTRING AD-LINE DELIMITED BY ALL SPACE
        INTO country
        WITH POINTER code-ptr
    END-UNSTRING.
*> the rest of the line is the code, inner spaces and all
    IF code-ptr <= 40
        MOVE AD-LINE(code-ptr:) TO code-in
    END-IF.
    MOVE ZERO TO code-len.
    PERFORM VARYING i FROM 20 BY -1 UNTIL i < 1 OR code-len > ZERO
        IF code-in(i:1) NOT = SPACE
            MOVE i TO code-len
        END-IF
    END-PERFORM.

    MOVE ZERO TO cy-hit.
    PERFORM VARYING cx FROM 1 BY 1
        UNTIL cx > cy-cnt OR cy-hit > ZERO
        IF cy-country(cx) = country
            MOVE cx TO cy-hit
        END-IF
    END-PERFORM.
    IF cy-hit = ZERO AND cy-cnt < 200
        ADD 1 TO cy-cnt
        MOVE cy-cnt TO cy-hit
        MOVE country TO cy-country(cy-hit)
        MOVE ZERO TO cy-checked(cy-hit) cy-failed(cy-hit)
    END-IF.
    ADD 1 TO tot-checked.
    IF cy-hit > ZERO
        ADD 1 TO cy-checked(cy-hit)
    END-IF.
    MOVE 'N' TO line-bad.

    MOVE ZERO TO fm-hit.
    PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fm-cnt OR fm-hit > ZERO
        IF fm-country(fx) = country
            PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 4
                IF fm-len(fx, lx) = code-len AND fm-hit = ZERO
                    MOVE fx TO fm-hit
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

    IF fm-hit = ZERO
        MOVE ZERO TO i
        MOVE 'NO FORMAT FOR LENGTH' TO expected
        PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fm-cnt
            IF fm-country(fx) = country
                MOVE 'LENGTH NOT ALLOWED' TO expected
            END-IF
        END-PERFORM
        IF expected = 'NO FORMAT FOR LENGTH'
            MOVE 'COUNTRY NOT ON FILE' TO expected
        END-IF
        PERFORM REJECT-LINE
    ELSE
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > code-len
            MOVE fm-pattern(fm-hit)(i:1) TO pch
            MOVE code-in(i:1) TO cch
            EVALUATE TRUE
                WHEN pch = '9'
                    IF cch IS NOT NUMERIC
                        MOVE 'DIGIT' TO expected
                        PERFORM REJECT-LINE
                    END-IF
                WHEN pch = 'A'
                    IF cch IS NOT ALPHABETIC OR cch = SPACE
                        MOVE 'LETTER' TO expected
                        PERFORM REJECT-LINE
                    END-IF
                WHEN pch = 'X'
                    IF (cch IS NOT ALPHABETIC AND cch IS NOT NUMERIC)
                       OR cch = SPACE
                        MOVE 'LETTER OR DIGIT' TO expected
                        PERFORM REJECT-LINE
                    END-IF
                WHEN pch = '_'
                    IF cch NOT = SPACE
                        MOVE 'SPACE' TO expected
                        PERFORM REJECT-LINE
                    END-IF
                WHEN OTHER
                    IF cch NOT = pch
                        MOVE SPACE TO expected
                        STRING 'SEPARATOR ''' pch ''''
                            DELIMITED BY SIZE INTO expected
                        PERFORM REJECT-LINE
                    END-IF
            END-EVALUATE
        END-PERFORM
    END-IF.

    IF line-bad = 'Y'
        ADD 1 TO tot-failed
        IF cy-hit > ZERO
            ADD 1 TO cy-failed(cy-hit)
        END-IF
    END-IF.

*> one rejects line per offending position, the way the single-code
*> check reports every mismatch; position zero is the whole code
REJECT-LINE                      SECTION.
    MOVE 'Y' TO line-bad.
    MOVE lineno TO ED-N.
    MOVE i TO ED-I.
    MOVE SPACE TO PR-LINE.
    STRING ED-N ' ' country ' ' code-in '  ' ED-I ' ' expected
        DELIMITED BY SIZE INTO PR-LINE.
    WRITE PR-LINE.

*> only the datasets the batch run got as far as opening are
*> recorded; the call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_084_B' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF pf-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'POSTFMT'   TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF ad-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'ADDRESSES' TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF pr-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'POSTREJ'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
