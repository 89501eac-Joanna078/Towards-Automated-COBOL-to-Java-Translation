    SELECT OPTIONAL STUHIST ASSIGN TO "STUHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS SH-ST.
    SELECT OPTIONAL GRDSCALE ASSIGN TO "GRDSCALE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GS-ST.
    SELECT GRADDIST ASSIGN TO "GRADDIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GD-ST.
DATA                             DIVISION.
FILE                             SECTION.
    FD  ROSTER.
    FD  GRADEEXC.
        01 GX-LINE PIC X(80).
    FD  STUHIST.
        01 SH-LINE PIC X(40).
    FD  GRDSCALE.
        01 GS-LINE PIC X(40).
    FD  GRADDIST.
        01 GD-LINE PIC X(80).
WORKING-STORAGE                  SECTION.
    01 GREX-FS PIC X(2).
    01 GRAD-FS PIC X(2).
        03 SH-ADJ  PIC 9(6).
        03 FILLER  PIC X(1) VALUE SPACE.
        03 SH-DROP PIC 9(1).
        03 FILLER  PIC X(1) VALUE SPACE.
        03 SH-LETTER PIC X(2).
        03 FILLER  PIC X(1) VALUE SPACE.
        03 SH-POINTS PIC 9V99.
*> the run date the row was graded on - the history rollover ages
*> rows off it; rows written before the stamp carry none
        03 FILLER  PIC X(1) VALUE SPACE.
        03 SH-DATE PIC 9(8).

*> delta mode: a 'DELTA' (or 'DELTA term') first card means the
*> ROSTER holds only the corrected rows that bounced to GRADEEXC.
*> they pass the same edits, then merge into the already-produced
*> GRADES output in place - affected students are reprinted on
*> SYSOUT and a reconciliation line proves the counts balance.
    01 mode-card PIC X(40).
    01 mtk1   PIC X(10).
    01 mtk2   PIC X(10).
    01 mtk3   PIC X(10).
    01 delta-mode PIC X(1) VALUE 'N'.
    01 g-cnt  PIC 9(4) VALUE ZERO.
    01 g-ix   PIC 9(4).
    01 ED-A   PIC Z(5)9.
    01 ED-N   PIC Z(5)9.

*> letter grades come from the GRDSCALE master: one row per band,
*> keyed by a course code, a term id or '*' for every term.  the
*> course's bands win over the term's and the term's over the '*'
*> default; within a key the newest effective date not after today
*> is the scale.  the chosen bands must run from zero with no gap
*> or overlap or the run stops before any student is graded.  the
*> course code is an optional last token on the SYSIN card.
    01 GS-ST   PIC X(2).
    01 GD-ST   PIC X(2).
    01 course-id PIC X(8).
    01 want-key  PIC X(8).
    01 GS-REC.
        03 GS-KEY    PIC X(8).
        03 FILLER    PIC X(1).
        03 GS-FROM   PIC X(6).
        03 GS-FROM-N REDEFINES GS-FROM PIC 9(6).
        03 FILLER    PIC X(1).
        03 GS-TO     PIC X(6).
        03 GS-TO-N   REDEFINES GS-TO PIC 9(6).
        03 FILLER    PIC X(1).
        03 GS-LETTER PIC X(2).
        03 FILLER    PIC X(1).
        03 GS-POINTS PIC X(3).
        03 GS-POINTS-N REDEFINES GS-POINTS PIC 9V99.
        03 FILLER    PIC X(1).
        03 GS-EFF    PIC X(8).
        03 GS-EFF-N  REDEFINES GS-EFF PIC 9(8).
    01 gs-eof  PIC X(1) VALUE 'N'.
    01 gs-rows PIC 9(4) VALUE ZERO.
    01 sr-cnt  PIC 9(4) VALUE ZERO.
    01 sr-ix   PIC 9(4).
    01 SR-TBL.
        03 SR-ROW OCCURS 500.
            05 sr-key    PIC X(8).
            05 sr-from   PIC 9(6).
            05 sr-to     PIC 9(6).
            05 sr-letter PIC X(2).
            05 sr-points PIC 9V99.
            05 sr-eff    PIC 9(8).
    01 sc-key  PIC X(8) VALUE SPACE.
    01 sc-eff  PIC 9(8) VALUE ZERO.
    01 sc-cnt  PIC 9(3) VALUE ZERO.
    01 sc-ix   PIC 9(3).
    01 sc-jx   PIC 9(3).
    01 SC-TBL.
        03 SC-ROW OCCURS 40.
            05 sc-from   PIC 9(6).
            05 sc-to     PIC 9(6).
            05 sc-letter PIC X(2).
            05 sc-points PIC 9V99.
    01 SC-SWAP.
        03 FILLER    PIC X(17).
    01 scale-why PIC X(8).
    01 ltr     PIC X(2).
    01 pts     PIC 9V99.
    01 ED-P    PIC 9.99.
    01 gr-ptr  PIC 9(3).
    01 ED-F    PIC Z(5)9.
    01 ED-E    PIC 9(8).

*> distribution page: built from the final GRADES image, so a DELTA
*> rerun reports the whole term, not just the corrected students
    01 dist-part PIC X(1) VALUE 'N'.
    01 db-cnt  PIC 9(3) VALUE ZERO.
    01 db-ix   PIC 9(3).
    01 db-hit  PIC 9(3).
    01 DB-TBL.
        03 DB-ROW OCCURS 60.
            05 db-letter PIC X(2).
            05 db-points PIC 9V99.
            05 db-n      PIC 9(6).
    01 md-cnt  PIC 9(4) VALUE ZERO.
    01 md-ix   PIC 9(4).
    01 md-jx   PIC 9(4).
    01 md-hold PIC 9(6).
    01 MD-TBL.
        03 md-val PIC 9(6) OCCURS 2000.
    01 g-ltr   PIC X(2).
    01 g-pts   PIC 9V99.
    01 lt-cnt  PIC 9(6) VALUE ZERO.
    01 adj-sum PIC 9(10) VALUE ZERO.
    01 pts-sum PIC 9(8)V99 VALUE ZERO.
    01 d-mean  PIC 9(6)V99.
    01 d-median PIC 9(6)V9.
    01 d-gpa   PIC 9V99.
    01 d-pct   PIC 9(3)V9.
    01 ED-MEAN PIC Z(5)9.99.
    01 ED-MED  PIC Z(5)9.9.
    01 ED-PCT  PIC ZZ9.9.

*> common numeric token edit shared by the UNSTRING readers
    COPY EDITNMPM.
*> the score range now comes from the shared VALPROF rule for
*> field SCORE through the VALIDATE service; with no rule on file
*> the old compiled-in 0-100 check still applies
    COPY VALIDPM.
*> the operator alert queue, for the RC 4 gate
    COPY ALERTPM.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
    COPY LINEAGPM.
    01 gs-open  PIC X(1) VALUE 'N'.
    01 rs-open  PIC X(1) VALUE 'N'.
    01 gx-open  PIC X(1) VALUE 'N'.
    01 gi-open  PIC X(1) VALUE 'N'.
    01 go-open  PIC X(1) VALUE 'N'.
    01 sh-open  PIC X(1) VALUE 'N'.
    01 gd-open  PIC X(1) VALUE 'N'.
    01 save-rc  PIC S9(4) COMP.

PROCEDURE                        DIVISION.
MAIN.
        ON EXCEPTION
            MOVE SPACE TO mode-card
    END-ACCEPT.
    MOVE SPACE TO mtk1 mtk2 mtk3.
    UNSTRING mode-card DELIMITED BY ALL SPACE INTO mtk1 mtk2 mtk3.
    IF mtk1 = 'DELTA'
        MOVE 'Y' TO delta-mode
        MOVE mtk2 TO term-id
        MOVE mtk3 TO course-id
    ELSE
        MOVE mtk1 TO term-id
        MOVE mtk2 TO course-id
    END-IF.
    ACCEPT ts-date FROM DATE YYYYMMDD.
    IF term-id = SPACE
        MOVE ts-date(1:6) TO term-id
    END-IF.
*> the grade scale is settled before any dataset is touched, so a
*> rejected scale leaves the previous GRADES output as it was
    PERFORM LOAD-SCALE.
*> the whole term's roster runs in one pass: each ROSTER record is
*> "student a b c"; the GRADES dataset carries the adjusted total
*> (the top score is excluded) AND which score was dropped - the
    IF RS-ST NOT = '00'
        DISPLAY 'ROSTER DATASET NOT AVAILABLE, STATUS ' RS-ST
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO rs-open.

    OPEN OUTPUT GRADEEXC.
    IF GREX-FS NOT = '00'
        DISPLAY 'GRADEEXC DATASET NOT USABLE, STATUS ' GREX-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO gx-open.
    IF delta-mode = 'Y'
        PERFORM LOAD-GRADES
    ELSE
        IF GRAD-FS NOT = '00'
            DISPLAY 'GRADES DATASET NOT USABLE, STATUS ' GRAD-FS
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-LINEAGE
            STOP RUN
        END-IF
        MOVE 'Y' TO go-open
    END-IF.

    PERFORM UNTIL EOF-SW = 'Y'
        CLOSE ROSTER GRADES GRADEEXC
    END-IF.

    PERFORM DISTRIBUTION.

    PERFORM RECORD-LINEAGE
    STOP RUN.

LOAD-GRADES                      SECTION.
        DISPLAY 'DELTA MODE NEEDS THE ORIGINAL GRADES OUTPUT, '
                'STATUS ' GRAD-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO gi-open.
    PERFORM UNTIL g-eof = 'Y'
        READ GRADES
            AT END
                    DISPLAY 'GRADES EXCEEDS THE 2000-LINE TABLE '
                            '- RUN ABANDONED BEFORE ANY MERGE'
                    MOVE 16 TO RETURN-CODE
                    PERFORM RECORD-LINEAGE
                    STOP RUN
                END-IF
                ADD 1 TO g-cnt
    IF GRAD-FS NOT = '00'
        DISPLAY 'GRADES DATASET NOT USABLE, STATUS ' GRAD-FS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    MOVE 'Y' TO go-open.
    PERFORM VARYING g-ix FROM 1 BY 1 UNTIL g-ix > g-cnt
        MOVE g-line(g-ix) TO GR-LINE
        WRITE GR-LINE
    MOVE ans TO ED-T.
    MOVE mx  TO ED-C.
    MOVE SPACE TO GR-LINE.
    MOVE 1 TO gr-ptr.
    STRING 'STUDENT ' sid ' ADJUSTED ' ED-T
           ' DROPPED SCORE ' droppos ' (' ED-C ')'
        INTO GR-LINE WITH POINTER gr-ptr.
    PERFORM LETTER-FOR.
    IF sc-cnt > ZERO
        MOVE pts TO ED-P
        STRING ' GRADE ' ltr ' POINTS ' ED-P
            INTO GR-LINE WITH POINTER gr-ptr
    END-IF.
    IF delta-mode = 'Y'
        PERFORM MERGE-LINE
    ELSE
        WRITE GR-LINE
        IF g-cnt < 2000
            ADD 1 TO g-cnt
            MOVE GR-LINE TO g-line(g-cnt)
        ELSE
            MOVE 'Y' TO dist-part
        END-IF
    END-IF.

    PERFORM HISTORY-APPEND.
    MOVE term-id TO SH-TERM.
    MOVE ans     TO SH-ADJ.
    MOVE droppos TO SH-DROP.
    MOVE ltr     TO SH-LETTER.
    MOVE pts     TO SH-POINTS.
    MOVE ts-date TO SH-DATE.
    OPEN EXTEND STUHIST.
    IF SH-ST = '00' OR SH-ST = '05'
        MOVE 'Y' TO sh-open
        WRITE SH-LINE FROM SH-REC
        CLOSE STUHIST
    END-IF.
        MOVE 'Y' TO line-bad
        MOVE 'OUT OF RANGE' TO bad-why
    END-IF.

LOAD-SCALE                       SECTION.
    OPEN INPUT GRDSCALE.
    IF GS-ST NOT = '00'
        DISPLAY 'NO GRDSCALE MASTER - GRADES CARRY NO LETTER'
        EXIT SECTION
    END-IF.
    MOVE 'Y' TO gs-open.
    PERFORM UNTIL gs-eof = 'Y'
        READ GRDSCALE INTO GS-REC
            AT END
                MOVE 'Y' TO gs-eof
            NOT AT END
                ADD 1 TO gs-rows
                PERFORM ONE-SCALE-ROW
        END-READ
    END-PERFORM.
    CLOSE GRDSCALE.
    IF course-id NOT = SPACE
        MOVE course-id TO want-key
        PERFORM PICK-SCALE
    END-IF.
    IF sc-cnt = ZERO
        MOVE term-id TO want-key
        PERFORM PICK-SCALE
    END-IF.
    IF sc-cnt = ZERO
        MOVE '*' TO want-key
        PERFORM PICK-SCALE
    END-IF.
    IF sc-cnt = ZERO
        DISPLAY 'NO GRADE SCALE IN EFFECT FOR TERM ' term-id
                ' - GRADES CARRY NO LETTER'
        EXIT SECTION
    END-IF.
    PERFORM CHECK-SCALE.

ONE-SCALE-ROW                    SECTION.
*> a row the registrar mistyped could hide a gap, so any unreadable
*> row stops the run the same way a gap does
    IF GS-KEY = SPACE OR GS-LETTER = SPACE
       OR GS-FROM IS NOT NUMERIC OR GS-TO IS NOT NUMERIC
       OR GS-POINTS IS NOT NUMERIC OR GS-EFF IS NOT NUMERIC
        MOVE gs-rows TO ED-L
        DISPLAY 'GRDSCALE ROW ' ED-L ' IS NOT VALID - RUN STOPPED'
                ' BEFORE ANY STUDENT IS GRADED'
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    IF sr-cnt >= 500
        DISPLAY 'GRDSCALE EXCEEDS THE 500-ROW TABLE - RUN STOPPED'
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.
    ADD 1 TO sr-cnt.
    MOVE GS-KEY      TO sr-key(sr-cnt).
    MOVE GS-FROM-N   TO sr-from(sr-cnt).
    MOVE GS-TO-N     TO sr-to(sr-cnt).
    MOVE GS-LETTER   TO sr-letter(sr-cnt).
    MOVE GS-POINTS-N TO sr-points(sr-cnt).
    MOVE GS-EFF-N    TO sr-eff(sr-cnt).

PICK-SCALE                       SECTION.
*> newest effective date for the key that is already in force
    MOVE ZERO TO sc-eff.
    PERFORM VARYING sr-ix FROM 1 BY 1 UNTIL sr-ix > sr-cnt
        IF sr-key(sr-ix) = want-key
           AND sr-eff(sr-ix) NOT > ts-date
           AND sr-eff(sr-ix) > sc-eff
            MOVE sr-eff(sr-ix) TO sc-eff
        END-IF
    END-PERFORM.
    IF sc-eff = ZERO
        EXIT SECTION
    END-IF.
    PERFORM VARYING sr-ix FROM 1 BY 1 UNTIL sr-ix > sr-cnt
        IF sr-key(sr-ix) = want-key AND sr-eff(sr-ix) = sc-eff
            IF sc-cnt >= 40
                DISPLAY 'GRADE SCALE ' want-key ' HAS MORE THAN 40 '
                        'BANDS - RUN STOPPED'
                MOVE 12 TO RETURN-CODE
                PERFORM RECORD-LINEAGE
                STOP RUN
            END-IF
            ADD 1 TO sc-cnt
            MOVE sr-from(sr-ix)   TO sc-from(sc-cnt)
            MOVE sr-to(sr-ix)     TO sc-to(sc-cnt)
            MOVE sr-letter(sr-ix) TO sc-letter(sc-cnt)
            MOVE sr-points(sr-ix) TO sc-points(sc-cnt)
        END-IF
    END-PERFORM.
    MOVE want-key TO sc-key.

CHECK-SCALE                      SECTION.
*> bands in score order must start at zero and each must begin one
*> point above the last one's top - anything else is a gap or an
*> overlap and no student is graded against it
    PERFORM VARYING sc-ix FROM 1 BY 1 UNTIL sc-ix >= sc-cnt
        PERFORM VARYING sc-jx FROM 1 BY 1 UNTIL sc-jx >= sc-cnt
            IF sc-from(sc-jx) > sc-from(sc-jx + 1)
                MOVE SC-ROW(sc-jx) TO SC-SWAP
                MOVE SC-ROW(sc-jx + 1) TO SC-ROW(sc-jx)
                MOVE SC-SWAP TO SC-ROW(sc-jx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACE TO scale-why.
    IF sc-from(1) NOT = ZERO
        MOVE 'GAP' TO scale-why
        MOVE ZERO TO ED-F
    END-IF.
    PERFORM VARYING sc-ix FROM 1 BY 1
        UNTIL sc-ix > sc-cnt OR scale-why NOT = SPACE
        IF sc-to(sc-ix) < sc-from(sc-ix)
            MOVE 'BACKWARD' TO scale-why
            MOVE sc-from(sc-ix) TO ED-F
        END-IF
        IF scale-why = SPACE AND sc-ix > 1
            IF sc-from(sc-ix) > sc-to(sc-ix - 1) + 1
                MOVE 'GAP' TO scale-why
                MOVE sc-from(sc-ix) TO ED-F
            END-IF
            IF sc-from(sc-ix) < sc-to(sc-ix - 1) + 1
                MOVE 'OVERLAP' TO scale-why
                MOVE sc-from(sc-ix) TO ED-F
            END-IF
        END-IF
    END-PERFORM.
    IF scale-why NOT = SPACE
        MOVE sc-eff TO ED-E
        DISPLAY 'GRADE SCALE ' sc-key ' EFFECTIVE ' ED-E ' REJECTED - '
                scale-why ' AT ' ED-F
        DISPLAY 'RUN STOPPED BEFORE ANY STUDENT IS GRADED'
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-LINEAGE
        STOP RUN
    END-IF.

LETTER-FOR                       SECTION.
*> a total above the top band gets no letter and is flagged
    MOVE SPACE TO ltr.
    MOVE ZERO TO pts.
    IF sc-cnt = ZERO
        EXIT SECTION
    END-IF.
    PERFORM VARYING sc-ix FROM 1 BY 1 UNTIL sc-ix > sc-cnt
        IF ans >= sc-from(sc-ix) AND ans <= sc-to(sc-ix)
            MOVE sc-letter(sc-ix) TO ltr
            MOVE sc-points(sc-ix) TO pts
        END-IF
    END-PERFORM.
    IF ltr = SPACE
        MOVE '--' TO ltr
        MOVE ans TO ED-T
        MOVE SPACE TO GX-LINE
        STRING 'STUDENT ' sid ' ADJUSTED ' ED-T
               ' ABOVE THE GRADE SCALE - NO LETTER'
            INTO GX-LINE
        WRITE GX-LINE
    END-IF.

DISTRIBUTION                     SECTION.
    OPEN OUTPUT GRADDIST.
    IF GD-ST NOT = '00'
        DISPLAY 'GRADDIST DATASET NOT USABLE, STATUS ' GD-ST
        IF RETURN-CODE < 4
*>          posted before the return code is set - a CALL clears it
            MOVE SPACES TO AL-PARM
            MOVE 'ABC_066_A' TO AL-SOURCE
            MOVE 'W' TO AL-SEVERITY
            MOVE 'GRADDIST' TO AL-DSN
            STRING 'GRADDIST NOT USABLE, STATUS ' GD-ST
                   ' - NO DISTRIBUTION FOR TERM ' term-id
                DELIMITED BY SIZE INTO AL-TEXT
            CALL 'ALERTSVC' USING AL-PARM
            MOVE 4 TO RETURN-CODE
        END-IF
        EXIT SECTION
    END-IF.
    MOVE 'Y' TO gd-open.
*> one bucket per band of the scale in force, best letter first;
*> letters found on lines the scale no longer has (an earlier run
*> under an older scale) get their own bucket after them
    PERFORM VARYING sc-ix FROM sc-cnt BY -1 UNTIL sc-ix < 1
        ADD 1 TO db-cnt
        MOVE sc-letter(sc-ix) TO db-letter(db-cnt)
        MOVE sc-points(sc-ix) TO db-points(db-cnt)
        MOVE ZERO TO db-n(db-cnt)
    END-PERFORM.
    PERFORM VARYING g-ix FROM 1 BY 1 UNTIL g-ix > g-cnt
        PERFORM DIST-ONE
    END-PERFORM.

    MOVE SPACE TO GD-LINE.
    MOVE sc-eff TO ED-E.
    STRING 'GRADE DISTRIBUTION  TERM ' term-id
           '  SCALE ' sc-key ' EFFECTIVE ' ED-E
        INTO GD-LINE.
    WRITE GD-LINE.
    IF dist-part = 'Y'
        MOVE 'FIRST 2000 STUDENTS ONLY - TABLE LIMIT' TO GD-LINE
        WRITE GD-LINE
    END-IF.
    MOVE SPACE TO GD-LINE.
    WRITE GD-LINE.
    MOVE 'GRADE  POINTS  STUDENTS  PERCENT' TO GD-LINE.
    WRITE GD-LINE.
    PERFORM VARYING db-ix FROM 1 BY 1 UNTIL db-ix > db-cnt
        MOVE ZERO TO d-pct
        IF md-cnt > ZERO
            COMPUTE d-pct ROUNDED = db-n(db-ix) * 100 / md-cnt
        END-IF
        MOVE db-points(db-ix) TO ED-P
        MOVE db-n(db-ix) TO ED-C
        MOVE d-pct TO ED-PCT
        MOVE SPACE TO GD-LINE
        IF db-letter(db-ix) = SPACE
            STRING 'NONE   ' '      ' ED-C '    ' ED-PCT
                DELIMITED BY SIZE INTO GD-LINE
        ELSE
            STRING db-letter(db-ix) '     ' ED-P '  ' ED-C '    '
                   ED-PCT
                DELIMITED BY SIZE INTO GD-LINE
        END-IF
        WRITE GD-LINE
    END-PERFORM.

    PERFORM MEDIAN-OF.
    MOVE ZERO TO d-mean d-gpa.
    IF md-cnt > ZERO
        COMPUTE d-mean ROUNDED = adj-sum / md-cnt
    END-IF.
    IF lt-cnt > ZERO
        COMPUTE d-gpa ROUNDED = pts-sum / lt-cnt
    END-IF.
    MOVE SPACE TO GD-LINE.
    WRITE GD-LINE.
    MOVE md-cnt TO ED-C.
    MOVE d-mean TO ED-MEAN.
    MOVE d-median TO ED-MED.
    MOVE d-gpa TO ED-P.
    STRING 'STUDENTS ' ED-C '  MEAN ' ED-MEAN '  MEDIAN ' ED-MED
           '  MEAN POINTS ' ED-P
        INTO GD-LINE.
    WRITE GD-LINE.
    CLOSE GRADDIST.

DIST-ONE                         SECTION.
*> the adjusted total and the letter are read back off the GRADES
*> line itself; lines written before letters were carried count
*> under NONE
    IF md-cnt >= 2000
        EXIT SECTION
    END-IF.
    ADD 1 TO md-cnt.
    MOVE FUNCTION NUMVAL(g-line(g-ix)(27:6)) TO md-val(md-cnt).
    ADD md-val(md-cnt) TO adj-sum.
    MOVE SPACE TO g-ltr.
    MOVE ZERO TO g-pts.
    IF g-line(g-ix)(58:7) = ' GRADE '
        MOVE g-line(g-ix)(65:2) TO g-ltr
        MOVE FUNCTION NUMVAL(g-line(g-ix)(75:4)) TO g-pts
    END-IF.
    IF g-ltr NOT = SPACE AND g-ltr NOT = '--'
        ADD 1 TO lt-cnt
        ADD g-pts TO pts-sum
    END-IF.
    MOVE ZERO TO db-hit.
    PERFORM VARYING db-ix FROM 1 BY 1 UNTIL db-ix > db-cnt
        IF db-letter(db-ix) = g-ltr AND db-hit = ZERO
            MOVE db-ix TO db-hit
        END-IF
    END-PERFORM.
    IF db-hit = ZERO
        IF db-cnt >= 60
            EXIT SECTION
        END-IF
        ADD 1 TO db-cnt
        MOVE db-cnt TO db-hit
        MOVE g-ltr TO db-letter(db-hit)
        MOVE g-pts TO db-points(db-hit)
        MOVE ZERO TO db-n(db-hit)
    END-IF.
    ADD 1 TO db-n(db-hit).

MEDIAN-OF                        SECTION.
    MOVE ZERO TO d-median.
    IF md-cnt = ZERO
        EXIT SECTION
    END-IF.
    PERFORM VARYING md-ix FROM 1 BY 1 UNTIL md-ix >= md-cnt
        PERFORM VARYING md-jx FROM 1 BY 1 UNTIL md-jx >= md-cnt
            IF md-val(md-jx) > md-val(md-jx + 1)
                MOVE md-val(md-jx) TO md-hold
                MOVE md-val(md-jx + 1) TO md-val(md-jx)
                MOVE md-hold TO md-val(md-jx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.
    DIVIDE md-cnt BY 2 GIVING md-ix REMAINDER md-jx.
    IF md-jx = 1
        MOVE md-val(md-ix + 1) TO d-median
    ELSE
        COMPUTE d-median = (md-val(md-ix) + md-val(md-ix + 1)) / 2
    END-IF.

*> only the datasets the run got as far as opening are recorded -
*> GRADES twice in delta mode, read back and then rewritten; the
*> call clears RETURN-CODE, so it is put back
RECORD-LINEAGE                   SECTION.
    MOVE RETURN-CODE TO save-rc.
    MOVE 'ABC_066_A' TO LN-PROGRAM.
    MOVE SPACES      TO LN-START-TIME.
    MOVE ZERO        TO LN-CNT.
    IF gs-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'GRDSCALE'  TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF rs-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'ROSTER'    TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF gi-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'GRADES'    TO LN-DSN(LN-CNT)
        MOVE 'R'         TO LN-MODE(LN-CNT)
    END-IF.
    IF go-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'GRADES'    TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF gx-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'GRADEEXC'  TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF sh-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'STUHIST'   TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    IF gd-open = 'Y'
        ADD 1 TO LN-CNT
        MOVE 'GRADDIST'  TO LN-DSN(LN-CNT)
        MOVE 'W'         TO LN-MODE(LN-CNT)
    END-IF.
    CALL 'LINEAGE' USING LN-PARM.
    MOVE save-rc TO RETURN-CODE.
