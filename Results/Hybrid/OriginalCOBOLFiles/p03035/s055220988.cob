           SELECT OPTIONAL VISARCH ASSIGN TO "VISARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS VA-ST.
           SELECT OPTIONAL PROMMAST ASSIGN TO "PROMMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  FAREMAST.
       01  FARE-LINE PIC X(30).
       FD  VISITORS.
       01  VIS-LINE PIC X(20).
       FD  REVENUE.
       01  REV-LINE PIC X(100).
       FD  REVARCH.
       01  RA-LINE PIC X(70).
       FD  VISARCH.
       01  VA-LINE PIC X(29).
       FD  PROMMAST.
       01  PROM-LINE PIC X(68).
       WORKING-STORAGE SECTION.
       01 REVE-FS PIC X(2).
       01 FM-ST PIC X(2).
             05 BD-EFF PIC 9(8).
             05 BD-CNT PIC 9(7).
             05 BD-REV PIC 9(11).
             05 BD-GROSS PIC 9(11).
             05 BD-DISC PIC 9(11).
       01 BAND-CNT PIC 9(2) VALUE ZERO.
       01 I PIC 9(2).
       01 HIT PIC 9(2).
       01 NOBAND-CNT PIC 9(7) VALUE ZERO.
       01 TOT-CNT PIC 9(7) VALUE ZERO.
       01 TOT-REV PIC 9(11) VALUE ZERO.
       01 TOT-GROSS PIC 9(11) VALUE ZERO.
       01 TOT-DISC PIC 9(11) VALUE ZERO.
      * a visitor card may carry a promotion code after the age.
      * PROMMAST holds the codes (discount type and amount, valid
      * dates, eligible age bands); the discount comes off the
      * band fare, so takings are gross, discount and net.  a code
      * that is unknown, out of date or not valid for the visitor's
      * band prices at full fare and is listed on REVENUE.
       COPY PROMMSRC.
       01 PM-ST PIC X(2).
       01 PM-EOF PIC X(1) VALUE 'N'.
       01 VIS-CARD PIC X(20).
       01 AGE-X PIC X(8).
       01 PROMO-CODE PIC X(8).
       01 GROSS PIC 9(7).
       01 DISC PIC 9(7).
       01 NET PIC 9(7).
       01 ELIG PIC X(1).
       01 REFUSE-WHY PIC X(13).
       01 J PIC 9(3).
       01 PRH PIC 9(3).
       01 PROMO-CNT PIC 9(3) VALUE ZERO.
       01 PROMO-TBL.
          03 PROMO OCCURS 100.
             05 PT-CODE PIC X(8).
             05 PT-TYPE PIC X(1).
             05 PT-AMT PIC 9(7).
             05 PT-FROM PIC 9(8).
             05 PT-TO PIC 9(8).
             05 PT-BAND OCCURS 4.
                07 PT-B-LO PIC X(3).
                07 PT-B-HI PIC X(3).
      * takings by promotion within band
       01 PX-CNT PIC 9(3) VALUE ZERO.
       01 PX-HIT PIC 9(3).
       01 PX-TBL.
          03 PX OCCURS 200.
             05 PX-PROMO PIC 9(3).
             05 PX-BAND PIC 9(2).
             05 PX-VIS PIC 9(7).
             05 PX-GROSS PIC 9(11).
             05 PX-DISC PIC 9(11).
      * codes refused, with the reason and how often
       01 RF-CNT PIC 9(3) VALUE ZERO.
       01 RF-HIT PIC 9(3).
       01 RF-OVER PIC 9(7) VALUE ZERO.
       01 RF-TBL.
          03 RFC OCCURS 100.
             05 RF-CODE PIC X(8).
             05 RF-WHY PIC X(13).
             05 RF-TIMES PIC 9(7).
       01 SUM-VIS PIC 9(7).
       01 SUM-GROSS PIC 9(11).
       01 SUM-DISC PIC 9(11).
      * every band summary also lands, date-stamped and
      * machine-readable, on the REVARCH archive the month-end
      * ledger aggregates - no more re-adding dailies by hand.
       01 VA-REC.
          03 VA-DATE PIC 9(8).
          03 FILLER PIC X(1) VALUE SPACE.
          03 VA-TEXT PIC X(20).
       01 RA-ST PIC X(2).
       01 RA-REC.
          03 RA-DATE PIC 9(8).
          03 RA-CNT PIC 9(7).
          03 FILLER PIC X(1) VALUE SPACE.
          03 RA-REV PIC 9(11).
      * RA-REV is the net taken; gross and discount follow it, and a
      * row with a promotion code is that promotion's share of the
      * band (the rows without a code are the band totals)
          03 FILLER PIC X(1) VALUE SPACE.
          03 RA-GROSS PIC 9(11).
          03 FILLER PIC X(1) VALUE SPACE.
          03 RA-DISC PIC 9(11).
          03 FILLER PIC X(1) VALUE SPACE.
          03 RA-PROMO PIC X(8).
       01 ED-LO PIC ZZ9.
       01 ED-HI PIC ZZ9.
       01 ED-CNT PIC Z(6)9.
       01 ED-REV PIC Z(10)9.
       01 ED-GROSS PIC Z(10)9.
       01 ED-DISC PIC Z(10)9.
      * the datasets the run read and wrote, for the LINEAGE register;
      * each switch is set once its dataset has really opened
       COPY LINEAGPM.
       01 FM-OPEN PIC X(1) VALUE 'N'.
       01 VS-OPEN PIC X(1) VALUE 'N'.
       01 VA-OPEN PIC X(1) VALUE 'N'.
       01 REV-OPEN PIC X(1) VALUE 'N'.
       01 RA-OPEN PIC X(1) VALUE 'N'.
       01 PM-OPEN PIC X(1) VALUE 'N'.
      * the posting lock on periods finance has closed (PERLOCK)
       COPY PERLCKPM.

       PROCEDURE DIVISION.
       MAIN.
      * band (visitor count and takings) on the REVENUE report.
       ACCEPT TODAY FROM DATE YYYYMMDD.
       PERFORM LOAD-FARES.
       PERFORM LOAD-PROMOTIONS.
       OPEN INPUT VISITORS.
       IF VS-ST NOT = '00'
           DISPLAY 'VISITORS DATASET NOT AVAILABLE, STATUS ' VS-ST
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 'Y' TO VS-OPEN.
       OPEN EXTEND VISARCH.
       IF VA-ST = '00' OR VA-ST = '05'
           MOVE 'Y' TO VA-OPEN
       END-IF.
       PERFORM UNTIL VS-EOF = 'Y'
           READ VISITORS
               AT END
      * turnstile reconciliation - they are not visitors
                   IF VIS-LINE(1:2) NOT = 'HR'
                      AND VIS-LINE NOT = SPACES
                       MOVE FUNCTION TRIM(VIS-LINE LEADING) TO VIS-CARD
                       MOVE SPACES TO AGE-X PROMO-CODE
                       UNSTRING VIS-CARD DELIMITED BY ALL SPACE
                           INTO AGE-X PROMO-CODE
                       MOVE FUNCTION NUMVAL(AGE-X) TO AGE
                       PERFORM ONE-VISITOR
                   END-IF
           END-READ
           CLOSE VISARCH
       END-IF.
       PERFORM WRITE-SUMMARY.
       PERFORM RECORD-LINEAGE.
      * a refused archive is the last thing said, after the lineage
      * call has set its own return code
       IF PK-STATUS = 'C'
           MOVE 8 TO RETURN-CODE
       END-IF.
       STOP RUN.

       RECORD-LINEAGE.
           MOVE 'AtCoder'    TO LN-PROGRAM.
           MOVE SPACES       TO LN-START-TIME.
           MOVE ZERO         TO LN-CNT.
           IF FM-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'FAREMAST'   TO LN-DSN(LN-CNT)
               MOVE 'R'          TO LN-MODE(LN-CNT)
           END-IF.
           IF VS-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'VISITORS'   TO LN-DSN(LN-CNT)
               MOVE 'R'          TO LN-MODE(LN-CNT)
           END-IF.
           IF VA-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'VISARCH'    TO LN-DSN(LN-CNT)
               MOVE 'W'          TO LN-MODE(LN-CNT)
           END-IF.
           IF REV-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'REVENUE'    TO LN-DSN(LN-CNT)
               MOVE 'W'          TO LN-MODE(LN-CNT)
           END-IF.
           IF RA-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'REVARCH'    TO LN-DSN(LN-CNT)
               MOVE 'W'          TO LN-MODE(LN-CNT)
           END-IF.
           IF PM-OPEN = 'Y'
               ADD 1 TO LN-CNT
               MOVE 'PROMMAST'   TO LN-DSN(LN-CNT)
               MOVE 'R'          TO LN-MODE(LN-CNT)
           END-IF.
           CALL 'LINEAGE' USING LN-PARM.

       LOAD-FARES.
           OPEN INPUT FAREMAST.
           IF FM-ST NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO FM-OPEN.
           PERFORM UNTIL FM-EOF = 'Y'
               READ FAREMAST INTO FM-REC
                   AT END
               MOVE FM-AGE-LO TO BD-LO(HIT)
               MOVE FM-AGE-HI TO BD-HI(HIT)
               MOVE ZERO TO BD-EFF(HIT) BD-CNT(HIT) BD-REV(HIT)
                            BD-GROSS(HIT) BD-DISC(HIT)
           END-IF.
           IF FM-EFF >= BD-EFF(HIT)
               MOVE FM-EFF TO BD-EFF(HIT)
               ADD 1 TO NOBAND-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE BD-FARE(HIT) TO GROSS.
           MOVE ZERO TO DISC.
           IF PROMO-CODE NOT = SPACES
               PERFORM APPLY-PROMOTION
           END-IF.
           COMPUTE NET = GROSS - DISC.
           ADD 1 TO BD-CNT(HIT).
           ADD NET TO BD-REV(HIT).
           ADD GROSS TO BD-GROSS(HIT).
           ADD DISC TO BD-DISC(HIT).
           ADD 1 TO TOT-CNT.
           ADD NET TO TOT-REV.
           ADD GROSS TO TOT-GROSS.
           ADD DISC TO TOT-DISC.

       LOAD-PROMOTIONS.
      * no PROMMAST is no promotions running: every code refuses
           OPEN INPUT PROMMAST.
           IF PM-ST NOT = '00'
               IF PM-ST = '05'
                   CLOSE PROMMAST
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PM-OPEN.
           PERFORM UNTIL PM-EOF = 'Y'
               READ PROMMAST INTO PM-REC
                   AT END
                       MOVE 'Y' TO PM-EOF
                   NOT AT END
                       IF PM-CODE NOT = SPACES
                          AND PM-AMOUNT IS NUMERIC
                          AND PM-FROM IS NUMERIC
                          AND PM-TO IS NUMERIC
                           PERFORM ONE-PROMOTION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMMAST.

       ONE-PROMOTION-ROW.
           IF PROMO-CNT >= 100
               DISPLAY 'PROMMAST EXCEEDS THE 100-CODE TABLE - '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PROMO-CNT.
           MOVE PM-CODE TO PT-CODE(PROMO-CNT).
           MOVE PM-TYPE TO PT-TYPE(PROMO-CNT).
           MOVE PM-AMOUNT TO PT-AMT(PROMO-CNT).
           MOVE PM-FROM TO PT-FROM(PROMO-CNT).
           MOVE PM-TO TO PT-TO(PROMO-CNT).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
               MOVE PM-B-LO(J) TO PT-B-LO(PROMO-CNT J)
               MOVE PM-B-HI(J) TO PT-B-HI(PROMO-CNT J)
           END-PERFORM.

       APPLY-PROMOTION.
      * the last row for a code wins, so a code can be re-issued
           MOVE ZERO TO PRH.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PROMO-CNT
               IF PT-CODE(J) = PROMO-CODE
                   MOVE J TO PRH
               END-IF
           END-PERFORM.
           IF PRH = ZERO
               MOVE 'UNKNOWN' TO REFUSE-WHY
               PERFORM REFUSE-PROMOTION
               EXIT PARAGRAPH
           END-IF.
           IF TODAY < PT-FROM(PRH)
               MOVE 'NOT YET VALID' TO REFUSE-WHY
               PERFORM REFUSE-PROMOTION
               EXIT PARAGRAPH
           END-IF.
           IF TODAY > PT-TO(PRH)
               MOVE 'EXPIRED' TO REFUSE-WHY
               PERFORM REFUSE-PROMOTION
               EXIT PARAGRAPH
           END-IF.
      * eligible when the visitor's band lies inside a listed range
           MOVE 'Y' TO ELIG.
           IF PT-BAND(PRH 1) NOT = SPACES OR PT-BAND(PRH 2) NOT = SPACES
              OR PT-BAND(PRH 3) NOT = SPACES
              OR PT-BAND(PRH 4) NOT = SPACES
               MOVE 'N' TO ELIG
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                   IF PT-B-LO(PRH J) IS NUMERIC
                      AND PT-B-HI(PRH J) IS NUMERIC
                       IF BD-LO(HIT) >= PT-B-LO(PRH J)
                          AND BD-HI(HIT) <= PT-B-HI(PRH J)
                           MOVE 'Y' TO ELIG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF ELIG = 'N'
               MOVE 'NOT ELIGIBLE' TO REFUSE-WHY
               PERFORM REFUSE-PROMOTION
               EXIT PARAGRAPH
           END-IF.
           IF PT-TYPE(PRH) = 'P'
               IF PT-AMT(PRH) > 100
                   MOVE GROSS TO DISC
               ELSE
                   COMPUTE DISC ROUNDED = GROSS * PT-AMT(PRH) / 100
               END-IF
           ELSE
               IF PT-AMT(PRH) > GROSS
                   MOVE GROSS TO DISC
               ELSE
                   MOVE PT-AMT(PRH) TO DISC
               END-IF
           END-IF.
           MOVE ZERO TO PX-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PX-CNT
               IF PX-PROMO(J) = PRH AND PX-BAND(J) = HIT
                   MOVE J TO PX-HIT
               END-IF
           END-PERFORM.
           IF PX-HIT = ZERO
               IF PX-CNT >= 200
                   DISPLAY 'MORE THAN 200 PROMOTION BANDS IN USE - '
                           'RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PX-CNT
               MOVE PX-CNT TO PX-HIT
               MOVE PRH TO PX-PROMO(PX-HIT)
               MOVE HIT TO PX-BAND(PX-HIT)
               MOVE ZERO TO PX-VIS(PX-HIT) PX-GROSS(PX-HIT)
                            PX-DISC(PX-HIT)
           END-IF.
           ADD 1 TO PX-VIS(PX-HIT).
           ADD GROSS TO PX-GROSS(PX-HIT).
           ADD DISC TO PX-DISC(PX-HIT).

       REFUSE-PROMOTION.
           MOVE ZERO TO RF-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RF-CNT
               IF RF-CODE(J) = PROMO-CODE AND RF-WHY(J) = REFUSE-WHY
                   MOVE J TO RF-HIT
               END-IF
           END-PERFORM.
           IF RF-HIT = ZERO
               IF RF-CNT >= 100
                   ADD 1 TO RF-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RF-CNT
               MOVE RF-CNT TO RF-HIT
               MOVE PROMO-CODE TO RF-CODE(RF-HIT)
               MOVE REFUSE-WHY TO RF-WHY(RF-HIT)
               MOVE ZERO TO RF-TIMES(RF-HIT)
           END-IF.
           ADD 1 TO RF-TIMES(RF-HIT).

       WRITE-SUMMARY.
           OPEN OUTPUT REVENUE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO REV-OPEN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAND-CNT
               MOVE BD-LO(I) TO ED-LO
               MOVE BD-HI(I) TO ED-HI
               MOVE BD-CNT(I) TO ED-CNT
               MOVE BD-REV(I) TO ED-REV
               MOVE BD-GROSS(I) TO ED-GROSS
               MOVE BD-DISC(I) TO ED-DISC
               MOVE SPACE TO REV-LINE
               STRING 'BAND ' ED-LO ' - ' ED-HI
                      ' VISITORS ' ED-CNT
                      ' GROSS ' ED-GROSS
                      ' DISCOUNT ' ED-DISC
                      ' REVENUE ' ED-REV INTO REV-LINE
               WRITE REV-LINE
           END-PERFORM.
           MOVE TOT-CNT TO ED-CNT.
           MOVE TOT-REV TO ED-REV.
           MOVE TOT-GROSS TO ED-GROSS.
           MOVE TOT-DISC TO ED-DISC.
           MOVE SPACE TO REV-LINE.
           STRING 'TOTAL VISITORS ' ED-CNT
                  ' GROSS ' ED-GROSS
                  ' DISCOUNT ' ED-DISC
                  ' REVENUE ' ED-REV INTO REV-LINE.
           WRITE REV-LINE.
           PERFORM VARYING PRH FROM 1 BY 1 UNTIL PRH > PROMO-CNT
               PERFORM PROMOTION-SUMMARY
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RF-CNT
               MOVE RF-TIMES(J) TO ED-CNT
               MOVE SPACE TO REV-LINE
               STRING 'PROMOTION ' RF-CODE(J) ' REFUSED '
                      RF-WHY(J) ' VISITORS ' ED-CNT
                      ' - PRICED AT FULL FARE' INTO REV-LINE
               WRITE REV-LINE
           END-PERFORM.
           IF RF-OVER > ZERO
               MOVE RF-OVER TO ED-CNT
               MOVE SPACE TO REV-LINE
               STRING 'FURTHER REFUSED PROMOTION CARDS ' ED-CNT
                   INTO REV-LINE
               WRITE REV-LINE
           END-IF.
           MOVE NOBAND-CNT TO ED-CNT.
           MOVE SPACE TO REV-LINE.
           STRING 'VISITORS WITH NO BAND ' ED-CNT INTO REV-LINE.
           CLOSE REVENUE.
           PERFORM ARCHIVE-SUMMARY.

      * one line per promotion used today, summed over its bands
       PROMOTION-SUMMARY.
           MOVE ZERO TO SUM-VIS SUM-GROSS SUM-DISC.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PX-CNT
               IF PX-PROMO(J) = PRH
                   ADD PX-VIS(J) TO SUM-VIS
                   ADD PX-GROSS(J) TO SUM-GROSS
                   ADD PX-DISC(J) TO SUM-DISC
               END-IF
           END-PERFORM.
           IF SUM-VIS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SUM-VIS TO ED-CNT.
           MOVE SUM-GROSS TO ED-GROSS.
           MOVE SUM-DISC TO ED-DISC.
           COMPUTE ED-REV = SUM-GROSS - SUM-DISC.
           MOVE SPACE TO REV-LINE.
           STRING 'PROMOTION ' PT-CODE(PRH)
                  ' VISITORS ' ED-CNT
                  ' GROSS ' ED-GROSS
                  ' DISCOUNT ' ED-DISC
                  ' REVENUE ' ED-REV INTO REV-LINE.
           WRITE REV-LINE.

       ARCHIVE-SUMMARY.
      * nothing lands on REVARCH dated into a closed period - the
      * month-end ledger for it is final until finance reopens it
           MOVE TODAY TO PK-DATE.
           CALL 'PERLOCK' USING PK-PARM.
           IF PK-STATUS = 'C'
               DISPLAY 'REVARCH NOT WRITTEN - ' TODAY
                       ' FALLS IN CLOSED PERIOD ' PK-PERIOD
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND REVARCH.
           IF RA-ST = '00' OR RA-ST = '05'
               MOVE 'Y' TO RA-OPEN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAND-CNT
                   MOVE TODAY TO RA-DATE
                   MOVE BD-LO(I) TO RA-LO
                   MOVE BD-HI(I) TO RA-HI
                   MOVE BD-CNT(I) TO RA-CNT
                   MOVE BD-REV(I) TO RA-REV
                   MOVE BD-GROSS(I) TO RA-GROSS
                   MOVE BD-DISC(I) TO RA-DISC
                   MOVE SPACES TO RA-PROMO
                   WRITE RA-LINE FROM RA-REC
               END-PERFORM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > PX-CNT
                   MOVE TODAY TO RA-DATE
                   MOVE BD-LO(PX-BAND(J)) TO RA-LO
                   MOVE BD-HI(PX-BAND(J)) TO RA-HI
                   MOVE PX-VIS(J) TO RA-CNT
                   COMPUTE RA-REV = PX-GROSS(J) - PX-DISC(J)
                   MOVE PX-GROSS(J) TO RA-GROSS
                   MOVE PX-DISC(J) TO RA-DISC
                   MOVE PT-CODE(PX-PROMO(J)) TO RA-PROMO
                   WRITE RA-LINE FROM RA-REC
               END-PERFORM
               CLOSE REVARCH
