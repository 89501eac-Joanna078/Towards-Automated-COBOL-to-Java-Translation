001300*    COLS 39- 58  EXPECTED OUTPUT DATASET(S)                    *
001400*    COLS 60- 67  RUN CONDITION: BUSDAY = BUSINESS DAYS ONLY,   *
001500*                 PEREND = PERIOD-END ONLY, BLANK = ALWAYS      *
001510*    COLS 69- 80  DEPENDS ON: UP TO THREE EARLIER STEP NUMBERS  *
001520*                 AS 'NNN NNN NNN', 'NONE' FOR AN INDEPENDENT   *
001530*                 STEP, BLANK = EVERY EARLIER STEP (THE OLD     *
001540*                 HALT-ON-FIRST-FAILURE RULE, SO AN UNCONVERTED *
001550*                 DECK BEHAVES AS IT ALWAYS DID)                *
001600*  EACH STEP IS CALLED IN SEQUENCE AND ITS OUTCOME WRITTEN TO   *
001610*  THE RUNLOG DATASET.  A STEP THAT FAILS (PROGRAM NOT          *
001620*  LOADABLE OR NONZERO RETURN CODE) STOPS ONLY THE STEPS        *
001630*  DOWNSTREAM OF IT: EVERY STEP THAT DEPENDS ON IT, DIRECTLY    *
001640*  OR THROUGH ANOTHER STEP, IS LOGGED NOTRUN WITH THE FAILED    *
001650*  STEP NAMED, AND EVERY INDEPENDENT BRANCH CARRIES ON.  A BAD  *
001660*  INPUT FILE STILL CANNOT CASCADE INTO THE JOBS THAT READ ITS  *
001670*  OUTPUT.                                                      *
002000*  PROGRAMS DRIVEN FROM HERE MUST END WITH GOBACK, NOT STOP     *
002100*  RUN, OR THEY WILL TAKE THE WHOLE SEQUENCE DOWN WITH THEM.    *
002200*                                                               *
002800*  IS BYPASSED WITHOUT BEING CALLED, SO THE SEQUENCE RESUMES    *
002900*  AT THE STEP THAT FAILED INSTEAD OF RERUNNING CLEAN WORK      *
003000*  AND REGENERATING ITS REPORTS.                                *
003007*                                                               *
003014*  CERTIFICATION: BEFORE A STEP IS CALLED ITS PROGRAM IS LOOKED *
003021*  UP IN THE CERTREG REGISTER THAT CERTDRV APPENDS TO.  A       *
003028*  PROGRAM WHOSE LATEST VERDICT THERE (AS EITHER MODULE OF A    *
003035*  PAIR) IS DIVERGED, OR WHICH IS NAMED ON THE CERTREQD LIST    *
003042*  (ONE PROGRAM NAME PER CARD) WITHOUT A LATEST VERDICT OF      *
003049*  AGREE, IS LOGGED HELD-CERT ON RUNLOG AND NOT CALLED.  A      *
003056*  CARD ON THE CERTOVRD DATASET                                 *
003063*    COLS  1- 12  PROGRAM NAME                                  *
003070*    COLS 14- 21  OPERATOR (VERIFIED THROUGH OPAUTH, ACTION     *
003077*                 'CERT')                                       *
003084*  LETS A HELD PROGRAM RUN ANYWAY; ITS RUNLOG LINE THEN CARRIES *
003091*  CERTOVRD AND THE OPERATOR WHO SIGNED FOR IT.                 *
003098*                                                               *
003105*  DRY RUN: A RUNMODE CARD                                      *
003112*    DRYRUN [<YYYYMMDD>] [RESTART]                              *
003119*  WALKS THE DECK THROUGH EVERY GATE ABOVE (FOR THE DATE GIVEN, *
003126*  DEFAULT TODAY) BUT CALLS NOTHING: EACH PROGRAM IS ONLY       *
003133*  RESOLVED IN THE LOAD LIBRARY.  ONE DRYLOG LINE PER STEP      *
003140*  GIVES WHAT TONIGHT WOULD DO - WOULD-RUN, SKIPPED (WITH THE   *
003147*  CALSVC ANSWER), HELD, BYPASSED (WITH RESTART), HELD-CERT,    *
003154*  NOLOAD, OR NOTRUN BEHIND A STEP THAT WOULD NOT LOAD - AND    *
003161*  WHETHER ITS DOCUMENTED INPUT DATASET IS PRESENT.  RUNLOG AND *
003168*  JOBLOG ARE NOT TOUCHED.  RC 4 WHEN A STEP WOULD NOT LOAD OR  *
003175*  A STEP THAT WOULD RUN HAS NO INPUT; RC 12 ON A BAD RUNMODE   *
003182*  CARD.                                                        *
003183*                                                               *
003184*  DATE SYMBOLS: A STEP'S INPUT DECK MAY CARRY                  *
003185*    &BATCHDT  THE BATCH DATE (BATCHDT)                         *
003186*    &PREVBUS  THE BUSINESS DAY BEFORE IT (CALSVC)              *
003187*    &NEXTBUS  THE BUSINESS DAY AFTER IT (CALSVC)               *
003188*    &PERIOD   THE BATCH DATE'S PERIOD, YYYYMM                  *
003189*    &PRVPER   THE PERIOD BEFORE THAT, YYYYMM                   *
003190*  IN PLACE OF A HAND-TYPED DATE.  SUCH A DECK IS RESOLVED TO   *
003191*  THE RUNDECK SCRATCH DATASET AND THE STEP'S LOAD MODULE IS    *
003192*  RUN THROUGH THE COMMAND SHELL ON IT, AS CERTDRV DRIVES ITS   *
003193*  PAIRS; EXIT CODE 127 (NOT FOUND) IS NOLOAD.  EVERY RESOLVED  *
003194*  CARD IS WRITTEN TO RUNSYSIN, RUNLOG'S COMPANION, UNDER THE   *
003195*  SYMBOL VALUES FOR THE RUN.  A MISSING CALENDAR LEAVES        *
003196*  &PREVBUS/&NEXTBUS AT THE CALENDAR DAY EITHER SIDE, WITH A    *
003197*  CONSOLE WARNING.  A DECK WITHOUT SYMBOLS RUNS AS ALWAYS.     *
003198*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  2026-08-22  OSG  NEW PROGRAM.                                *
003400*  2026-09-01  OSG  RESTART MODE OVER THE SAVED PRIOR RUNLOG.   *
003500*  2026-09-01  OSG  OPERATOR HOLDS FROM THE RUNHOLDS DATASET    *
003600*                   (MAINTAINED BY HOLDMNT) - A HELD STEP OR    *
003700*                   PROGRAM IS LOGGED HELD AND NOT CALLED.      *
003710*  2026-10-15  OSG  STEP DEPENDENCIES (COLS 69-80) REPLACE      *
003720*                   HALT-ON-FIRST-FAILURE: A FAILURE LOGS ITS   *
003730*                   DOWNSTREAM STEPS NOTRUN, NAMING THE FAILED  *
003740*                   STEP ON RUNLOG, AND INDEPENDENT BRANCHES    *
003750*                   RUN ON.                                     *
003760*  2026-10-15  OSG  CERTIFICATION GATE OVER CERTREG/CERTREQD -  *
003770*                   HELD-CERT STEPS AND THE CERTOVRD OPERATOR   *
003780*                   OVERRIDE.  RUNLOG STATUS WIDENED TO 9.      *
003786*  2026-10-15  OSG  DRYRUN MODE CARD - THE NIGHT FORECAST ON    *
003792*                   DRYLOG, NOTHING CALLED.                     *
003794*  2026-10-15  OSG  DATE SYMBOLS IN THE STEP INPUT DECKS,       *
003796*                   RESOLVED ONTO RUNDECK AND LOGGED ON         *
003798*                   RUNSYSIN.                                   *
003818*  2026-10-15  OSG  CONTROL DATASETS READ AND RUNLOG, RUNSYSIN  *
003838*                   AND RUNDECK WRITTEN RECORDED ON THE LINEAGE *
003858*                   REGISTER AT END OF A LIVE RUN.              *
003878*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
005400     SELECT OPTIONAL RUNMODE ASSIGN TO RUNMODE
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS RB-MODE-STATUS.
005610     SELECT OPTIONAL CERTREG ASSIGN TO CERTREG
005620         ORGANIZATION LINE SEQUENTIAL
005630         FILE STATUS RB-CRT-STATUS.
005640     SELECT OPTIONAL CERTREQD ASSIGN TO CERTREQD
005650         ORGANIZATION LINE SEQUENTIAL
005660         FILE STATUS RB-REQ-STATUS.
005670     SELECT OPTIONAL CERTOVRD ASSIGN TO CERTOVRD
005680         ORGANIZATION LINE SEQUENTIAL
005690         FILE STATUS RB-OVR-STATUS.
005691     SELECT DRYLOG ASSIGN TO DRYLOG
005692         ORGANIZATION LINE SEQUENTIAL
005693         FILE STATUS RB-DRY-STATUS.
005694     SELECT DRYIN ASSIGN USING RB-DRY-DSN
005695         ORGANIZATION LINE SEQUENTIAL
005696         FILE STATUS RB-DIN-STATUS.
005705     SELECT STEPDECK ASSIGN USING RB-DECK-DSN
005714         ORGANIZATION LINE SEQUENTIAL
005723         FILE STATUS RB-DCK-STATUS.
005732     SELECT RUNDECK ASSIGN TO RUNDECK
005741         ORGANIZATION LINE SEQUENTIAL
005750         FILE STATUS RB-RDK-STATUS.
005759     SELECT RUNSYSIN ASSIGN TO RUNSYSIN
005768         ORGANIZATION LINE SEQUENTIAL
005777         FILE STATUS RB-SYS-STATUS.
005786 DATA DIVISION.
005800 FILE SECTION.
005900 FD  RUNBKIN.
006000 01  RUNBKIN-LINE             PIC X(80).
006500 FD  RUNHOLDS.
006600 01  RUNHOLDS-LINE            PIC X(12).
006700 FD  RUNMODE.
006800 01  RUNMODE-LINE             PIC X(80).
006810 FD  CERTREG.
006820 01  CERTREG-LINE             PIC X(80).
006830 FD  CERTREQD.
006840 01  CERTREQD-LINE            PIC X(12).
006850 FD  CERTOVRD.
006860 01  CERTOVRD-LINE            PIC X(21).
006868 FD  DRYLOG.
006876 01  DRYLOG-LINE              PIC X(100).
006884 FD  DRYIN.
006892 01  DRYIN-LINE               PIC X(80).
006893 FD  STEPDECK.
006894 01  STEPDECK-LINE            PIC X(80).
006895 FD  RUNDECK.
006896 01  RUNDECK-LINE             PIC X(80).
006897 FD  RUNSYSIN.
006898 01  RUNSYSIN-LINE            PIC X(100).
006900 WORKING-STORAGE SECTION.
007000 77  RB-IN-STATUS             PIC X(02).
007100 77  RB-LOG-STATUS            PIC X(02).
007700 77  RB-PRI-CNT               PIC 9(03) COMP VALUE ZERO.
007800 77  RB-PRI-IX                PIC 9(03) COMP.
007900 77  RB-PRI-HIT               PIC 9(03) COMP.
008000 01  RB-MODE-CARD             PIC X(80).
008003 01  RB-MODE-TOKENS.
008006     05  RB-MODE-TOK          PIC X(10) OCCURS 4.
008009 77  RB-MODE-IX               PIC 9(01) COMP.
008012*    DRY RUN - THE DATE SIMULATED, THE STEP'S FORECAST NOTE AND
008015*    THE DOCUMENTED INPUT DATASET'S PRESENCE
008018 77  RB-DRY-SW                PIC X(01) VALUE 'N'.
008021     88  RB-DRY-RUN                      VALUE 'Y'.
008024 77  RB-DRY-STATUS            PIC X(02).
008027 77  RB-DIN-STATUS            PIC X(02).
008030 77  RB-RUN-DATE              PIC 9(08).
008033 77  RB-PGM-PTR               USAGE PROCEDURE-POINTER.
008036 77  RB-WOULD-CNT             PIC 9(03) COMP VALUE ZERO.
008039 77  RB-SKIP-CNT              PIC 9(03) COMP VALUE ZERO.
008042 77  RB-HELD-CNT              PIC 9(03) COMP VALUE ZERO.
008045 77  RB-BYPASS-CNT            PIC 9(03) COMP VALUE ZERO.
008048 77  RB-NOIN-CNT              PIC 9(03) COMP VALUE ZERO.
008051 01  RB-DRY-DSN               PIC X(20).
008054 01  RB-DRY-NOTE              PIC X(44).
008057 01  RB-DRY-REC.
008060     05  DR-STEP-NO           PIC X(03).
008063     05  FILLER               PIC X(01) VALUE SPACE.
008066     05  DR-PROGRAM           PIC X(12).
008069     05  FILLER               PIC X(01) VALUE SPACE.
008072     05  DR-STATUS            PIC X(09).
008075     05  FILLER               PIC X(01) VALUE SPACE.
008078     05  DR-INPUT             PIC X(20).
008081     05  FILLER               PIC X(01) VALUE SPACE.
008084*    'PRESENT', 'MISSING', OR 'N/A' WHEN NO INPUT IS DOCUMENTED
008087     05  DR-IN-STATE          PIC X(07).
008090     05  FILLER               PIC X(01) VALUE SPACE.
008093     05  DR-NOTE              PIC X(44).
008096 01  RB-DRY-HEAD              PIC X(100).
008098*    DATE SYMBOLS - THEIR VALUES FOR THE RUN AND THE STEP DECK
008100*    BEING RESOLVED
008102 77  RB-DCK-STATUS            PIC X(02).
008104 77  RB-RDK-STATUS            PIC X(02).
008106 77  RB-SYS-STATUS            PIC X(02).
008108 77  RB-DCK-EOF-SW            PIC X(01).
008110     88  RB-DCK-EOF                      VALUE 'Y'.
008112 77  RB-DECK-SW               PIC X(01).
008114     88  RB-DECK-RESOLVED                VALUE 'Y'.
008116 77  RB-CAL-SW                PIC X(01) VALUE 'Y'.
008118     88  RB-CAL-MISSING                  VALUE 'N'.
008120 77  RB-SYM-CNT               PIC 9(03) COMP.
008122 77  RB-DECK-CNT              PIC 9(03) COMP VALUE ZERO.
008124 77  RB-CP                    PIC 9(03) COMP.
008126 77  RB-OP                    PIC 9(03) COMP.
008128 77  RB-WALK-CNT              PIC 9(02) COMP.
008130 77  RB-DATE-INT              PIC 9(08) COMP.
008132 77  RB-SYS-RC                PIC S9(09) COMP.
008134 77  RB-SYS-REM               PIC S9(09) COMP.
008136 01  RB-DECK-DSN              PIC X(20).
008138 01  RB-DECK-CARD             PIC X(80).
008140 01  RB-RES-CARD              PIC X(80).
008142 01  RB-COMMAND               PIC X(100).
008144 01  RB-SYMBOLS.
008146     05  RB-SYM-BATCHDT       PIC 9(08).
008148     05  RB-SYM-PREVBUS       PIC 9(08).
008150     05  RB-SYM-NEXTBUS       PIC 9(08).
008152     05  RB-SYM-PERIOD        PIC 9(06).
008154     05  RB-SYM-PRVPER        PIC 9(06).
008156 01  RB-PER-DATE              PIC 9(08).
008158 01  RB-PER-PARTS REDEFINES RB-PER-DATE.
008160     05  RB-PER-YYYY          PIC 9(04).
008162     05  RB-PER-MM            PIC 9(02).
008164     05  RB-PER-DD            PIC 9(02).
008166 01  RB-WALK-DATE             PIC 9(08).
008168 01  RB-SYS-HEAD              PIC X(100).
008170 01  RB-SYS-REC.
008172     05  RS-STEP-NO           PIC X(03).
008174     05  FILLER               PIC X(01) VALUE SPACE.
008176     05  RS-PROGRAM           PIC X(12).
008178     05  FILLER               PIC X(01) VALUE SPACE.
008180     05  RS-CARD              PIC X(80).
008182 77  RB-MODE-STATUS           PIC X(02).
008200 77  RB-HLD-STATUS            PIC X(02).
008300 77  RB-HLD-EOF-SW            PIC X(01) VALUE 'N'.
008400     88  RB-HLD-EOF                      VALUE 'Y'.
010700     05  RB-OUTPUT            PIC X(20).
010800     05  FILLER               PIC X(01).
010900     05  RB-CONDITION         PIC X(08).
010910     05  FILLER               PIC X(01).
010920*    PREDECESSOR STEPS, 'NNN NNN NNN'; 'NONE' OR BLANK - SEE THE
010930*    PROGRAM BANNER
010940     05  RB-DEPENDS.
010950         10  RB-DEP-ENTRY     OCCURS 3.
010960             15  RB-DEP-STEP  PIC X(03).
010970             15  FILLER       PIC X(01).
011100 01  RB-LOG-REC.
011200     05  RL-STEP-NO           PIC X(03).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  RL-PROGRAM           PIC X(12).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  RL-STATUS            PIC X(09).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  RL-RC                PIC 9(04).
011810*    ON A NOTRUN LINE, THE FAILED STEP THAT STOPPED THIS ONE
011820     05  FILLER               PIC X(01) VALUE SPACE.
011830     05  RL-CAUSE             PIC X(03).
011840*    ON A STEP RUN UNDER A CERTIFICATION OVERRIDE, CERTOVRD
011850*    AND THE OPERATOR WHO SIGNED FOR IT
011860     05  FILLER               PIC X(01) VALUE SPACE.
011870     05  RL-CERT-OVR          PIC X(08).
011880     05  FILLER               PIC X(01) VALUE SPACE.
011890     05  RL-CERT-OPER         PIC X(08).
011900     05  FILLER               PIC X(26) VALUE SPACES.
012000*    OUTCOMES FROM THE HALTED ATTEMPT, LOADED IN RESTART MODE
012100 01  RB-PRI-REC.
012200     05  RB-PRI-STEP          PIC X(03).
012300     05  FILLER               PIC X(01).
012400     05  RB-PRI-PROGRAM       PIC X(12).
012500     05  FILLER               PIC X(01).
012600     05  RB-PRI-OUTCOME       PIC X(09).
012700 01  RB-PRI-TBL.
012800     05  RB-PRI-ROW OCCURS 200.
012900         10  RB-PRI-T-STEP    PIC X(03).
013000         10  RB-PRI-T-STATUS  PIC X(09).
013005*    THIS RUN'S OUTCOME FOR EVERY STEP SEEN SO FAR - THE
013010*    DEPENDENCY CHECK READS IT.  A FAILED STEP IS ITS OWN
013015*    CAUSE; A NOTRUN STEP CARRIES THE FAILURE THAT STOPPED IT.
013020 77  RB-OUT-CNT               PIC 9(03) COMP VALUE ZERO.
013025 77  RB-OUT-IX                PIC 9(03) COMP.
013030 77  RB-DEP-IX                PIC 9(03) COMP.
013035 77  RB-FAIL-CNT              PIC 9(03) COMP VALUE ZERO.
013040 77  RB-NOTRUN-CNT            PIC 9(03) COMP VALUE ZERO.
013045 77  RB-BLOCK-SW              PIC X(01).
013050 01  RB-FIRST-FAIL            PIC X(03) VALUE SPACES.
013055 01  RB-CAUSE                 PIC X(03).
013060 01  RB-OUT-TBL.
013065     05  RB-OUT-ROW OCCURS 200.
013070         10  RB-OUT-STEP      PIC X(03).
013075         10  RB-OUT-STATUS    PIC X(09).
013080         10  RB-OUT-CAUSE     PIC X(03).
013082*    CERTIFICATION GATE - LATEST CERTREG VERDICT PER PROGRAM,
013084*    THE CERTIFICATION-REQUIRED LIST AND TONIGHT'S OVERRIDES
013086 77  RB-CRT-STATUS            PIC X(02).
013088 77  RB-REQ-STATUS            PIC X(02).
013090 77  RB-OVR-STATUS            PIC X(02).
013092 77  RB-CRT-EOF-SW            PIC X(01) VALUE 'N'.
013094     88  RB-CRT-EOF                      VALUE 'Y'.
013096 77  RB-REQ-EOF-SW            PIC X(01) VALUE 'N'.
013098     88  RB-REQ-EOF                      VALUE 'Y'.
013100 77  RB-OVR-EOF-SW            PIC X(01) VALUE 'N'.
013102     88  RB-OVR-EOF                      VALUE 'Y'.
013104 77  RB-CRT-CNT               PIC 9(03) COMP VALUE ZERO.
013106 77  RB-CRT-IX                PIC 9(03) COMP.
013108 77  RB-REQ-CNT               PIC 9(03) COMP VALUE ZERO.
013110 77  RB-REQ-IX                PIC 9(03) COMP.
013112 77  RB-OVR-CNT               PIC 9(03) COMP VALUE ZERO.
013114 77  RB-OVR-IX                PIC 9(03) COMP.
013116 77  RB-CERT-SW               PIC X(01).
013118 77  RB-CERT-HELD-CNT         PIC 9(03) COMP VALUE ZERO.
013120 77  RB-CERT-OVR-CNT          PIC 9(03) COMP VALUE ZERO.
013122 01  RB-CRT-PGM               PIC X(12).
013124 01  RB-CERT-VERD             PIC X(08).
013126 01  RB-CRT-REC.
013128     05  FILLER               PIC X(16).
013130     05  RB-CRT-PGM-A         PIC X(12).
013132     05  FILLER               PIC X(01).
013134     05  RB-CRT-PGM-B         PIC X(12).
013136     05  FILLER               PIC X(22).
013138     05  RB-CRT-VERDICT       PIC X(08).
013140 01  RB-CRT-TBL.
013142     05  RB-CRT-ROW OCCURS 200.
013144         10  RB-CRT-T-PGM     PIC X(12).
013146         10  RB-CRT-T-VERD    PIC X(08).
013148 01  RB-REQ-TBL.
013150     05  RB-REQ-ENTRY         PIC X(12) OCCURS 100.
013152 01  RB-OVR-CARD.
013154     05  RB-OVR-PGM           PIC X(12).
013156     05  FILLER               PIC X(01).
013158     05  RB-OVR-OPER          PIC X(08).
013160 01  RB-OVR-TBL.
013162     05  RB-OVR-ROW OCCURS 50.
013164         10  RB-OVR-T-PGM     PIC X(12).
013166         10  RB-OVR-T-OPER    PIC X(08).
013168 COPY OPAUTHPM.
013170 COPY JOBLOGPM.
013185 COPY LINEAGPM.
013200*    CONDITIONED STEPS CONSULT THE CALENDAR SERVICE AND SKIP
013300*    THEMSELVES CLEANLY; A MISSING CALENDAR FAILS OPEN.
013400 COPY CALSVCPM.
013410 COPY BATCHDPM.
013500 77  RB-SKIP-SW               PIC X(01).
013600 01  RB-TIMESTAMP.
013700     05  RB-TS-DATE           PIC 9(08).
014000         07  FILLER           PIC 9(02).
014100 PROCEDURE DIVISION.
014200*****************************************************************
014210*  0000-MAINLINE - RUN EVERY STEP WHOSE PREDECESSORS HELD UP.   *
014400*****************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500*    THE MODE COMES FROM ITS OWN CONTROL DATASET - SYSIN BELONGS
015600*    TO THE PROGRAMS THIS DRIVER CALLS.
015700     PERFORM 1050-READ-MODE THRU 1050-EXIT.
015710     IF RB-HALTED
015720         GO TO 1000-EXIT
015730     END-IF.
015740     IF RB-RESTART
016000         PERFORM 1100-LOAD-PRIOR THRU 1100-EXIT
016100     END-IF.
016200     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
016210     PERFORM 1300-LOAD-CERTREG THRU 1300-EXIT.
016220     PERFORM 1400-LOAD-CERTREQD THRU 1400-EXIT.
016230     PERFORM 1500-LOAD-CERTOVRD THRU 1500-EXIT.
016240     PERFORM 1700-DATE-SYMBOLS THRU 1700-EXIT.
016300     OPEN INPUT RUNBKIN.
016400     IF RB-IN-STATUS NOT = '00'
016500         DISPLAY 'RUNBOOK CONTROL DATASET NOT AVAILABLE, '
016900         MOVE 16 TO RB-FINAL-RC
017000         GO TO 1000-EXIT
017100     END-IF.
017110     IF RB-DRY-RUN
017120         PERFORM 1600-OPEN-DRYLOG THRU 1600-EXIT
017130         GO TO 1000-EXIT
017140     END-IF.
017200     OPEN OUTPUT RUNLOG.
017300     IF RB-LOG-STATUS NOT = '00'
017400         DISPLAY 'RUNLOG DATASET NOT USABLE, STATUS '
017700         MOVE 'Y' TO RB-HALT-SW
017800         MOVE 16 TO RB-FINAL-RC
017900     END-IF.
017909     OPEN OUTPUT RUNSYSIN.
017918     IF RB-SYS-STATUS NOT = '00'
017927         DISPLAY 'RUNSYSIN DATASET NOT USABLE, STATUS '
017936                 RB-SYS-STATUS
017945         MOVE 'Y' TO RB-EOF-SW
017954         MOVE 'Y' TO RB-HALT-SW
017963         MOVE 16 TO RB-FINAL-RC
017972         GO TO 1000-EXIT
017981     END-IF.
017990     WRITE RUNSYSIN-LINE FROM RB-SYS-HEAD.
018000 1000-EXIT.
018100     EXIT.
018200
018300 1050-READ-MODE.
018400     MOVE SPACES TO RB-MODE-CARD.
018410     MOVE RB-TS-DATE TO RB-RUN-DATE.
018500     OPEN INPUT RUNMODE.
018600     IF RB-MODE-STATUS NOT = '00'
018700        AND RB-MODE-STATUS NOT = '05'
019200             MOVE SPACES TO RB-MODE-CARD
019300     END-READ.
019400     CLOSE RUNMODE.
019403     MOVE SPACES TO RB-MODE-TOKENS.
019406     UNSTRING RB-MODE-CARD DELIMITED BY ALL SPACE
019409         INTO RB-MODE-TOK(1) RB-MODE-TOK(2) RB-MODE-TOK(3)
019412              RB-MODE-TOK(4).
019415     IF RB-MODE-TOK(1) = 'RESTART'
019418         MOVE 'Y' TO RB-RESTART-SW
019421         GO TO 1050-EXIT
019424     END-IF.
019427     IF RB-MODE-TOK(1) NOT = 'DRYRUN'
019430         GO TO 1050-EXIT
019433     END-IF.
019436*    DRYRUN MAY NAME THE DATE TO FORECAST AND ASK FOR THE RESTART
019439*    VIEW, IN EITHER ORDER
019442     MOVE 'Y' TO RB-DRY-SW.
019445     PERFORM VARYING RB-MODE-IX FROM 2 BY 1 UNTIL RB-MODE-IX > 4
019448         EVALUATE TRUE
019451             WHEN RB-MODE-TOK(RB-MODE-IX) = SPACES
019454                 CONTINUE
019457             WHEN RB-MODE-TOK(RB-MODE-IX) = 'RESTART'
019460                 MOVE 'Y' TO RB-RESTART-SW
019463             WHEN RB-MODE-TOK(RB-MODE-IX)(1:8) IS NUMERIC
019466              AND RB-MODE-TOK(RB-MODE-IX)(9:2) = SPACES
019469                 MOVE RB-MODE-TOK(RB-MODE-IX)(1:8) TO RB-RUN-DATE
019472                 IF FUNCTION TEST-DATE-YYYYMMDD(RB-RUN-DATE)
019475                    NOT = ZERO
019478                     PERFORM 1060-BAD-MODE THRU 1060-EXIT
019481                 END-IF
019484             WHEN OTHER
019487                 PERFORM 1060-BAD-MODE THRU 1060-EXIT
019490         END-EVALUATE
019493     END-PERFORM.
019500 1050-EXIT.
019600     EXIT.
019610
019620 1060-BAD-MODE.
019630     DISPLAY 'RUNMODE CARD NEEDS DRYRUN [<YYYYMMDD>] [RESTART] - '
019640             'NOTHING RUN'.
019650     MOVE 'Y' TO RB-EOF-SW.
019660     MOVE 'Y' TO RB-HALT-SW.
019670     MOVE 12 TO RB-FINAL-RC.
019680 1060-EXIT.
019690     EXIT.
019700
019800 1100-LOAD-PRIOR.
019900*    A RESTART WITHOUT THE SAVED LOG WOULD SILENTLY RERUN
025200     END-IF.
025300 1200-EXIT.
025400     EXIT.
025401
025402 1300-LOAD-CERTREG.
025403*    CERTDRV ONLY EVER APPENDS, SO THE LAST VERDICT READ FOR A
025404*    PROGRAM IS ITS LATEST.  NO REGISTER MEANS NO VERDICTS - THE
025405*    REQUIRED PROGRAMS ARE THEN ALL HELD.
025406     OPEN INPUT CERTREG.
025407     IF RB-CRT-STATUS NOT = '00' AND RB-CRT-STATUS NOT = '05'
025408         DISPLAY 'CERTREG NOT AVAILABLE, STATUS ' RB-CRT-STATUS
025409                 ' - NO CERTIFICATION VERDICTS LOADED'
025410         GO TO 1300-EXIT
025411     END-IF.
025412     PERFORM UNTIL RB-CRT-EOF
025413         READ CERTREG INTO RB-CRT-REC
025414             AT END
025415                 MOVE 'Y' TO RB-CRT-EOF-SW
025416             NOT AT END
025417                 IF RB-CRT-VERDICT NOT = SPACES
025418                     MOVE RB-CRT-PGM-A TO RB-CRT-PGM
025419                     PERFORM 1310-POST-VERDICT THRU 1310-EXIT
025420                     MOVE RB-CRT-PGM-B TO RB-CRT-PGM
025421                     PERFORM 1310-POST-VERDICT THRU 1310-EXIT
025422                 END-IF
025423         END-READ
025424     END-PERFORM.
025425     CLOSE CERTREG.
025426 1300-EXIT.
025427     EXIT.
025428
025429 1310-POST-VERDICT.
025430     IF RB-CRT-PGM = SPACES
025431         GO TO 1310-EXIT
025432     END-IF.
025433     PERFORM VARYING RB-CRT-IX FROM 1 BY 1
025434         UNTIL RB-CRT-IX > RB-CRT-CNT
025435            OR RB-CRT-T-PGM(RB-CRT-IX) = RB-CRT-PGM
025436         CONTINUE
025437     END-PERFORM.
025438     IF RB-CRT-IX > RB-CRT-CNT
025439         IF RB-CRT-CNT NOT < 200
025440             GO TO 1310-EXIT
025441         END-IF
025442         ADD 1 TO RB-CRT-CNT
025443         MOVE RB-CRT-CNT TO RB-CRT-IX
025444         MOVE RB-CRT-PGM TO RB-CRT-T-PGM(RB-CRT-IX)
025445     END-IF.
025446     MOVE RB-CRT-VERDICT TO RB-CRT-T-VERD(RB-CRT-IX).
025447 1310-EXIT.
025448     EXIT.
025449
025450 1400-LOAD-CERTREQD.
025451*    NO LIST MEANS ONLY A DIVERGED VERDICT HOLDS A PROGRAM.
025452     OPEN INPUT CERTREQD.
025453     IF RB-REQ-STATUS NOT = '00' AND RB-REQ-STATUS NOT = '05'
025454         GO TO 1400-EXIT
025455     END-IF.
025456     PERFORM UNTIL RB-REQ-EOF
025457         READ CERTREQD
025458             AT END
025459                 MOVE 'Y' TO RB-REQ-EOF-SW
025460             NOT AT END
025461                 IF CERTREQD-LINE NOT = SPACES
025462                    AND CERTREQD-LINE(1:1) NOT = '*'
025463                    AND RB-REQ-CNT < 100
025464                     ADD 1 TO RB-REQ-CNT
025465                     MOVE CERTREQD-LINE
025466                         TO RB-REQ-ENTRY(RB-REQ-CNT)
025467                 END-IF
025468         END-READ
025469     END-PERFORM.
025470     CLOSE CERTREQD.
025471 1400-EXIT.
025472     EXIT.
025473
025474 1500-LOAD-CERTOVRD.
025475*    AN OVERRIDE COUNTS ONLY WHEN ITS OPERATOR MAY SIGN FOR
025476*    ONE; A MISSING OPAUTH DATASET FAILS OPEN WITH A WARNING,
025477*    AS IN THE MAINTENANCE PROGRAMS.
025478     OPEN INPUT CERTOVRD.
025479     IF RB-OVR-STATUS NOT = '00' AND RB-OVR-STATUS NOT = '05'
025480         GO TO 1500-EXIT
025481     END-IF.
025482     PERFORM UNTIL RB-OVR-EOF
025483         READ CERTOVRD INTO RB-OVR-CARD
025484             AT END
025485                 MOVE 'Y' TO RB-OVR-EOF-SW
025486             NOT AT END
025487                 IF RB-OVR-PGM NOT = SPACES
025488                    AND RB-OVR-PGM(1:1) NOT = '*'
025489                     PERFORM 1510-ONE-OVERRIDE THRU 1510-EXIT
025490                 END-IF
025491         END-READ
025492     END-PERFORM.
025493     CLOSE CERTOVRD.
025494     IF RB-OVR-CNT > ZERO
025495         DISPLAY RB-OVR-CNT ' CERTIFICATION OVERRIDE(S) ON FILE'
025496     END-IF.
025497 1500-EXIT.
025498     EXIT.
025499
025500 1510-ONE-OVERRIDE.
025501     IF RB-OVR-OPER = SPACES
025502         DISPLAY 'CERTIFICATION OVERRIDE FOR ' RB-OVR-PGM
025503                 ' IGNORED - NO OPERATOR'
025504         GO TO 1510-EXIT
025505     END-IF.
025506     MOVE RB-OVR-OPER TO OA-OPERATOR.
025507     MOVE 'RUNBOOK'   TO OA-PROGRAM.
025508     MOVE 'CERT'      TO OA-ACTION.
025509     CALL 'OPAUTH' USING OA-PARM.
025510     EVALUATE OA-STATUS
025511         WHEN 'G'
025512             CONTINUE
025513         WHEN 'M'
025514             DISPLAY 'NO OPAUTH DATASET - CERTIFICATION '
025515                     'OVERRIDE BY ' RB-OVR-OPER ' NOT VERIFIED'
025516         WHEN OTHER
025517             DISPLAY 'CERTIFICATION OVERRIDE FOR ' RB-OVR-PGM
025518                     ' IGNORED - ' RB-OVR-OPER
025519                     ' NOT AUTHORIZED'
025520             GO TO 1510-EXIT
025521     END-EVALUATE.
025522     IF RB-OVR-CNT < 50
025523         ADD 1 TO RB-OVR-CNT
025524         MOVE RB-OVR-PGM  TO RB-OVR-T-PGM(RB-OVR-CNT)
025525         MOVE RB-OVR-OPER TO RB-OVR-T-OPER(RB-OVR-CNT)
025526     END-IF.
025527 1510-EXIT.
025528     EXIT.
025530
025532 1600-OPEN-DRYLOG.
025534     OPEN OUTPUT DRYLOG.
025536     IF RB-DRY-STATUS NOT = '00'
025538         DISPLAY 'DRYLOG DATASET NOT USABLE, STATUS '
025540                 RB-DRY-STATUS
025542         MOVE 'Y' TO RB-EOF-SW
025544         MOVE 'Y' TO RB-HALT-SW
025546         MOVE 16 TO RB-FINAL-RC
025548         GO TO 1600-EXIT
025550     END-IF.
025552     MOVE SPACES TO RB-DRY-HEAD.
025554     IF RB-RESTART
025556         STRING '*** DRY RUN OF THE RUNBOOK DECK FOR ' RB-RUN-DATE
025558                ' - NOTHING CALLED - RESTART OVER PRIORLOG'
025560             DELIMITED BY SIZE INTO RB-DRY-HEAD
025562     ELSE
025564         STRING '*** DRY RUN OF THE RUNBOOK DECK FOR ' RB-RUN-DATE
025566                ' - NOTHING CALLED'
025568             DELIMITED BY SIZE INTO RB-DRY-HEAD
025570     END-IF.
025572     WRITE DRYLOG-LINE FROM RB-DRY-HEAD.
025574     DISPLAY 'DRY RUN FOR ' RB-RUN-DATE ' - RUNLOG NOT WRITTEN'.
025576 1600-EXIT.
025578     EXIT.
025579
025580 1700-DATE-SYMBOLS.
025581*    A DRY RUN FOR A NAMED DATE RESOLVES AGAINST THAT DATE;
025582*    OTHERWISE THE BATCH DATE IS BATCHDT'S, FAILING BACK TO
025583*    THE CLOCK AS ITS OTHER CALLERS DO.
025584     IF RB-DRY-RUN AND RB-RUN-DATE NOT = RB-TS-DATE
025585         MOVE RB-RUN-DATE TO RB-SYM-BATCHDT
025586     ELSE
025587         MOVE RB-TS-DATE TO BD-DATE
025588         CALL 'BATCHDT' USING BD-PARM
025589             ON EXCEPTION
025590                 MOVE RB-TS-DATE TO BD-DATE
025591         END-CALL
025592         MOVE BD-DATE TO RB-SYM-BATCHDT
025593     END-IF.
025594     MOVE RB-SYM-BATCHDT TO RB-PER-DATE.
025595     MOVE RB-SYM-BATCHDT(1:6) TO RB-SYM-PERIOD.
025596     IF RB-PER-MM = 1
025597         SUBTRACT 1 FROM RB-PER-YYYY
025598         MOVE 12 TO RB-PER-MM
025599     ELSE
025600         SUBTRACT 1 FROM RB-PER-MM
025601     END-IF.
025602     MOVE RB-PER-DATE(1:6) TO RB-SYM-PRVPER.
025603     PERFORM 1710-PREV-BUSINESS THRU 1710-EXIT.
025604     PERFORM 1720-NEXT-BUSINESS THRU 1720-EXIT.
025605     MOVE SPACES TO RB-SYS-HEAD.
025606     STRING '*** SYMBOLS &BATCHDT=' RB-SYM-BATCHDT
025607            ' &PREVBUS=' RB-SYM-PREVBUS
025608            ' &NEXTBUS=' RB-SYM-NEXTBUS
025609            ' &PERIOD=' RB-SYM-PERIOD
025610            ' &PRVPER=' RB-SYM-PRVPER
025611         DELIMITED BY SIZE INTO RB-SYS-HEAD.
025612     DISPLAY RB-SYS-HEAD(5:91).
025613     IF RB-CAL-MISSING
025614         DISPLAY 'CALENDAR NOT AVAILABLE - &PREVBUS AND &NEXTBUS '
025615                 'ARE THE CALENDAR DAYS EITHER SIDE'
025616     END-IF.
025617 1700-EXIT.
025618     EXIT.
025619
025620 1710-PREV-BUSINESS.
025621*    WALK BACK FROM THE DAY BEFORE UNTIL THE CALENDAR SAYS
025622*    BUSINESS DAY; A MISSING OR SILENT CALENDAR STOPS AT THE
025623*    PLAIN DAY BEFORE.
025624     COMPUTE RB-DATE-INT =
025625         FUNCTION INTEGER-OF-DATE(RB-SYM-BATCHDT) - 1.
025626     COMPUTE RB-WALK-DATE = FUNCTION DATE-OF-INTEGER(RB-DATE-INT).
025627     MOVE RB-WALK-DATE TO RB-SYM-PREVBUS.
025628     MOVE ZERO TO RB-WALK-CNT.
025629     PERFORM UNTIL RB-WALK-CNT >= 30
025630         MOVE RB-WALK-DATE TO CA-DATE
025631         CALL 'CALSVC' USING CA-PARM
025632         IF CA-STATUS NOT = 'G'
025633             MOVE 'N' TO RB-CAL-SW
025634             MOVE 30 TO RB-WALK-CNT
025635         ELSE
025636             IF CA-BUSINESS = 'Y'
025637                 MOVE RB-WALK-DATE TO RB-SYM-PREVBUS
025638                 MOVE 30 TO RB-WALK-CNT
025639             ELSE
025640                 ADD 1 TO RB-WALK-CNT
025641                 SUBTRACT 1 FROM RB-DATE-INT
025642                 COMPUTE RB-WALK-DATE =
025643                     FUNCTION DATE-OF-INTEGER(RB-DATE-INT)
025644             END-IF
025645         END-IF
025646     END-PERFORM.
025647 1710-EXIT.
025648     EXIT.
025649
025650 1720-NEXT-BUSINESS.
025651     COMPUTE RB-DATE-INT =
025652         FUNCTION INTEGER-OF-DATE(RB-SYM-BATCHDT) + 1.
025653     COMPUTE RB-WALK-DATE = FUNCTION DATE-OF-INTEGER(RB-DATE-INT).
025654     MOVE RB-WALK-DATE TO RB-SYM-NEXTBUS.
025655     MOVE ZERO TO RB-WALK-CNT.
025656     PERFORM UNTIL RB-WALK-CNT >= 30
025657         MOVE RB-WALK-DATE TO CA-DATE
025658         CALL 'CALSVC' USING CA-PARM
025659         IF CA-STATUS NOT = 'G'
025660             MOVE 'N' TO RB-CAL-SW
025661             MOVE 30 TO RB-WALK-CNT
025662         ELSE
025663             IF CA-BUSINESS = 'Y'
025664                 MOVE RB-WALK-DATE TO RB-SYM-NEXTBUS
025665                 MOVE 30 TO RB-WALK-CNT
025666             ELSE
025667                 ADD 1 TO RB-WALK-CNT
025668                 ADD 1 TO RB-DATE-INT
025669                 COMPUTE RB-WALK-DATE =
025670                     FUNCTION DATE-OF-INTEGER(RB-DATE-INT)
025671             END-IF
025672         END-IF
025673     END-PERFORM.
025674 1720-EXIT.
025675     EXIT.
025676
025677 2000-RUN-STEP.
025700     READ RUNBKIN INTO RB-STEP-CARD
025800         AT END
025900             MOVE 'Y' TO RB-EOF-SW
026300         GO TO 2000-EXIT
026400     END-IF.
026500     ADD 1 TO RB-STEP-CNT.
026510     MOVE SPACES TO RB-CAUSE.
026520     MOVE SPACES TO RL-CERT-OVR RL-CERT-OPER.
026530     MOVE SPACES TO RB-DRY-NOTE.
026600     IF RB-RESTART
026700         PERFORM 2400-CHECK-PRIOR THRU 2400-EXIT
026800         IF RB-PRI-HIT NOT = ZERO
027000                     RB-PRI-T-STATUS(RB-PRI-HIT)
027100                     ' ON THE PRIOR ATTEMPT'
027200             MOVE 'BYPASSED' TO RL-STATUS
027210             STRING 'PRIORLOG: ' RB-PRI-T-STATUS(RB-PRI-HIT)
027220                 DELIMITED BY SIZE INTO RB-DRY-NOTE
027230             ADD 1 TO RB-BYPASS-CNT
027300             MOVE ZERO TO RB-RC
027400             PERFORM 3000-LOG-STEP THRU 3000-EXIT
027500             GO TO 2000-EXIT
028000         DISPLAY 'STEP ' RB-STEP-NO ' SKIPPED - CONDITION '
028100                 RB-CONDITION ' NOT MET TODAY'
028200         MOVE 'SKIPPED' TO RL-STATUS
028210         ADD 1 TO RB-SKIP-CNT
028300         MOVE ZERO TO RB-RC
028400         PERFORM 3000-LOG-STEP THRU 3000-EXIT
028500         GO TO 2000-EXIT
028900         DISPLAY 'STEP ' RB-STEP-NO ' (' RB-PROGRAM
029000                 ') HELD BY OPERATOR'
029100         MOVE 'HELD' TO RL-STATUS
029110         MOVE 'RUNHOLDS ENTRY' TO RB-DRY-NOTE
029120         ADD 1 TO RB-HELD-CNT
029200         MOVE ZERO TO RB-RC
029300         PERFORM 3000-LOG-STEP THRU 3000-EXIT
029400         GO TO 2000-EXIT
029500     END-IF.
029509     PERFORM 2700-CHECK-DEPENDS THRU 2700-EXIT.
029518     IF RB-BLOCK-SW = 'Y'
029527         DISPLAY 'STEP ' RB-STEP-NO ' (' RB-PROGRAM
029536                 ') NOT RUN - STEP ' RB-CAUSE ' FAILED'
029545         MOVE 'NOTRUN' TO RL-STATUS
029546         MOVE SPACES TO RB-DRY-NOTE
029548         STRING 'STEP ' RB-CAUSE ' WOULD NOT RUN CLEAN'
029551             DELIMITED BY SIZE INTO RB-DRY-NOTE
029554         MOVE ZERO TO RB-RC
029563         ADD 1 TO RB-NOTRUN-CNT
029572         PERFORM 3000-LOG-STEP THRU 3000-EXIT
029581         GO TO 2000-EXIT
029590     END-IF.
029596     PERFORM 2800-CHECK-CERT THRU 2800-EXIT.
029602     IF RB-CERT-SW = 'Y'
029608         PERFORM 2810-CHECK-OVERRIDE THRU 2810-EXIT
029614     END-IF.
029620     IF RB-CERT-SW = 'Y'
029626         DISPLAY 'STEP ' RB-STEP-NO ' (' RB-PROGRAM
029632                 ') HELD - LATEST CERTIFICATION VERDICT '
029638                 RB-CERT-VERD
029644         MOVE 'HELD-CERT' TO RL-STATUS
029645         MOVE SPACES TO RB-DRY-NOTE
029646         STRING 'CERTREG LATEST VERDICT ' RB-CERT-VERD
029648             DELIMITED BY SIZE INTO RB-DRY-NOTE
029650         MOVE ZERO TO RB-RC
029656         ADD 1 TO RB-CERT-HELD-CNT
029662         PERFORM 3000-LOG-STEP THRU 3000-EXIT
029668         GO TO 2000-EXIT
029674     END-IF.
029675     IF RB-DRY-RUN
029676         PERFORM 2900-DRY-CALL THRU 2900-EXIT
029677         GO TO 2000-EXIT
029678     END-IF.
029681     PERFORM 2950-RESOLVE-DECK THRU 2950-EXIT.
029684     IF RB-DECK-RESOLVED
029687         PERFORM 2960-RUN-ON-DECK THRU 2960-EXIT
029690     ELSE
029693         DISPLAY 'STEP ' RB-STEP-NO ' CALLING ' RB-PROGRAM
029700                 ' INPUT ' RB-INPUT
029800         MOVE ZERO TO RETURN-CODE
029900         CALL RB-PROGRAM
030000             ON EXCEPTION
030100                 MOVE 'NOLOAD' TO RL-STATUS
030300             NOT ON EXCEPTION
030400                 MOVE RETURN-CODE TO RB-RC
030500                 IF RB-RC = ZERO
030600                     MOVE 'NORMAL' TO RL-STATUS
030700                     CANCEL RB-PROGRAM
030800                 ELSE
030900                     MOVE 'ERROR' TO RL-STATUS
031100                 END-IF
031200         END-CALL
031205     END-IF.
031210     IF RL-STATUS NOT = 'NORMAL'
031220         MOVE RB-STEP-NO TO RB-CAUSE
031230         ADD 1 TO RB-FAIL-CNT
031240         IF RB-FIRST-FAIL = SPACES
031250             MOVE RB-STEP-NO TO RB-FIRST-FAIL
031260         END-IF
031270         DISPLAY 'STEP ' RB-STEP-NO ' FAILED - ITS '
031280                 'DOWNSTREAM STEPS WILL NOT RUN'
031700         MOVE 8 TO RB-FINAL-RC
031800     END-IF.
031810     PERFORM 3000-LOG-STEP THRU 3000-EXIT.
031900 2000-EXIT.
032000     EXIT.
032100
034300        AND RB-CONDITION NOT = 'PEREND'
034400         GO TO 2500-EXIT
034500     END-IF.
034600     MOVE RB-RUN-DATE TO CA-DATE.
034700     CALL 'CALSVC' USING CA-PARM.
034710     IF CA-STATUS NOT = 'G'
034720         STRING 'CALSVC STATUS ' CA-STATUS ' - ' RB-CONDITION
034730                ' FAILS OPEN'
034740             DELIMITED BY SIZE INTO RB-DRY-NOTE
034750     END-IF.
034800     IF CA-STATUS = 'G'
034900         IF RB-CONDITION = 'BUSDAY'
035000            AND CA-BUSINESS NOT = 'Y'
035500             MOVE 'Y' TO RB-SKIP-SW
035600         END-IF
035700     END-IF.
035710     IF CA-STATUS = 'G'
035720         STRING 'CALSVC ' RB-RUN-DATE ' BUSINESS DAY '
035730                CA-BUSINESS ' PERIOD END ' CA-PERIOD-END
035740             DELIMITED BY SIZE INTO RB-DRY-NOTE
035750     END-IF.
035800 2500-EXIT.
035900     EXIT.
036000
037300 2600-EXIT.
037400     EXIT.
037500
037502 2700-CHECK-DEPENDS.
037504*    A STEP IS BLOCKED WHEN A PREDECESSOR FAILED OR WAS ITSELF
037506*    BLOCKED THIS RUN; THE ROOT FAILURE TRAVELS DOWN THE CHAIN
037508*    SO RUNLOG ALWAYS NAMES THE STEP TO FIX AND RERUN.
037510     MOVE 'N' TO RB-BLOCK-SW.
037512     MOVE SPACES TO RB-CAUSE.
037514     IF RB-DEPENDS = 'NONE'
037516         GO TO 2700-EXIT
037518     END-IF.
037520     IF RB-DEPENDS = SPACES
037522         IF RB-FIRST-FAIL NOT = SPACES
037524             MOVE 'Y' TO RB-BLOCK-SW
037526             MOVE RB-FIRST-FAIL TO RB-CAUSE
037528         END-IF
037530         GO TO 2700-EXIT
037532     END-IF.
037534     PERFORM VARYING RB-DEP-IX FROM 1 BY 1
037536         UNTIL RB-DEP-IX > 3 OR RB-BLOCK-SW = 'Y'
037538         IF RB-DEP-STEP(RB-DEP-IX) NOT = SPACES
037540             PERFORM 2710-ONE-DEPEND THRU 2710-EXIT
037542         END-IF
037544     END-PERFORM.
037546 2700-EXIT.
037548     EXIT.
037550
037552 2710-ONE-DEPEND.
037554*    A PREDECESSOR NOT SEEN YET THIS RUN IS A DECK ERROR (A
037556*    FORWARD REFERENCE OR A MISTYPED NUMBER) - REPORTED, AND
037558*    IT DOES NOT BLOCK THE STEP.
037560     PERFORM VARYING RB-OUT-IX FROM RB-OUT-CNT BY -1
037562         UNTIL RB-OUT-IX < 1
037564            OR RB-OUT-STEP(RB-OUT-IX) = RB-DEP-STEP(RB-DEP-IX)
037566         CONTINUE
037568     END-PERFORM.
037570     IF RB-OUT-IX < 1
037572         DISPLAY 'STEP ' RB-STEP-NO ' NAMES PREDECESSOR '
037574                 RB-DEP-STEP(RB-DEP-IX)
037576                 ' NOT SEEN EARLIER IN THE DECK - IGNORED'
037578         GO TO 2710-EXIT
037580     END-IF.
037582     IF RB-OUT-STATUS(RB-OUT-IX) = 'ERROR'
037584        OR RB-OUT-STATUS(RB-OUT-IX) = 'NOLOAD'
037586        OR RB-OUT-STATUS(RB-OUT-IX) = 'NOTRUN'
037588         MOVE 'Y' TO RB-BLOCK-SW
037590         MOVE RB-OUT-CAUSE(RB-OUT-IX) TO RB-CAUSE
037592     END-IF.
037594 2710-EXIT.
037596     EXIT.
037598
037600 2800-CHECK-CERT.
037602*    DIVERGED HOLDS ANY PROGRAM; A PROGRAM ON THE REQUIRED LIST
037604*    IS HELD UNLESS ITS LATEST VERDICT IS AGREE (A FAILED
037606*    COMPARE CERTIFIES NOTHING).
037608     MOVE 'N' TO RB-CERT-SW.
037610     MOVE 'NONE' TO RB-CERT-VERD.
037612     PERFORM VARYING RB-CRT-IX FROM 1 BY 1
037614         UNTIL RB-CRT-IX > RB-CRT-CNT
037616         IF RB-CRT-T-PGM(RB-CRT-IX) = RB-PROGRAM
037618             MOVE RB-CRT-T-VERD(RB-CRT-IX) TO RB-CERT-VERD
037620         END-IF
037622     END-PERFORM.
037624     IF RB-CERT-VERD = 'DIVERGED'
037626         MOVE 'Y' TO RB-CERT-SW
037628         GO TO 2800-EXIT
037630     END-IF.
037632     IF RB-CERT-VERD = 'AGREE'
037634         GO TO 2800-EXIT
037636     END-IF.
037638     PERFORM VARYING RB-REQ-IX FROM 1 BY 1
037640         UNTIL RB-REQ-IX > RB-REQ-CNT
037642         IF RB-REQ-ENTRY(RB-REQ-IX) = RB-PROGRAM
037644             MOVE 'Y' TO RB-CERT-SW
037646         END-IF
037648     END-PERFORM.
037650 2800-EXIT.
037652     EXIT.
037654
037656 2810-CHECK-OVERRIDE.
037658     PERFORM VARYING RB-OVR-IX FROM 1 BY 1
037660         UNTIL RB-OVR-IX > RB-OVR-CNT OR RB-CERT-SW = 'N'
037662         IF RB-OVR-T-PGM(RB-OVR-IX) = RB-PROGRAM
037664             MOVE 'N' TO RB-CERT-SW
037666             MOVE 'CERTOVRD' TO RL-CERT-OVR
037668             MOVE RB-OVR-T-OPER(RB-OVR-IX) TO RL-CERT-OPER
037670             ADD 1 TO RB-CERT-OVR-CNT
037672             DISPLAY 'STEP ' RB-STEP-NO ' (' RB-PROGRAM
037674                     ') CERTIFICATION ' RB-CERT-VERD
037676                     ' OVERRIDDEN BY ' RL-CERT-OPER
037677             MOVE SPACES TO RB-DRY-NOTE
037678             STRING 'CERTOVRD BY ' RL-CERT-OPER ' OVER '
037679                    RB-CERT-VERD
037680                 DELIMITED BY SIZE INTO RB-DRY-NOTE
037681         END-IF
037682     END-PERFORM.
037683 2810-EXIT.
037684     EXIT.
037688
037692 2900-DRY-CALL.
037696*    THE PROGRAM IS RESOLVED IN THE LOAD LIBRARY BUT NOT
037700*    ENTERED.  ONE THAT WOULD NOT LOAD FAILS HERE JUST AS IT
037704*    WOULD TONIGHT, SO ITS DOWNSTREAM STEPS SHOW NOTRUN.
037708     SET RB-PGM-PTR TO ENTRY RB-PROGRAM.
037712     MOVE ZERO TO RB-RC.
037716     IF RB-PGM-PTR = NULL
037720         MOVE 'NOLOAD' TO RL-STATUS
037728         MOVE 'PROGRAM NOT IN THE LOAD LIBRARY' TO RB-DRY-NOTE
037730         DISPLAY 'STEP ' RB-STEP-NO ' (' RB-PROGRAM
037732                 ') WOULD NOT LOAD'
037736         MOVE RB-STEP-NO TO RB-CAUSE
037740         ADD 1 TO RB-FAIL-CNT
037744         IF RB-FIRST-FAIL = SPACES
037748             MOVE RB-STEP-NO TO RB-FIRST-FAIL
037752         END-IF
037756     ELSE
037760         MOVE 'WOULD-RUN' TO RL-STATUS
037764         ADD 1 TO RB-WOULD-CNT
037768     END-IF.
037772     PERFORM 3000-LOG-STEP THRU 3000-EXIT.
037776 2900-EXIT.
037780     EXIT.
037781
037782 2950-RESOLVE-DECK.
037783*    THE DECK IS RESOLVED ONTO RUNDECK; ONLY IF IT CARRIED A
037784*    SYMBOL IS THE STEP RUN FROM THAT COPY AND THE COPY LOGGED.
037785*    NO DECK, OR A DECK THAT CANNOT BE OPENED, LEAVES THE STEP
037786*    TO RUN AS IT ALWAYS HAS.
037787     MOVE 'N' TO RB-DECK-SW.
037788     MOVE ZERO TO RB-SYM-CNT.
037789     MOVE SPACES TO RB-DECK-DSN.
037790     UNSTRING RB-INPUT DELIMITED BY ALL SPACE INTO RB-DECK-DSN.
037791     IF RB-DECK-DSN = SPACES OR RB-DECK-DSN = 'NONE'
037792         GO TO 2950-EXIT
037793     END-IF.
037794     OPEN INPUT STEPDECK.
037795     IF RB-DCK-STATUS NOT = '00'
037796         GO TO 2950-EXIT
037797     END-IF.
037798     OPEN OUTPUT RUNDECK.
037799     IF RB-RDK-STATUS NOT = '00'
037800         DISPLAY 'RUNDECK DATASET NOT USABLE, STATUS '
037801                 RB-RDK-STATUS ' - STEP ' RB-STEP-NO
037802                 ' DECK NOT RESOLVED'
037803         CLOSE STEPDECK
037804         GO TO 2950-EXIT
037805     END-IF.
037806     MOVE 'N' TO RB-DCK-EOF-SW.
037807     PERFORM UNTIL RB-DCK-EOF
037808         READ STEPDECK INTO RB-DECK-CARD
037809             AT END
037810                 MOVE 'Y' TO RB-DCK-EOF-SW
037811             NOT AT END
037812                 PERFORM 2955-RESOLVE-CARD THRU 2955-EXIT
037813                 WRITE RUNDECK-LINE FROM RB-RES-CARD
037814         END-READ
037815     END-PERFORM.
037816     CLOSE STEPDECK.
037817     CLOSE RUNDECK.
037818     IF RB-SYM-CNT = ZERO
037819         GO TO 2950-EXIT
037820     END-IF.
037821     MOVE 'Y' TO RB-DECK-SW.
037822     ADD 1 TO RB-DECK-CNT.
037823     OPEN INPUT RUNDECK.
037824     MOVE RB-STEP-NO TO RS-STEP-NO.
037825     MOVE RB-PROGRAM TO RS-PROGRAM.
037826     MOVE 'N' TO RB-DCK-EOF-SW.
037827     PERFORM UNTIL RB-DCK-EOF
037828         READ RUNDECK INTO RS-CARD
037829             AT END
037830                 MOVE 'Y' TO RB-DCK-EOF-SW
037831             NOT AT END
037832                 WRITE RUNSYSIN-LINE FROM RB-SYS-REC
037833         END-READ
037834     END-PERFORM.
037835     CLOSE RUNDECK.
037836 2950-EXIT.
037837     EXIT.
037838
037839 2955-RESOLVE-CARD.
037840*    EVERY VALUE IS NO LONGER THAN ITS SYMBOL, SO THE RESOLVED
037841*    CARD ALWAYS FITS
037842     MOVE SPACES TO RB-RES-CARD.
037843     MOVE 1 TO RB-OP.
037844     PERFORM VARYING RB-CP FROM 1 BY 1 UNTIL RB-CP > 80
037845         EVALUATE TRUE
037846             WHEN RB-DECK-CARD(RB-CP:1) NOT = '&'
037847                 MOVE RB-DECK-CARD(RB-CP:1)
037848                     TO RB-RES-CARD(RB-OP:1)
037849                 ADD 1 TO RB-OP
037850             WHEN RB-CP < 74
037851              AND RB-DECK-CARD(RB-CP:8) = '&BATCHDT'
037852                 MOVE RB-SYM-BATCHDT TO RB-RES-CARD(RB-OP:8)
037853                 ADD 8 TO RB-OP
037854                 ADD 7 TO RB-CP
037855                 ADD 1 TO RB-SYM-CNT
037856             WHEN RB-CP < 74
037857              AND RB-DECK-CARD(RB-CP:8) = '&PREVBUS'
037858                 MOVE RB-SYM-PREVBUS TO RB-RES-CARD(RB-OP:8)
037859                 ADD 8 TO RB-OP
037860                 ADD 7 TO RB-CP
037861                 ADD 1 TO RB-SYM-CNT
037862             WHEN RB-CP < 74
037863              AND RB-DECK-CARD(RB-CP:8) = '&NEXTBUS'
037864                 MOVE RB-SYM-NEXTBUS TO RB-RES-CARD(RB-OP:8)
037865                 ADD 8 TO RB-OP
037866                 ADD 7 TO RB-CP
037867                 ADD 1 TO RB-SYM-CNT
037868             WHEN RB-CP < 75
037869              AND RB-DECK-CARD(RB-CP:7) = '&PERIOD'
037870                 MOVE RB-SYM-PERIOD TO RB-RES-CARD(RB-OP:6)
037871                 ADD 6 TO RB-OP
037872                 ADD 6 TO RB-CP
037873                 ADD 1 TO RB-SYM-CNT
037874             WHEN RB-CP < 75
037875              AND RB-DECK-CARD(RB-CP:7) = '&PRVPER'
037876                 MOVE RB-SYM-PRVPER TO RB-RES-CARD(RB-OP:6)
037877                 ADD 6 TO RB-OP
037878                 ADD 6 TO RB-CP
037879                 ADD 1 TO RB-SYM-CNT
037880             WHEN OTHER
037881                 MOVE '&' TO RB-RES-CARD(RB-OP:1)
037882                 ADD 1 TO RB-OP
037883         END-EVALUATE
037884     END-PERFORM.
037885 2955-EXIT.
037886     EXIT.
037887
037888 2960-RUN-ON-DECK.
037889*    THE SHELL FEEDS THE RESOLVED DECK TO THE INSTALLED LOAD
037890*    MODULE AND HANDS BACK ITS WAIT STATUS - THE EXIT CODE
037891*    TIMES 256, ANYTHING ELSE BEING A KILLED PROCESS.
037892     DISPLAY 'STEP ' RB-STEP-NO ' RUNNING ' RB-PROGRAM
037893             ' ON RESOLVED DECK ' RB-DECK-DSN.
037894     MOVE SPACES TO RB-COMMAND.
037895     STRING RB-PROGRAM DELIMITED BY SPACE
037896            ' <RUNDECK' DELIMITED BY SIZE
037897         INTO RB-COMMAND.
037898     CALL 'SYSTEM' USING RB-COMMAND
037899         RETURNING RB-SYS-RC.
037900     DIVIDE RB-SYS-RC BY 256 GIVING RB-RC
037901         REMAINDER RB-SYS-REM.
037902     EVALUATE TRUE
037903         WHEN RB-SYS-REM NOT = ZERO
037904             MOVE RB-SYS-REM TO RB-RC
037905             MOVE 'ERROR' TO RL-STATUS
037906         WHEN RB-RC = 127
037907             MOVE ZERO TO RB-RC
037908             MOVE 'NOLOAD' TO RL-STATUS
037909         WHEN RB-RC = ZERO
037910             MOVE 'NORMAL' TO RL-STATUS
037911         WHEN OTHER
037912             MOVE 'ERROR' TO RL-STATUS
037913     END-EVALUATE.
037914 2960-EXIT.
037915     EXIT.
037916
037917 3000-LOG-STEP.
037918     MOVE RB-STEP-NO  TO RL-STEP-NO.
037919     MOVE RB-PROGRAM  TO RL-PROGRAM.
037920     MOVE RB-CAUSE    TO RL-CAUSE.
037921     IF RB-RC < ZERO
038000         MOVE ZERO TO RL-RC
038100     ELSE
038200         MOVE RB-RC TO RL-RC
038300     END-IF.
038310     IF RB-DRY-RUN
038320         PERFORM 3100-DRY-LINE THRU 3100-EXIT
038330     ELSE
038340         WRITE RUNLOG-LINE FROM RB-LOG-REC
038350     END-IF.
038410     IF RB-OUT-CNT < 200
038420         ADD 1 TO RB-OUT-CNT
038430         MOVE RB-STEP-NO TO RB-OUT-STEP(RB-OUT-CNT)
038440         MOVE RL-STATUS  TO RB-OUT-STATUS(RB-OUT-CNT)
038450         MOVE RB-CAUSE   TO RB-OUT-CAUSE(RB-OUT-CNT)
038460     END-IF.
038500 3000-EXIT.
038600     EXIT.
038603
038606 3100-DRY-LINE.
038609     MOVE RB-STEP-NO  TO DR-STEP-NO.
038612     MOVE RB-PROGRAM  TO DR-PROGRAM.
038615     MOVE RL-STATUS   TO DR-STATUS.
038618     MOVE RB-INPUT    TO DR-INPUT.
038621     MOVE RB-DRY-NOTE TO DR-NOTE.
038624     MOVE SPACES TO RB-DRY-DSN.
038627     UNSTRING RB-INPUT DELIMITED BY ALL SPACE INTO RB-DRY-DSN.
038630     IF RB-DRY-DSN = SPACES OR RB-DRY-DSN = 'NONE'
038633         MOVE 'N/A' TO DR-IN-STATE
038636     ELSE
038639         OPEN INPUT DRYIN
038642         IF RB-DIN-STATUS = '00'
038645             MOVE 'PRESENT' TO DR-IN-STATE
038648             CLOSE DRYIN
038651         ELSE
038654             MOVE 'MISSING' TO DR-IN-STATE
038657             IF RL-STATUS = 'WOULD-RUN'
038660                 ADD 1 TO RB-NOIN-CNT
038663             END-IF
038666         END-IF
038669     END-IF.
038672     WRITE DRYLOG-LINE FROM RB-DRY-REC.
038675 3100-EXIT.
038678     EXIT.
038700
038800 8000-WRAP-UP.
038810     IF RB-DRY-RUN
038820         PERFORM 8100-DRY-WRAP-UP THRU 8100-EXIT
038830         GO TO 8000-EXIT
038840     END-IF.
038900     IF RB-IN-STATUS = '00' OR RB-IN-STATUS = '10'
039000         CLOSE RUNBKIN
039100         CLOSE RUNLOG
039110         IF RB-SYS-STATUS = '00'
039120             CLOSE RUNSYSIN
039130         END-IF
039200     END-IF.
039210     IF RB-DECK-CNT > ZERO
039220         DISPLAY RB-DECK-CNT ' STEP DECK(S) RUN WITH DATE '
039230                 'SYMBOLS RESOLVED - SEE RUNSYSIN'
039240     END-IF.
039250     IF RB-IN-STATUS = '00' OR RB-IN-STATUS = '10'
039260         PERFORM 8200-RECORD-LINEAGE THRU 8200-EXIT
039270     END-IF.
039300     MOVE 'RUNBOOK'      TO JL-PROGRAM.
039400     MOVE RB-TS-DATE     TO JL-START-DATE.
039500     MOVE RB-TS-HHMMSS   TO JL-START-TIME.
039600     MOVE RB-STEP-CNT    TO JL-RECS-IN JL-RECS-OUT.
039610     IF RB-FAIL-CNT > ZERO
039620         DISPLAY RB-FAIL-CNT ' STEP(S) FAILED, '
039630                 RB-NOTRUN-CNT ' DOWNSTREAM STEP(S) NOT RUN'
039640     END-IF.
039650     IF RB-CERT-HELD-CNT > ZERO
039660         DISPLAY RB-CERT-HELD-CNT ' STEP(S) HELD-CERT - '
039670                 'UNCERTIFIED OR DIVERGED PROGRAM'
039680         IF RB-FINAL-RC < 4
039690             MOVE 4 TO RB-FINAL-RC
039700         END-IF
039710     END-IF.
039720     IF RB-CERT-OVR-CNT > ZERO
039730         DISPLAY RB-CERT-OVR-CNT ' STEP(S) RUN UNDER A '
039740                 'CERTIFICATION OVERRIDE'
039750     END-IF.
039760     IF RB-HALTED OR RB-FAIL-CNT > ZERO
039800         MOVE 'ERROR'    TO JL-STATUS
039900     ELSE
040000         MOVE 'NORMAL'   TO JL-STATUS
040700     END-IF.
040800 8000-EXIT.
040900     EXIT.
040903
040906 8100-DRY-WRAP-UP.
040909*    A FORECAST IS NOT A RUN - NO JOBLOG COMPLETION IS RECORDED
040912     IF RB-IN-STATUS = '00' OR RB-IN-STATUS = '10'
040915         CLOSE RUNBKIN
040918     END-IF.
040921     IF RB-DRY-STATUS = '00'
040924         CLOSE DRYLOG
040927     END-IF.
040930     IF RB-HALTED
040933         MOVE RB-FINAL-RC TO RETURN-CODE
040936         GO TO 8100-EXIT
040939     END-IF.
040942     DISPLAY 'DRY RUN ' RB-RUN-DATE ': ' RB-WOULD-CNT
040945             ' WOULD RUN, ' RB-SKIP-CNT ' SKIPPED, ' RB-HELD-CNT
040948             ' HELD, ' RB-BYPASS-CNT ' BYPASSED'.
040951     DISPLAY 'DRY RUN ' RB-RUN-DATE ': ' RB-FAIL-CNT
040954             ' NOT LOADABLE, ' RB-NOTRUN-CNT ' NOTRUN, '
040957             RB-CERT-HELD-CNT ' HELD-CERT, ' RB-NOIN-CNT
040960             ' TO RUN WITHOUT THEIR INPUT'.
040963     IF RB-FAIL-CNT > ZERO OR RB-NOIN-CNT > ZERO
040966         MOVE 4 TO RETURN-CODE
040969     END-IF.
040972 8100-EXIT.
040975     EXIT.
040978
040981 8200-RECORD-LINEAGE.
040984*    THE STEP DECKS THEMSELVES ARE ON RUNSYSIN, LINE FOR LINE.
040987     MOVE 'RUNBOOK'      TO LN-PROGRAM.
040990     MOVE RB-TS-HHMMSS   TO LN-START-TIME.
040993     MOVE 'RUNBOOK'      TO LN-DSN(1).
040996     MOVE 'R'            TO LN-MODE(1).
040999     MOVE 'RUNMODE'      TO LN-DSN(2).
041002     MOVE 'R'            TO LN-MODE(2).
041005     MOVE 'RUNHOLDS'     TO LN-DSN(3).
041008     MOVE 'R'            TO LN-MODE(3).
041011     MOVE 'CERTREG'      TO LN-DSN(4).
041014     MOVE 'R'            TO LN-MODE(4).
041017     MOVE 'CERTREQD'     TO LN-DSN(5).
041020     MOVE 'R'            TO LN-MODE(5).
041023     MOVE 'CERTOVRD'     TO LN-DSN(6).
041026     MOVE 'R'            TO LN-MODE(6).
041029     MOVE 'RUNLOG'       TO LN-DSN(7).
041032     MOVE 'W'            TO LN-MODE(7).
041035     MOVE 'RUNSYSIN'     TO LN-DSN(8).
041038     MOVE 'W'            TO LN-MODE(8).
041041     MOVE 8              TO LN-CNT.
041044     IF RB-RESTART
041047         ADD 1 TO LN-CNT
041050         MOVE 'PRIORLOG'     TO LN-DSN(LN-CNT)
041053         MOVE 'R'            TO LN-MODE(LN-CNT)
041056     END-IF.
041059     IF RB-DECK-CNT > ZERO
041062         ADD 1 TO LN-CNT
041065         MOVE 'RUNDECK'      TO LN-DSN(LN-CNT)
041068         MOVE 'W'            TO LN-MODE(LN-CNT)
041071     END-IF.
041074     CALL 'LINEAGE' USING LN-PARM.
041077 8200-EXIT.
041080     EXIT.
041083
041100 9999-EXIT.
041200     STOP RUN.
