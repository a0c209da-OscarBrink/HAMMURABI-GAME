      *              economy the classic core leaves out. Mode 0
      *              (or an old deck with no mode column) still
      *              runs the classic core untouched.
      *   2026-09-25 OB A policy search mode: with OPTPARM.DAT on
      *              file the driver takes a range and step for the
      *              ration, the planting fraction and the land
      *              rule, runs trials at every point of that grid,
      *              narrows in round by round on the best region,
      *              ranks what it found by mean and by worst-decile
      *              final population, and writes the winners as
      *              ready-to-use POLICY.DAT lines to OPTPOLCY.DAT.
      *              Without OPTPARM.DAT the deck runs as before.
      *   2026-09-28 OB A reign benchmark: with BENCHPRM.DAT on
      *              file the driver reads a journaled reign's
      *              starting record, replays its seed and starting
      *              province under every policy in the deck on the
      *              full rules, with the reign's own land prices,
      *              harvest yields and plagues scripted in from the
      *              year history and the ledger, and reports the
      *              governor's year-by-year population and wheat and
      *              final score against each policy's, with the
      *              verdict against the standard FEED-AND-PLANT.
      *              ARCHPARM.DAT names an archived reign to replay.
      *   2026-10-09 OB A rules-change study: with STUDYPRM.DAT on
      *              file the driver runs every policy in the deck
      *              on the full rules twice, under the rule set in
      *              force and under a proposed one, from the same
      *              seed, and reports the shift in survival and
      *              impeachment rates, final population and the
      *              acres-a-head score band by band. A policy whose
      *              survival falls past the alarm ends the run 4.
      *   2026-10-13 OB The benchmark's YH-RECORD mirror grows to 148
      *              bytes with the age cohorts; the simulation keeps
      *              its own head-count model.
      *   2026-10-15 OB YEARHIST.DAT grows to 157 bytes with each year's
      *              poll-tax rate and yield, and a rule set carries the
      *              poll-tax tolerance.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MONTE-CARLO-SIM.
               SELECT DETAIL-SCRATCH-FILE ASSIGN TO "MCDETL2.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCRATCH-FILE-STATUS.
      *        The policy search's keyword deck, and the winning
      *        policies it writes back in POLICY.DAT's own layout.
               SELECT SEARCH-PARM-FILE ASSIGN TO "OPTPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEARCH-PARM-STATUS.
               SELECT SEARCH-POLICY-FILE ASSIGN TO "OPTPOLCY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEARCH-POLICY-STATUS.
      *        The reign benchmark's keyword deck, and the reign it
      *        replays: the journal's starting record, the year
      *        history and the wheat ledger for the luck, and the
      *        reign report for the verdict. The live files unless
      *        ARCHPARM.DAT names an archived reign.
               SELECT BENCH-PARM-FILE ASSIGN TO "BENCHPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BENCH-FILE-STATUS.
               SELECT BENCH-JOURNAL-FILE
                   ASSIGN TO DYNAMIC WS-BM-JOURNAL-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BENCH-FILE-STATUS.
               SELECT BENCH-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-BM-HISTORY-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BENCH-FILE-STATUS.
               SELECT BENCH-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-BM-LEDGER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BENCH-FILE-STATUS.
               SELECT BENCH-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-BM-REPORT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BENCH-FILE-STATUS.
      *        The rules-change study's keyword deck, and the two
      *        rule sets it sets against each other, read in turn.
               SELECT STUDY-PARM-FILE ASSIGN TO "STUDYPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STUDY-FILE-STATUS.
               SELECT STUDY-RULES-FILE
                   ASSIGN TO DYNAMIC WS-ST-RULES-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STUDY-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               01 SE-RECORD.
                   05 SE-SEED PIC 9(8).

      *        KEY=VALUE lines; a blank line or one starting with *
      *        is a comment. A range is keyed low,high,step.
               FD SEARCH-PARM-FILE.
               01 SP-RECORD PIC X(80).

      *        Mirrors PO-RECORD column for column, so a line can be
      *        copied straight into the policy deck.
               FD SEARCH-POLICY-FILE.
               01 SO-RECORD.
                   05 SO-NAME PIC X(16).
                   05 SO-RATION PIC 99.
                   05 SO-PLANT-PCT PIC 999.
                   05 SO-BUY-RULE PIC 9.
                   05 SO-TRIALS PIC 9(6).
                   05 SO-YEARS PIC 99.
                   05 SO-DIFFICULTY PIC 9.
                   05 SO-MODE PIC 9.
                   05 SO-GRANARY-TARGET PIC 9.
                   05 SO-GUARD-SPEND PIC 9(5).

      *        KEY=VALUE lines, as OPTPARM.DAT.
               FD BENCH-PARM-FILE.
               01 BP-RECORD PIC X(80).

      *        Mirrors MAIN's JOURNAL-FILE record; only the starting
      *        record is read.
               FD BENCH-JOURNAL-FILE.
               01 JR-RECORD.
                   05 JR-TYPE PIC X(2).
                   05 JR-START-BODY.
                       10 JR-SEED PIC 9(8).
                       10 JR-GOVERNOR PIC X(20).
                       10 JR-DIFFICULTY PIC 9.
                       10 JR-PROVINCES PIC 9.
                       10 JR-WHEAT PIC 9(7).
                       10 JR-ACRES PIC 9(7).
                       10 JR-POP PIC 9(4).
                       10 JR-YEARS PIC 99.
                       10 JR-SCENARIO PIC X(20).
                       10 JR-VICTORY-TYPE PIC 9.
                       10 JR-VICTORY-TARGET PIC 9(5).
                       10 FILLER PIC X(4).

      *        Mirrors MAIN's YEAR-HISTORY-FILE record exactly.
               FD BENCH-HISTORY-FILE.
               01 YH-RECORD.
                   05 YH-GOVERNOR-NAME PIC X(20).
                   05 YH-YEAR PIC 9(2).
                   05 YH-PROVINCE PIC 9.
                   05 YH-OPENING-WHEAT PIC 9(7).
                   05 YH-CLOSING-WHEAT PIC 9(7).
                   05 YH-ACRES PIC 9(7).
                   05 YH-POPULATION PIC 9(4).
                   05 YH-PRICE PIC 99.
                   05 YH-PLAGUE-PCT PIC 99.
                   05 YH-RATS-LOSS PIC 9(7).
                   05 YH-XFER-WHEAT-NET PIC S9(7)
                       SIGN LEADING SEPARATE.
                   05 YH-XFER-POP-NET PIC S9(4)
                       SIGN LEADING SEPARATE.
                   05 YH-SPOILAGE-LOSS PIC 9(7).
                   05 YH-TRIBUTE-DUE PIC 9(7).
                   05 YH-TRIBUTE-PAID PIC 9(7).
                   05 YH-RAID-WHEAT-LOSS PIC 9(7).
                   05 YH-RAID-ACRES-LOSS PIC 9(7).
                   05 YH-GUARD-SPEND PIC 9(7).
                   05 YH-EVENT-NOTE PIC X(20).
                   05 YH-UNREST PIC 99.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors MAIN's LEDGER-FILE record.
               FD BENCH-LEDGER-FILE.
               01 LG-RECORD.
                   05 LG-GOVERNOR PIC X(20).
                   05 LG-YEAR PIC 99.
                   05 LG-PROVINCE PIC 9.
                   05 LG-CODE PIC X(8).
                   05 LG-SIDE PIC X(2).
                   05 LG-AMOUNT PIC 9(7).

               FD BENCH-REPORT-FILE.
               01 RR-LINE PIC X(110).

      *        KEY=VALUE lines, as OPTPARM.DAT.
               FD STUDY-PARM-FILE.
               01 TP-RECORD PIC X(80).

      *        Mirrors MAIN's RULES-FILE record.
               FD STUDY-RULES-FILE.
               01 RU-RECORD.
                   05 RU-FEED-PER-HEAD PIC 9(3).
                   05 RU-SEED-DIVISOR PIC 9.
                   05 RU-GRANARY-COST PIC 9(5).
                   05 RU-QUARANTINE-COST PIC 9(5).
                   05 RU-LOAN-LIMIT PIC 9(5).
                   05 RU-LOAN-TERM PIC 9.
                   05 RU-TRIB-ACRE-DIV PIC 9(3).
                   05 RU-TRIB-POP-DIV PIC 9(3).
                   05 RU-PRICE-BASE PIC 99.
                   05 RU-PRICE-SPAN PIC 99.
                   05 RU-POLL-TAX-TOL PIC 99.

           WORKING-STORAGE SECTION.
               01 WS-POLICY-FILE-STATUS PIC X(02).
               01 WS-POLICY-EOF-CHECK PIC A.
               01 WS-CUR-MODE PIC 9.
               01 WS-CUR-GRANARY-TARGET PIC 9.
               01 WS-CUR-GUARD-SPEND PIC 9(5).
               01 WS-CUR-DIFF PIC 9.

      *        The full-rules trial state: the same economy the live
      *        game runs, reset per reign. The granary-upgrade cost
               01 WS-SIM-RATS-CHANCE PIC V99 VALUE .90.
      *        CALCULATE-HARVEST now takes its seed rate from the
      *        caller; the laboratory runs the standard two acres
      *        the bushel. The seed rate and the rest of the rule
      *        set below hold RULES.DAT's standard values; only the
      *        rules-change study loads other figures into them.
               01 WS-SIM-SEED-DIVISOR PIC 9 VALUE 2.
               01 WS-SIM-FEED-PER-HEAD PIC 9(3) VALUE 20.
               01 WS-SIM-PRICE-BASE PIC 99 VALUE 17.
               01 WS-SIM-PRICE-SPAN PIC 99 VALUE 9.
               01 WS-SIMF-TRIB-ACRE-DIV PIC 9(3) VALUE 20.
               01 WS-SIMF-TRIB-POP-DIV PIC 9(3) VALUE 2.

               01 WS-SIM-ACRES PIC 9(7).
               01 WS-SIM-ACRES-BUY-AMOUNT PIC S9(7) VALUE 0.
               01 WS-RNG-RATS-EATEN-HIGH COMP-2.
               01 WS-FORMAT-RNG-RATS-EATEN PIC Z(6)9.99.

      *        The policy search. OPTPARM.DAT keys: RATION= and
      *        PLANT= (low,high,step -- a single figure holds the
      *        knob fixed), LAND= (low,high rule, default 0,2),
      *        TRIALS= per grid point (default 200), YEARS=,
      *        DIFFICULTY=, MODE=, GRANARY=, GUARD= (as the policy
      *        deck's columns), ROUNDS= of narrowing (default 3),
      *        KEEP= winners to write (default 5), RANK= MEAN or
      *        DECILE (default DECILE -- a policy is taught on how
      *        it fails, not how it averages), and APPEND=Y to add
      *        the winners to POLICY.DAT as well.
               01 WS-SEARCH-PARM-STATUS PIC X(02).
               01 WS-SEARCH-POLICY-STATUS PIC X(02).
               01 WS-SEARCH-CHECK PIC A VALUE 'N'.
                   88 WS-SEARCH-MODE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SEARCH-OK-CHECK PIC A VALUE 'Y'.
                   88 WS-SEARCH-PARM-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SEARCH-EOF-CHECK PIC A.
                   88 WS-SEARCH-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-OPT-KEY PIC X(20).
               01 WS-OPT-VAL PIC X(30).
               01 WS-OPT-TOKEN-TABLE.
                   05 WS-OPT-TOKEN PIC X(10) OCCURS 3 TIMES.
               01 WS-OPT-TOKEN-COUNT PIC 9.
               01 WS-OPT-TOKEN-IDX PIC 9.
               01 WS-OPT-TOKEN-LEN PIC 99.
               01 WS-OPT-NUMBER-TEXT PIC X(6) JUSTIFIED RIGHT.
               01 WS-OPT-NUMBER-VALUE REDEFINES WS-OPT-NUMBER-TEXT
                   PIC 9(6).
               01 WS-OPT-RANGE-VALUES.
                   05 WS-OPT-RANGE-VALUE PIC 9(6) OCCURS 3 TIMES.

               01 WS-OPT-RATION-LO PIC 99 VALUE 0.
               01 WS-OPT-RATION-HI PIC 99 VALUE 0.
               01 WS-OPT-RATION-STEP PIC 99 VALUE 0.
               01 WS-OPT-PLANT-LO PIC 999 VALUE 0.
               01 WS-OPT-PLANT-HI PIC 999 VALUE 0.
               01 WS-OPT-PLANT-STEP PIC 999 VALUE 0.
      *        The deck's own bounds; narrowing never leaves them,
      *        and a knob keyed as a single figure stays put.
               01 WS-OPT-RATION-MIN PIC 99.
               01 WS-OPT-RATION-MAX PIC 99.
               01 WS-OPT-PLANT-MIN PIC 999.
               01 WS-OPT-PLANT-MAX PIC 999.
               01 WS-OPT-LAND-LO PIC 9 VALUE 0.
               01 WS-OPT-LAND-HI PIC 9 VALUE 2.
               01 WS-OPT-TRIALS PIC 9(6) VALUE 200.
               01 WS-OPT-YEARS PIC 99 VALUE 10.
               01 WS-OPT-DIFF PIC 9 VALUE 2.
               01 WS-OPT-MODE PIC 9 VALUE 0.
               01 WS-OPT-GRANARY PIC 9 VALUE 0.
               01 WS-OPT-GUARD PIC 9(5) VALUE 0.
               01 WS-OPT-ROUNDS PIC 9 VALUE 3.
               01 WS-OPT-KEEP PIC 99 VALUE 5.
               01 WS-OPT-RANK-BY PIC X(6) VALUE "DECILE".
               01 WS-OPT-APPEND PIC A VALUE 'N'.

      *        Every grid point tried, across all the rounds; a
      *        point a later round lands on again is not rerun.
               01 WS-OPT-ROUND PIC 99.
               01 WS-OPT-GRID-SIZE PIC 9(6).
               01 WS-OPT-RATION PIC 99.
               01 WS-OPT-PLANT PIC 999.
               01 WS-OPT-LAND PIC 9.
               01 WS-OPT-NEW-POINTS PIC 999.
               01 WS-OPT-POINT-COUNT PIC 999 VALUE 0.
               01 WS-OPT-PT-IDX PIC 999.
               01 WS-OPT-SCAN PIC 999.
               01 WS-OPT-BEST PIC 999.
               01 WS-OPT-FOUND PIC 999.
               01 WS-OPT-POINT-TABLE.
                   05 WS-OPT-POINT OCCURS 400 TIMES.
                       10 WS-OPT-PT-RATION PIC 99.
                       10 WS-OPT-PT-PLANT PIC 999.
                       10 WS-OPT-PT-LAND PIC 9.
                       10 WS-OPT-PT-ROUND PIC 9.
                       10 WS-OPT-PT-MEAN PIC 9(5)V99.
                       10 WS-OPT-PT-DECILE PIC 9(5)V99.
                       10 WS-OPT-PT-P10 PIC 9(4).
                       10 WS-OPT-PT-SURV-PCT PIC 9(3)V99.

      *        One grid point's trials: each final population is
      *        kept, and counted by value, so the worst tenth can be
      *        read off exactly rather than from a coarse bucket.
               01 WS-OPT-TRIAL-POPS.
                   05 WS-OPT-TRIAL-POP PIC 9(4) OCCURS 5000 TIMES.
               01 WS-OPT-POP-COUNTS.
                   05 WS-OPT-POP-COUNT PIC 9(4) COMP
                       OCCURS 10000 TIMES.
               01 WS-OPT-POP-SLOT PIC 9(5).
               01 WS-OPT-DECILE-N PIC 9(6).
               01 WS-OPT-DECILE-TAKEN PIC 9(6).
               01 WS-OPT-DECILE-SUM PIC 9(9).
               01 WS-OPT-TAKE PIC 9(6).

      *        Ranking: point numbers in order under one key.
               01 WS-OPT-SORT-KEY PIC X(6).
               01 WS-OPT-ORDER-TABLE.
                   05 WS-OPT-ORDER-PT PIC 999 OCCURS 400 TIMES.
               01 WS-OPT-ORDER-IDX PIC 999.
               01 WS-OPT-ORDER-SWAP PIC 999.
               01 WS-OPT-LIST-COUNT PIC 999.
               01 WS-OPT-A PIC 999.
               01 WS-OPT-B PIC 999.
               01 WS-OPT-BETTER-CHECK PIC A.
                   88 WS-OPT-A-BETTER VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-OPT-WRITTEN PIC 99.
               01 WS-FORMAT-OPT-MEAN PIC Z(4)9.99.
               01 WS-FORMAT-OPT-DECILE PIC Z(4)9.99.
               01 WS-FORMAT-OPT-P10 PIC Z(3)9.
               01 WS-FORMAT-OPT-SURV PIC ZZ9.99.
               01 WS-FORMAT-OPT-RANK PIC Z9.

      *        The reign benchmark. BENCHPRM.DAT keys BASELINE= -- the
      *        policy the governor is judged against (default
      *        FEED-AND-PLANT, or the deck's first policy when none
      *        is named so). Every policy replays the reign once, on
      *        the full rules, from one province's starting share;
      *        the governor's figures are the kingdom's divided by
      *        its provinces, so the two are measured alike.
               01 WS-BENCH-FILE-STATUS PIC X(02).
               01 WS-BENCH-CHECK PIC A VALUE 'N'.
                   88 WS-BENCH-MODE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BENCH-OK-CHECK PIC A VALUE 'Y'.
                   88 WS-BENCH-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BENCH-EOF-CHECK PIC A.
                   88 WS-BENCH-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BM-JOURNAL-NAME PIC X(12) VALUE "JOURNAL.DAT".
               01 WS-BM-HISTORY-NAME PIC X(12) VALUE "YEARHIST.DAT".
               01 WS-BM-LEDGER-NAME PIC X(12) VALUE "LEDGER.DAT".
               01 WS-BM-REPORT-NAME PIC X(12) VALUE "REIGNRPT.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.
               01 WS-BM-BASELINE-NAME PIC X(16) VALUE "FEED-AND-PLANT".
               01 WS-BM-BASELINE-IDX PIC 99.

      *        The reign's starting record.
               01 WS-BM-SEED PIC 9(8).
               01 WS-BM-GOVERNOR PIC X(20) VALUE SPACES.
               01 WS-BM-DIFF PIC 9.
               01 WS-BM-PROVINCES PIC 9.
               01 WS-BM-START-WHEAT PIC 9(7).
               01 WS-BM-START-ACRES PIC 9(7).
               01 WS-BM-START-POP PIC 9(4).
               01 WS-BM-YEARS PIC 99.
               01 WS-BM-SCENARIO PIC X(20).
               01 WS-BM-START-CHECK PIC A.
                   88 WS-BM-START-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The reign year by year: the kingdom's closing figures
      *        summed over its provinces, and the luck the policies
      *        replay -- the land price and plague severity averaged
      *        over the provinces, and the harvest yield read back
      *        off the ledger as bushels harvested per acre sown.
               01 WS-BM-LUCK-YEARS PIC 99.
               01 WS-BM-LAST-YEAR PIC 99.
               01 WS-BM-LEDGER-CHECK PIC A.
                   88 WS-BM-LEDGER-READ VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BM-LUCK-TABLE.
                   05 WS-BM-LUCK-YEAR OCCURS 50 TIMES.
                       10 WS-BM-SEEN-PROVS PIC 9.
                       10 WS-BM-PRICE-SUM PIC 9(3).
                       10 WS-BM-PLAGUE-SUM PIC 9(3).
                       10 WS-BM-GOV-POP PIC 9(6).
                       10 WS-BM-GOV-WHEAT PIC 9(8).
                       10 WS-BM-GOV-ACRES PIC 9(8).
                       10 WS-BM-PRICE PIC 99.
                       10 WS-BM-PLAGUE-PCT PIC 99.
                       10 WS-BM-YIELD PIC 9.
               01 WS-BM-SOWN-TABLE.
                   05 WS-BM-SOWN-YEAR OCCURS 50 TIMES.
                       10 WS-BM-HARVEST-SUM PIC 9(8).
                       10 WS-BM-SEED-SUM PIC 9(8).
               01 WS-BM-YIELD-CALC PIC 9(5).

      *        Each policy's replay, year by year.
               01 WS-BM-RESULT-TABLE.
                   05 WS-BM-RESULT OCCURS 10 TIMES.
                       10 WS-BM-POL-OUTCOME PIC X(9).
                       10 WS-BM-POL-SCORE PIC 9(5)V99.
                       10 WS-BM-POL-YEARS PIC 99.
                       10 WS-BM-POL-YEAR OCCURS 50 TIMES.
                           15 WS-BM-POL-POP PIC 9(4).
                           15 WS-BM-POL-WHEAT PIC 9(7).

      *        The governor's own verdict, off the reign report when
      *        it closed the reign; otherwise acres a head at the
      *        last year on file, the same measure the policies get.
               01 WS-BM-GOV-OUTCOME PIC X(10).
               01 WS-BM-GOV-SCORE PIC 9(5)V99.
               01 WS-BM-GOV-LINE-CHECK PIC A.
                   88 WS-BM-GOV-LINE-SEEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BM-VERDICT-CHECK PIC A.
                   88 WS-BM-VERDICT-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BM-SCORE-TEXT PIC X(7).
               01 WS-BM-SCORE-VALUE REDEFINES WS-BM-SCORE-TEXT
                   PIC 9(5)V99.
               01 WS-BM-YEAR-IDX PIC 99.
               01 WS-BM-PP-POP PIC 9(4).
               01 WS-BM-PP-WHEAT PIC 9(7).
               01 WS-BM-PP-ACRES PIC 9(7).
               01 WS-BM-GAP PIC S9(5)V99.
               01 WS-BM-POP-GAP PIC S9(5).
               01 WS-BM-WHEAT-GAP PIC S9(8).
               01 WS-BM-STANDING PIC X(15).
               01 WS-FORMAT-BM-SCORE PIC Z(4)9.99.
               01 WS-FORMAT-BM-GAP PIC Z(4)9.99.
               01 WS-FORMAT-BM-POP PIC Z(3)9.
               01 WS-FORMAT-BM-WHEAT PIC Z(6)9.
               01 WS-FORMAT-BM-POL-POP PIC Z(3)9.
               01 WS-FORMAT-BM-POL-WHEAT PIC Z(6)9.
               01 WS-FORMAT-BM-POP-GAP PIC -(4)9.
               01 WS-FORMAT-BM-WHEAT-GAP PIC -(7)9.
               01 WS-FORMAT-BM-YEAR PIC Z9.
               01 WS-BM-LINE PIC X(100).
               01 WS-BM-LEAD PIC 99.

      *        The rules-change study. STUDYPRM.DAT keys CURRENT=
      *        (the rule set in force, default RULES.DAT -- absent,
      *        the standard rules, as MAIN plays them), PROPOSED=
      *        (the candidate, default RULESNEW.DAT, which must be
      *        on file), SEED= (default the run's own seed) and
      *        ALARM= (the fall in survival points that flags a
      *        policy, default 10). Set 1 is the current rule set,
      *        set 2 the proposed one.
               01 WS-STUDY-FILE-STATUS PIC X(02).
               01 WS-STUDY-CHECK PIC A VALUE 'N'.
                   88 WS-STUDY-MODE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STUDY-OK-CHECK PIC A VALUE 'Y'.
                   88 WS-STUDY-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STUDY-EOF-CHECK PIC A.
                   88 WS-STUDY-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ST-RULES-NAME PIC X(12).
               01 WS-ST-SEED PIC 9(8) VALUE 0.
               01 WS-ST-ALARM PIC 99 VALUE 10.
               01 WS-ST-NUMBER-LEN PIC 99.
               01 WS-ST-NUMBER-TEXT PIC X(8) JUSTIFIED RIGHT.
               01 WS-ST-NUMBER-VALUE REDEFINES WS-ST-NUMBER-TEXT
                   PIC 9(8).
               01 WS-ST-SET-IDX PIC 9.
               01 WS-ST-SET-TABLE.
                   05 WS-ST-SET OCCURS 2 TIMES.
                       10 WS-ST-FILE-NAME PIC X(12).
                       10 WS-ST-FEED PIC 9(3).
                       10 WS-ST-SEED-DIV PIC 9.
                       10 WS-ST-GRANARY-COST PIC 9(5).
                       10 WS-ST-QUAR-COST PIC 9(5).
                       10 WS-ST-LOAN-LIMIT PIC 9(5).
                       10 WS-ST-LOAN-TERM PIC 9.
                       10 WS-ST-TRIB-ACRE-DIV PIC 9(3).
                       10 WS-ST-TRIB-POP-DIV PIC 9(3).
                       10 WS-ST-PRICE-BASE PIC 99.
                       10 WS-ST-PRICE-SPAN PIC 99.
                       10 WS-ST-ORIGIN PIC X(8).

      *        Each policy's tallies under each rule set. The score
      *        is the live game's acres a head at the verdict, nil
      *        for an impeachment; its bands are the verdict's own:
      *        impeached, modest (under 5), fine (5 to 10) and
      *        fantastic (10 and up).
               01 WS-ST-RESULT-TABLE.
                   05 WS-ST-RESULT OCCURS 10 TIMES.
                       10 WS-ST-RUN OCCURS 2 TIMES.
                           15 WS-ST-TRIALS PIC 9(6).
                           15 WS-ST-SURVIVED PIC 9(6).
                           15 WS-ST-IMPEACHED PIC 9(6).
                           15 WS-ST-SUM-FINAL-POP PIC 9(9).
                           15 WS-ST-SUM-SCORE PIC 9(9)V99.
                           15 WS-ST-BAND PIC 9(6) OCCURS 4 TIMES.
               01 WS-ST-SCORE PIC 9(5)V99.
               01 WS-ST-BAND-IDX PIC 9.
               01 WS-ST-FLAGGED PIC 99 VALUE 0.
               01 WS-ST-FIGURE-TABLE.
                   05 WS-ST-FIGURES OCCURS 2 TIMES.
                       10 WS-ST-SURV-PCT PIC 9(3)V99.
                       10 WS-ST-IMP-PCT PIC 9(3)V99.
                       10 WS-ST-AVG-POP PIC 9(7)V99.
                       10 WS-ST-AVG-SCORE PIC 9(5)V99.
               01 WS-ST-SHIFT PIC S9(7)V99.
               01 WS-ST-COUNT-SHIFT PIC S9(7).
               01 WS-ST-LABEL PIC X(20).
               01 WS-ST-RULE-CUR PIC 9(5).
               01 WS-ST-RULE-NEW PIC 9(5).
               01 WS-FORMAT-ST-CUR PIC Z(6)9.99.
               01 WS-FORMAT-ST-NEW PIC Z(6)9.99.
               01 WS-FORMAT-ST-SHIFT PIC -(6)9.99.
               01 WS-FORMAT-ST-COUNT-CUR PIC Z(6)9.
               01 WS-FORMAT-ST-COUNT-NEW PIC Z(6)9.
               01 WS-FORMAT-ST-COUNT-SHIFT PIC -(6)9.
               01 WS-FORMAT-ST-ALARM PIC Z9.
               01 WS-FORMAT-ST-FLAGGED PIC Z9.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "Monte-Carlo reign simulation driver."
                   DISPLAY " (drawn from the clock)."
               END-IF

      *        A search deck on file turns the run into a policy
      *        search; the checkpoint and the policy deck's reports
      *        belong to the ordinary evaluation and are left be.
               PERFORM LOAD-SEARCH-DECK
               IF WS-SEARCH-MODE
                   IF WS-SEARCH-PARM-OK
                       PERFORM RUN-POLICY-SEARCH
                   ELSE
                       DISPLAY "OPTPARM.DAT rejected -- the search "
                               "cannot run until it is corrected."
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   MOVE "POLICY SEARCH" TO WS-RUNLOG-SUBJECT
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

      *        A benchmark deck on file replays one governor's reign
      *        under the policy deck instead of running its trials.
               PERFORM LOAD-BENCH-DECK
               IF WS-BENCH-MODE
                   IF WS-BENCH-OK
                       PERFORM RUN-REIGN-BENCHMARK
                   END-IF
                   IF NOT WS-BENCH-OK
                       DISPLAY "The reign benchmark cannot run until "
                               "the reign or BENCHPRM.DAT is put "
                               "right."
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   MOVE "BENCHMARK" TO WS-RUNLOG-MODE
                   MOVE WS-BM-GOVERNOR TO WS-RUNLOG-SUBJECT
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

      *        A study deck on file plays the policy deck under the
      *        rule set in force and a proposed one, side by side.
               PERFORM LOAD-STUDY-DECK
               IF WS-STUDY-MODE
                   IF WS-STUDY-OK
                       PERFORM RUN-RULES-STUDY
                   END-IF
                   IF NOT WS-STUDY-OK
                       DISPLAY "The rules-change study cannot run "
                               "until STUDYPRM.DAT and the rule "
                               "sets it names are put right."
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   MOVE "RULES STUDY" TO WS-RUNLOG-MODE
                   MOVE WS-ST-FILE-NAME(2) TO WS-RUNLOG-SUBJECT
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               PERFORM LOAD-POLICY-DECK
               PERFORM READ-MC-RESTART

               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.
      *    Reads the pinned seed when one is on file; a record that
      *    is not a usable number leaves the clock in charge.
                   TO WS-CUR-GRANARY-TARGET
               MOVE WS-POL-GUARD-SPEND(WS-POLICY-IDX)
                   TO WS-CUR-GUARD-SPEND
               MOVE WS-POL-DIFF(WS-POLICY-IDX) TO WS-CUR-DIFF
               PERFORM APPLY-DIFFICULTY-BAND

               DISPLAY "Running policy " WS-POL-NAME(WS-POLICY-IDX)
                       " (" WS-CUR-TRIALS " trials)..."
                   TO WS-RES-TRIALS-RUN(WS-POLICY-IDX)
           CONTINUE.

      *    The difficulty band's odds and harvest range, as the live
      *    game sets them for the same choice.
           APPLY-DIFFICULTY-BAND SECTION.
               EVALUATE WS-CUR-DIFF
                   WHEN 1
                       MOVE .05 TO WS-SIM-PLAGUE-CHANCE
                       MOVE .70 TO WS-SIM-RATS-CHANCE
                       MOVE .10 TO WS-SIMF-RAID-CHANCE
                       MOVE 2 TO WS-SIM-HARVEST-MIN
                       MOVE 7 TO WS-SIM-HARVEST-MAX
                   WHEN 3
                       MOVE .20 TO WS-SIM-PLAGUE-CHANCE
                       MOVE .95 TO WS-SIM-RATS-CHANCE
                       MOVE .25 TO WS-SIMF-RAID-CHANCE
                       MOVE 1 TO WS-SIM-HARVEST-MIN
                       MOVE 5 TO WS-SIM-HARVEST-MAX
                   WHEN OTHER
                       MOVE .10 TO WS-SIM-PLAGUE-CHANCE
                       MOVE .90 TO WS-SIM-RATS-CHANCE
                       MOVE .15 TO WS-SIMF-RAID-CHANCE
                       MOVE 1 TO WS-SIM-HARVEST-MIN
                       MOVE 6 TO WS-SIM-HARVEST-MAX
               END-EVALUATE
           CONTINUE.


      *    Plays out one simulated reign start to finish under the
      *    policy in force, tallies its outcome, and writes the
      *    trial's detail record for the distribution reporting.
           RUN-ONE-REIGN SECTION.
               PERFORM PLAY-SIM-REIGN
               PERFORM RECORD-TRIAL-DETAIL
           CONTINUE.

      *    The reign itself and its verdict, shared by the policy
      *    deck's trials and the policy search's.
           PLAY-SIM-REIGN SECTION.
               ADD 1 TO WS-TRIAL-NO
               MOVE 0 TO WS-SIM-YEARS-SURVIVED
               PERFORM INIT-SIM-REIGN
                   IF WS-SIM-POPULATION > 0
                       ADD 1 TO WS-SIM-YEARS-SURVIVED
                   END-IF
                   IF WS-BENCH-MODE
                       PERFORM NOTE-BENCH-YEAR
                   END-IF
               END-PERFORM
               PERFORM TALLY-REIGN-OUTCOME
           CONTINUE.

           INIT-SIM-REIGN SECTION.
               MOVE 1000 TO WS-SIM-ACRES
               MOVE 17 TO WS-SIM-PRICE
               MOVE 100 TO WS-SIM-POPULATION

      *        A benchmark starts from the reign's own province.
               IF WS-BENCH-MODE
                   MOVE WS-BM-START-WHEAT TO WS-SIM-WHEAT
                   MOVE WS-BM-START-ACRES TO WS-SIM-ACRES
                   MOVE WS-BM-START-POP TO WS-SIM-POPULATION
               END-IF
               MOVE 0 TO WS-SIM-TOTAL-STARVED
               MOVE 0 TO WS-SIM-TOTAL-POP-EVER

               END-EVALUATE

      *        Plant the policy's fraction of the acreage, capped by
      *        what the granary can seed at the rule set's seed rate
      *        -- the same rule the live game's PLANT-ACRES enforces.
               COMPUTE WS-SIM-PLANTED-ACRES =
                       WS-SIM-ACRES * WS-CUR-PLANT-PCT / 100
               IF WS-SIM-PLANTED-ACRES > WS-SIM-ACRES
                   MOVE WS-SIM-ACRES TO WS-SIM-PLANTED-ACRES
               END-IF
               COMPUTE WS-SIM-SEED-COST =
                       WS-SIM-PLANTED-ACRES / WS-SIM-SEED-DIVISOR
               IF WS-SIM-SEED-COST > WS-SIM-WHEAT
                   COMPUTE WS-SIM-PLANTED-ACRES =
                           WS-SIM-WHEAT * WS-SIM-SEED-DIVISOR
               END-IF

               CALL 'CALCULATE-HARVEST'
                       WS-SIM-PLAGUE-CHECK
                       WS-SIM-PLAGUE-PCT

               COMPUTE WS-SIM-FOOD = WS-SIM-FOOD / WS-SIM-FEED-PER-HEAD
               IF WS-SIM-FOOD < WS-SIM-POPULATION
                   COMPUTE WS-SIM-STARVED-COUNT =
                           WS-SIM-POPULATION - WS-SIM-FOOD
                       WS-SIM-RATS-CHANCE
                       WS-SIM-EATEN-BY-RATS

               COMPUTE WS-SIM-PRICE =
                       (FUNCTION RANDOM * WS-SIM-PRICE-SPAN)
                       + WS-SIM-PRICE-BASE
                   ON SIZE ERROR
                       MOVE 99 TO WS-SIM-PRICE
               END-COMPUTE
               ADD 1 TO WS-SIM-YEAR
           CONTINUE.

           SIM-ONE-YEAR-FULL SECTION.
               ADD WS-SIM-POPULATION TO WS-SIM-TOTAL-POP-EVER

      *        A benchmark trades at the reign's own land price for
      *        every year the reign recorded.
               IF WS-BENCH-MODE
                       AND WS-SIM-YEAR <= WS-BM-LUCK-YEARS
                   IF WS-BM-SEEN-PROVS(WS-SIM-YEAR) > 0
                       MOVE WS-BM-PRICE(WS-SIM-YEAR) TO WS-SIM-PRICE
                   END-IF
               END-IF

      *        The standing climate shifts the harvest band a
      *        bushel either way, floored at one.
               MOVE WS-SIM-HARVEST-MIN TO WS-SIMF-HARVEST-MIN
                       CONTINUE
               END-EVALUATE

      *        A benchmark reaps the reign's own yield: a band of
      *        one figure, which CALCULATE-HARVEST returns as is.
               IF WS-BENCH-MODE
                       AND WS-SIM-YEAR <= WS-BM-LUCK-YEARS
                   IF WS-BM-YIELD(WS-SIM-YEAR) > 0
                       MOVE WS-BM-YIELD(WS-SIM-YEAR)
                           TO WS-SIMF-HARVEST-MIN
                       MOVE WS-BM-YIELD(WS-SIM-YEAR)
                           TO WS-SIMF-HARVEST-MAX
                   END-IF
               END-IF

      *        The classic land rule trades first, as the live turn
      *        trades before the reckoning.
               EVALUATE WS-CUR-BUY-RULE
                   COMPUTE WS-SIM-PLANTED-ACRES =
                           WS-SIM-POPULATION * 10
               END-IF
               COMPUTE WS-SIM-SEED-COST =
                       WS-SIM-PLANTED-ACRES / WS-SIM-SEED-DIVISOR
               IF WS-SIM-SEED-COST > WS-SIM-WHEAT
                   COMPUTE WS-SIM-PLANTED-ACRES =
                           WS-SIM-WHEAT * WS-SIM-SEED-DIVISOR
               END-IF

               CALL 'CALCULATE-HARVEST'
                       WS-SIM-PLAGUE-CHANCE
                       WS-SIM-PLAGUE-CHECK
                       WS-SIM-PLAGUE-PCT

      *        A benchmark suffers the reign's own plague, or none.
               IF WS-BENCH-MODE
                       AND WS-SIM-YEAR <= WS-BM-LUCK-YEARS
                   IF WS-BM-SEEN-PROVS(WS-SIM-YEAR) > 0
                       MOVE WS-BM-PLAGUE-PCT(WS-SIM-YEAR)
                           TO WS-SIM-PLAGUE-PCT
                       IF WS-SIM-PLAGUE-PCT > 0
                           SET WS-SIM-PLAGUE-HAPPENED TO TRUE
                       ELSE
                           SET WS-SIM-PLAGUE-HAPPENED TO FALSE
                       END-IF
                   END-IF
               END-IF
               MOVE 2 TO WS-SIM-PLAGUE-PHASE
               CALL 'CALCULATE-PLAGUE'
                   USING
                       WS-SIM-PLAGUE-CHECK
                       WS-SIM-PLAGUE-PCT

               COMPUTE WS-SIM-FOOD = WS-SIM-FOOD / WS-SIM-FEED-PER-HEAD
               IF WS-SIM-FOOD < WS-SIM-POPULATION
                   COMPUTE WS-SIM-STARVED-COUNT =
                           WS-SIM-POPULATION - WS-SIM-FOOD
                       WS-SIMF-RAID-ACRES-LOSS

      *        The imperial assessment: a bushel per twenty acres
      *        and one per two subjects under the standard rules;
      *        the first default costs a tenth of the acres, the
      *        second the office itself.
               COMPUTE WS-SIMF-TRIBUTE-DUE =
                       (WS-SIM-ACRES / WS-SIMF-TRIB-ACRE-DIV)
                       + (WS-SIM-POPULATION / WS-SIMF-TRIB-POP-DIV)
               IF WS-SIM-WHEAT >= WS-SIMF-TRIBUTE-DUE
                   SUBTRACT WS-SIMF-TRIBUTE-DUE FROM WS-SIM-WHEAT
               ELSE
                   END-IF
               END-IF

               COMPUTE WS-SIM-PRICE =
                       (FUNCTION RANDOM * WS-SIM-PRICE-SPAN)
                       + WS-SIM-PRICE-BASE
                   ON SIZE ERROR
                       MOVE 99 TO WS-SIM-PRICE
               END-COMPUTE

      *        The spell of weather holds more often than it
      *        breaks, the live game's own odds.
               COMPUTE WS-RNG-RATS-EATEN-HIGH =
                       WS-RNG-RATS-EATEN-EXPECTED + 20
           CONTINUE.
      *    Reads OPTPARM.DAT. No deck on file leaves the search off
      *    and the run evaluates the policy deck as always; a deck
      *    that is there must be right in every line, since a
      *    mis-keyed range would spend the whole run on the wrong
      *    grid.
           LOAD-SEARCH-DECK SECTION.
               SET WS-SEARCH-MODE TO FALSE
               SET WS-SEARCH-PARM-OK TO TRUE
               OPEN INPUT SEARCH-PARM-FILE
               IF WS-SEARCH-PARM-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-SEARCH-MODE TO TRUE
               SET WS-SEARCH-EOF TO FALSE
               PERFORM UNTIL WS-SEARCH-EOF
                   READ SEARCH-PARM-FILE
                       AT END
                           SET WS-SEARCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF SP-RECORD NOT = SPACES
                                   AND SP-RECORD(1:1) NOT = "*"
                               PERFORM APPLY-SEARCH-KEYWORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEARCH-PARM-FILE

               IF WS-OPT-RATION-STEP = 0 OR WS-OPT-PLANT-STEP = 0
                   DISPLAY "OPTPARM.DAT must key both RATION= and "
                           "PLANT=."
                   SET WS-SEARCH-PARM-OK TO FALSE
               END-IF
               IF WS-OPT-LAND-LO > WS-OPT-LAND-HI
                   DISPLAY "OPTPARM.DAT LAND= runs high to low."
                   SET WS-SEARCH-PARM-OK TO FALSE
               END-IF
               IF NOT WS-SEARCH-PARM-OK
                   EXIT SECTION
               END-IF
               COMPUTE WS-OPT-GRID-SIZE =
                       (((WS-OPT-RATION-HI - WS-OPT-RATION-LO)
                           / WS-OPT-RATION-STEP) + 1)
                       * (((WS-OPT-PLANT-HI - WS-OPT-PLANT-LO)
                           / WS-OPT-PLANT-STEP) + 1)
                       * (WS-OPT-LAND-HI - WS-OPT-LAND-LO + 1)
               IF WS-OPT-GRID-SIZE > 300
                   DISPLAY "OPTPARM.DAT's first grid has "
                           WS-OPT-GRID-SIZE " points -- widen the "
                           "steps until it has 300 or fewer and "
                           "let the rounds narrow in."
                   SET WS-SEARCH-PARM-OK TO FALSE
               END-IF
               MOVE WS-OPT-RATION-LO TO WS-OPT-RATION-MIN
               MOVE WS-OPT-RATION-HI TO WS-OPT-RATION-MAX
               MOVE WS-OPT-PLANT-LO TO WS-OPT-PLANT-MIN
               MOVE WS-OPT-PLANT-HI TO WS-OPT-PLANT-MAX
           CONTINUE.

           APPLY-SEARCH-KEYWORD SECTION.
               MOVE SPACES TO WS-OPT-KEY
               MOVE SPACES TO WS-OPT-VAL
               UNSTRING SP-RECORD DELIMITED BY "="
                   INTO WS-OPT-KEY WS-OPT-VAL
               END-UNSTRING
               EVALUATE WS-OPT-KEY
                   WHEN "RATION"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT = 2
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(2) > 99
                               OR WS-OPT-RANGE-VALUE(1)
                                   > WS-OPT-RANGE-VALUE(2)
                               OR WS-OPT-RANGE-VALUE(3) < 1
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1)
                               TO WS-OPT-RATION-LO
                           MOVE WS-OPT-RANGE-VALUE(2)
                               TO WS-OPT-RATION-HI
                           MOVE WS-OPT-RANGE-VALUE(3)
                               TO WS-OPT-RATION-STEP
                       END-IF
                   WHEN "PLANT"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT = 2
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(2) > 100
                               OR WS-OPT-RANGE-VALUE(1)
                                   > WS-OPT-RANGE-VALUE(2)
                               OR WS-OPT-RANGE-VALUE(3) < 1
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1)
                               TO WS-OPT-PLANT-LO
                           MOVE WS-OPT-RANGE-VALUE(2)
                               TO WS-OPT-PLANT-HI
                           MOVE WS-OPT-RANGE-VALUE(3)
                               TO WS-OPT-PLANT-STEP
                       END-IF
                   WHEN "LAND"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT = 3
                               OR WS-OPT-RANGE-VALUE(2) > 2
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1)
                               TO WS-OPT-LAND-LO
                           MOVE WS-OPT-RANGE-VALUE(2)
                               TO WS-OPT-LAND-HI
                       END-IF
                   WHEN "TRIALS"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) < 10
                               OR WS-OPT-RANGE-VALUE(1) > 5000
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-TRIALS
                       END-IF
                   WHEN "YEARS"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(1) > 99
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-YEARS
                       END-IF
                   WHEN "DIFFICULTY"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(1) > 3
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-DIFF
                       END-IF
                   WHEN "MODE"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) > 1
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-MODE
                       END-IF
                   WHEN "GRANARY"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) > 3
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1)
                               TO WS-OPT-GRANARY
                       END-IF
                   WHEN "GUARD"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) > 99999
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-GUARD
                       END-IF
                   WHEN "ROUNDS"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(1) > 9
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-ROUNDS
                       END-IF
                   WHEN "KEEP"
                       PERFORM PARSE-SEARCH-RANGE
                       IF WS-OPT-TOKEN-COUNT NOT = 1
                               OR WS-OPT-RANGE-VALUE(1) < 1
                               OR WS-OPT-RANGE-VALUE(1) > 10
                           PERFORM REJECT-SEARCH-LINE
                       ELSE
                           MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-KEEP
                       END-IF
                   WHEN "RANK"
                       IF WS-OPT-VAL = "MEAN" OR WS-OPT-VAL = "DECILE"
                           MOVE WS-OPT-VAL TO WS-OPT-RANK-BY
                       ELSE
                           PERFORM REJECT-SEARCH-LINE
                       END-IF
                   WHEN "APPEND"
                       IF WS-OPT-VAL = "Y" OR WS-OPT-VAL = "N"
                           MOVE WS-OPT-VAL(1:1) TO WS-OPT-APPEND
                       ELSE
                           PERFORM REJECT-SEARCH-LINE
                       END-IF
                   WHEN OTHER
                       PERFORM REJECT-SEARCH-LINE
               END-EVALUATE
           CONTINUE.

      *    Splits a value of up to three comma-separated whole
      *    numbers into WS-OPT-RANGE-VALUE. A single figure stands
      *    as low and high with a step of one, so a knob can be
      *    held fixed; two are low and high with a step of one.
           PARSE-SEARCH-RANGE SECTION.
               MOVE SPACES TO WS-OPT-TOKEN-TABLE
               MOVE 0 TO WS-OPT-TOKEN-COUNT
               MOVE 0 TO WS-OPT-RANGE-VALUE(1)
               MOVE 0 TO WS-OPT-RANGE-VALUE(2)
               MOVE 1 TO WS-OPT-RANGE-VALUE(3)
               UNSTRING WS-OPT-VAL DELIMITED BY "," OR ALL SPACE
                   INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                       WS-OPT-TOKEN(3)
                   TALLYING IN WS-OPT-TOKEN-COUNT
               END-UNSTRING
               PERFORM VARYING WS-OPT-TOKEN-IDX FROM 1 BY 1
                       UNTIL WS-OPT-TOKEN-IDX > 3
                   IF WS-OPT-TOKEN(WS-OPT-TOKEN-IDX) = SPACES
                       IF WS-OPT-TOKEN-IDX <= WS-OPT-TOKEN-COUNT
                           PERFORM REJECT-SEARCH-LINE
                       END-IF
                   ELSE
                       PERFORM PARSE-SEARCH-NUMBER
                   END-IF
               END-PERFORM
               IF WS-OPT-TOKEN-COUNT = 1
                   MOVE WS-OPT-RANGE-VALUE(1) TO WS-OPT-RANGE-VALUE(2)
               END-IF
           CONTINUE.

           PARSE-SEARCH-NUMBER SECTION.
               MOVE 0 TO WS-OPT-TOKEN-LEN
               INSPECT WS-OPT-TOKEN(WS-OPT-TOKEN-IDX)
                   TALLYING WS-OPT-TOKEN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-OPT-TOKEN-LEN > 6
                   PERFORM REJECT-SEARCH-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-OPT-TOKEN(WS-OPT-TOKEN-IDX)(1:WS-OPT-TOKEN-LEN)
                   TO WS-OPT-NUMBER-TEXT
               INSPECT WS-OPT-NUMBER-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-OPT-NUMBER-TEXT IS NOT NUMERIC
                   PERFORM REJECT-SEARCH-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-OPT-NUMBER-VALUE
                   TO WS-OPT-RANGE-VALUE(WS-OPT-TOKEN-IDX)
           CONTINUE.

           REJECT-SEARCH-LINE SECTION.
               IF WS-SEARCH-PARM-OK
                   DISPLAY "OPTPARM.DAT -- unknown key or bad value "
                           "on line: " SP-RECORD
               END-IF
               SET WS-SEARCH-PARM-OK TO FALSE
           CONTINUE.

      *    The search proper. Round one tries the whole grid the
      *    deck keys; each later round centres on the best point
      *    so far, one old step either side of it, at half the
      *    step, until the steps are down to one or the rounds run
      *    out. Every point is run from the same seed, so two
      *    points differ by their policy and not by their luck.
           RUN-POLICY-SEARCH SECTION.
               MOVE WS-OPT-YEARS TO WS-SIM-NUM-YEARS
               MOVE WS-OPT-MODE TO WS-CUR-MODE
               MOVE WS-OPT-GRANARY TO WS-CUR-GRANARY-TARGET
               MOVE WS-OPT-GUARD TO WS-CUR-GUARD-SPEND
               MOVE WS-OPT-DIFF TO WS-CUR-DIFF
               PERFORM APPLY-DIFFICULTY-BAND
               MOVE WS-OPT-TRIALS TO WS-CUR-TRIALS
               MOVE 0 TO WS-OPT-POINT-COUNT
               INITIALIZE WS-OPT-POP-COUNTS

               MOVE 1 TO WS-OPT-ROUND
               PERFORM UNTIL WS-OPT-ROUND > WS-OPT-ROUNDS
                   PERFORM RUN-SEARCH-ROUND
                   IF WS-OPT-NEW-POINTS = 0
                           OR WS-OPT-POINT-COUNT >= 400
                       MOVE 9 TO WS-OPT-ROUND
                   ELSE
                       PERFORM NARROW-SEARCH-GRID
                   END-IF
                   ADD 1 TO WS-OPT-ROUND
               END-PERFORM

               PERFORM PRINT-SEARCH-REPORT
               PERFORM WRITE-SEARCH-WINNERS
           CONTINUE.

           RUN-SEARCH-ROUND SECTION.
               MOVE 0 TO WS-OPT-NEW-POINTS
               DISPLAY "Search round " WS-OPT-ROUND
                       ": ration " WS-OPT-RATION-LO "-"
                       WS-OPT-RATION-HI " by " WS-OPT-RATION-STEP
                       ", plant " WS-OPT-PLANT-LO "-" WS-OPT-PLANT-HI
                       "% by " WS-OPT-PLANT-STEP ", land rule "
                       WS-OPT-LAND-LO "-" WS-OPT-LAND-HI "..."
               PERFORM VARYING WS-OPT-LAND FROM WS-OPT-LAND-LO BY 1
                       UNTIL WS-OPT-LAND > WS-OPT-LAND-HI
                   PERFORM VARYING WS-OPT-RATION
                           FROM WS-OPT-RATION-LO BY WS-OPT-RATION-STEP
                           UNTIL WS-OPT-RATION > WS-OPT-RATION-HI
                       PERFORM VARYING WS-OPT-PLANT
                               FROM WS-OPT-PLANT-LO
                               BY WS-OPT-PLANT-STEP
                               UNTIL WS-OPT-PLANT > WS-OPT-PLANT-HI
                           PERFORM TRY-SEARCH-POINT
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
               DISPLAY "  " WS-OPT-NEW-POINTS " new point(s) tried."
           CONTINUE.

      *    One grid point, unless an earlier round already ran it
      *    or the table is full.
           TRY-SEARCH-POINT SECTION.
               MOVE 0 TO WS-OPT-FOUND
               PERFORM VARYING WS-OPT-SCAN FROM 1 BY 1
                       UNTIL WS-OPT-SCAN > WS-OPT-POINT-COUNT
                           OR WS-OPT-FOUND > 0
                   IF WS-OPT-PT-RATION(WS-OPT-SCAN) = WS-OPT-RATION
                           AND WS-OPT-PT-PLANT(WS-OPT-SCAN)
                               = WS-OPT-PLANT
                           AND WS-OPT-PT-LAND(WS-OPT-SCAN)
                               = WS-OPT-LAND
                       MOVE WS-OPT-SCAN TO WS-OPT-FOUND
                   END-IF
               END-PERFORM
               IF WS-OPT-FOUND > 0 OR WS-OPT-POINT-COUNT >= 400
                   EXIT SECTION
               END-IF

               ADD 1 TO WS-OPT-POINT-COUNT
               ADD 1 TO WS-OPT-NEW-POINTS
               MOVE WS-OPT-POINT-COUNT TO WS-OPT-PT-IDX
               MOVE WS-OPT-RATION TO WS-OPT-PT-RATION(WS-OPT-PT-IDX)
               MOVE WS-OPT-PLANT TO WS-OPT-PT-PLANT(WS-OPT-PT-IDX)
               MOVE WS-OPT-LAND TO WS-OPT-PT-LAND(WS-OPT-PT-IDX)
               MOVE WS-OPT-ROUND TO WS-OPT-PT-ROUND(WS-OPT-PT-IDX)

               MOVE WS-OPT-RATION TO WS-CUR-RATION
               MOVE WS-OPT-PLANT TO WS-CUR-PLANT-PCT
               MOVE WS-OPT-LAND TO WS-CUR-BUY-RULE
               COMPUTE WS-RND-DBL = FUNCTION RANDOM(WS-RND-SEED)
               MOVE 0 TO WS-SUM-FINAL-POPULATION
               MOVE 0 TO WS-SURVIVED-COUNT
               MOVE 0 TO WS-IMPEACHED-COUNT
               MOVE 0 TO WS-TRIAL-NO
               PERFORM UNTIL WS-TRIAL-NO >= WS-CUR-TRIALS
                   PERFORM PLAY-SIM-REIGN
                   MOVE WS-SIM-POPULATION
                       TO WS-OPT-TRIAL-POP(WS-TRIAL-NO)
                   COMPUTE WS-OPT-POP-SLOT = WS-SIM-POPULATION + 1
                   ADD 1 TO WS-OPT-POP-COUNT(WS-OPT-POP-SLOT)
               END-PERFORM
               PERFORM SCORE-SEARCH-POINT
           CONTINUE.

      *    The mean, the survival rate, and the worst tenth: the
      *    lowest final populations are taken off the value counts
      *    from the bottom up until a tenth of the trials are in
      *    hand; their average is the worst-decile figure and the
      *    last value taken is the tenth percentile. The counts
      *    are cleared behind for the next point.
           SCORE-SEARCH-POINT SECTION.
               COMPUTE WS-OPT-PT-MEAN(WS-OPT-PT-IDX) ROUNDED =
                       WS-SUM-FINAL-POPULATION / WS-CUR-TRIALS
               COMPUTE WS-OPT-PT-SURV-PCT(WS-OPT-PT-IDX) ROUNDED =
                       (WS-SURVIVED-COUNT / WS-CUR-TRIALS) * 100
               COMPUTE WS-OPT-DECILE-N = WS-CUR-TRIALS / 10
               IF WS-OPT-DECILE-N < 1
                   MOVE 1 TO WS-OPT-DECILE-N
               END-IF
               MOVE 0 TO WS-OPT-DECILE-TAKEN
               MOVE 0 TO WS-OPT-DECILE-SUM
               PERFORM VARYING WS-OPT-POP-SLOT FROM 1 BY 1
                       UNTIL WS-OPT-POP-SLOT > 10000
                           OR WS-OPT-DECILE-TAKEN >= WS-OPT-DECILE-N
                   IF WS-OPT-POP-COUNT(WS-OPT-POP-SLOT) > 0
                       COMPUTE WS-OPT-TAKE =
                               WS-OPT-DECILE-N - WS-OPT-DECILE-TAKEN
                       IF WS-OPT-TAKE
                               > WS-OPT-POP-COUNT(WS-OPT-POP-SLOT)
                           MOVE WS-OPT-POP-COUNT(WS-OPT-POP-SLOT)
                               TO WS-OPT-TAKE
                       END-IF
                       ADD WS-OPT-TAKE TO WS-OPT-DECILE-TAKEN
                       COMPUTE WS-OPT-DECILE-SUM = WS-OPT-DECILE-SUM
                               + (WS-OPT-TAKE * (WS-OPT-POP-SLOT - 1))
                       COMPUTE WS-OPT-PT-P10(WS-OPT-PT-IDX) =
                               WS-OPT-POP-SLOT - 1
                   END-IF
               END-PERFORM
               COMPUTE WS-OPT-PT-DECILE(WS-OPT-PT-IDX) ROUNDED =
                       WS-OPT-DECILE-SUM / WS-OPT-DECILE-N

               PERFORM VARYING WS-TRIAL-NO FROM 1 BY 1
                       UNTIL WS-TRIAL-NO > WS-CUR-TRIALS
                   COMPUTE WS-OPT-POP-SLOT =
                           WS-OPT-TRIAL-POP(WS-TRIAL-NO) + 1
                   MOVE 0 TO WS-OPT-POP-COUNT(WS-OPT-POP-SLOT)
               END-PERFORM
           CONTINUE.

      *    Centres the next round on the best point so far under
      *    the ranking key, inside the deck's own bounds. Once both
      *    steps are already one there is nothing finer to try, and
      *    the search stops.
           NARROW-SEARCH-GRID SECTION.
               MOVE WS-OPT-RANK-BY TO WS-OPT-SORT-KEY
               PERFORM RANK-SEARCH-POINTS
               MOVE WS-OPT-ORDER-PT(1) TO WS-OPT-BEST
               IF WS-OPT-RATION-STEP = 1 AND WS-OPT-PLANT-STEP = 1
                   MOVE 9 TO WS-OPT-ROUND
                   EXIT SECTION
               END-IF

               IF WS-OPT-RATION-MIN < WS-OPT-RATION-MAX
                   IF WS-OPT-PT-RATION(WS-OPT-BEST)
                           > WS-OPT-RATION-MIN + WS-OPT-RATION-STEP
                       COMPUTE WS-OPT-RATION-LO =
                               WS-OPT-PT-RATION(WS-OPT-BEST)
                               - WS-OPT-RATION-STEP
                   ELSE
                       MOVE WS-OPT-RATION-MIN TO WS-OPT-RATION-LO
                   END-IF
                   IF WS-OPT-PT-RATION(WS-OPT-BEST) + WS-OPT-RATION-STEP
                           > WS-OPT-RATION-MAX
                       MOVE WS-OPT-RATION-MAX TO WS-OPT-RATION-HI
                   ELSE
                       COMPUTE WS-OPT-RATION-HI =
                               WS-OPT-PT-RATION(WS-OPT-BEST)
                               + WS-OPT-RATION-STEP
                   END-IF
                   COMPUTE WS-OPT-RATION-STEP = WS-OPT-RATION-STEP / 2
                   IF WS-OPT-RATION-STEP < 1
                       MOVE 1 TO WS-OPT-RATION-STEP
                   END-IF
               END-IF

               IF WS-OPT-PLANT-MIN < WS-OPT-PLANT-MAX
                   IF WS-OPT-PT-PLANT(WS-OPT-BEST)
                           > WS-OPT-PLANT-MIN + WS-OPT-PLANT-STEP
                       COMPUTE WS-OPT-PLANT-LO =
                               WS-OPT-PT-PLANT(WS-OPT-BEST)
                               - WS-OPT-PLANT-STEP
                   ELSE
                       MOVE WS-OPT-PLANT-MIN TO WS-OPT-PLANT-LO
                   END-IF
                   IF WS-OPT-PT-PLANT(WS-OPT-BEST) + WS-OPT-PLANT-STEP
                           > WS-OPT-PLANT-MAX
                       MOVE WS-OPT-PLANT-MAX TO WS-OPT-PLANT-HI
                   ELSE
                       COMPUTE WS-OPT-PLANT-HI =
                               WS-OPT-PT-PLANT(WS-OPT-BEST)
                               + WS-OPT-PLANT-STEP
                   END-IF
                   COMPUTE WS-OPT-PLANT-STEP = WS-OPT-PLANT-STEP / 2
                   IF WS-OPT-PLANT-STEP < 1
                       MOVE 1 TO WS-OPT-PLANT-STEP
                   END-IF
               END-IF
           CONTINUE.

      *    Orders every point tried under WS-OPT-SORT-KEY -- the
      *    leading positions are all the report and the write-back
      *    need, so the selection stops once KEEP are placed.
           RANK-SEARCH-POINTS SECTION.
               PERFORM VARYING WS-OPT-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-OPT-ORDER-IDX > WS-OPT-POINT-COUNT
                   MOVE WS-OPT-ORDER-IDX
                       TO WS-OPT-ORDER-PT(WS-OPT-ORDER-IDX)
               END-PERFORM
               MOVE WS-OPT-KEEP TO WS-OPT-LIST-COUNT
               IF WS-OPT-LIST-COUNT > WS-OPT-POINT-COUNT
                   MOVE WS-OPT-POINT-COUNT TO WS-OPT-LIST-COUNT
               END-IF
               PERFORM VARYING WS-OPT-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-OPT-ORDER-IDX > WS-OPT-LIST-COUNT
                   MOVE WS-OPT-ORDER-IDX TO WS-OPT-BEST
                   COMPUTE WS-OPT-SCAN = WS-OPT-ORDER-IDX + 1
                   PERFORM UNTIL WS-OPT-SCAN > WS-OPT-POINT-COUNT
                       MOVE WS-OPT-ORDER-PT(WS-OPT-SCAN) TO WS-OPT-A
                       MOVE WS-OPT-ORDER-PT(WS-OPT-BEST) TO WS-OPT-B
                       PERFORM COMPARE-SEARCH-POINTS
                       IF WS-OPT-A-BETTER
                           MOVE WS-OPT-SCAN TO WS-OPT-BEST
                       END-IF
                       ADD 1 TO WS-OPT-SCAN
                   END-PERFORM
                   MOVE WS-OPT-ORDER-PT(WS-OPT-ORDER-IDX)
                       TO WS-OPT-ORDER-SWAP
                   MOVE WS-OPT-ORDER-PT(WS-OPT-BEST)
                       TO WS-OPT-ORDER-PT(WS-OPT-ORDER-IDX)
                   MOVE WS-OPT-ORDER-SWAP
                       TO WS-OPT-ORDER-PT(WS-OPT-BEST)
               END-PERFORM
           CONTINUE.

      *    Is point A ahead of point B? The key figure first, then
      *    the other figure, then the survival rate; a dead heat
      *    goes to the point tried first.
           COMPARE-SEARCH-POINTS SECTION.
               SET WS-OPT-A-BETTER TO FALSE
               IF WS-OPT-SORT-KEY = "MEAN"
                   IF WS-OPT-PT-MEAN(WS-OPT-A)
                           NOT = WS-OPT-PT-MEAN(WS-OPT-B)
                       IF WS-OPT-PT-MEAN(WS-OPT-A)
                               > WS-OPT-PT-MEAN(WS-OPT-B)
                           SET WS-OPT-A-BETTER TO TRUE
                       END-IF
                       EXIT SECTION
                   END-IF
                   IF WS-OPT-PT-DECILE(WS-OPT-A)
                           NOT = WS-OPT-PT-DECILE(WS-OPT-B)
                       IF WS-OPT-PT-DECILE(WS-OPT-A)
                               > WS-OPT-PT-DECILE(WS-OPT-B)
                           SET WS-OPT-A-BETTER TO TRUE
                       END-IF
                       EXIT SECTION
                   END-IF
               ELSE
                   IF WS-OPT-PT-DECILE(WS-OPT-A)
                           NOT = WS-OPT-PT-DECILE(WS-OPT-B)
                       IF WS-OPT-PT-DECILE(WS-OPT-A)
                               > WS-OPT-PT-DECILE(WS-OPT-B)
                           SET WS-OPT-A-BETTER TO TRUE
                       END-IF
                       EXIT SECTION
                   END-IF
                   IF WS-OPT-PT-MEAN(WS-OPT-A)
                           NOT = WS-OPT-PT-MEAN(WS-OPT-B)
                       IF WS-OPT-PT-MEAN(WS-OPT-A)
                               > WS-OPT-PT-MEAN(WS-OPT-B)
                           SET WS-OPT-A-BETTER TO TRUE
                       END-IF
                       EXIT SECTION
                   END-IF
               END-IF
               IF WS-OPT-PT-SURV-PCT(WS-OPT-A)
                       NOT = WS-OPT-PT-SURV-PCT(WS-OPT-B)
                   IF WS-OPT-PT-SURV-PCT(WS-OPT-A)
                           > WS-OPT-PT-SURV-PCT(WS-OPT-B)
                       SET WS-OPT-A-BETTER TO TRUE
                   END-IF
                   EXIT SECTION
               END-IF
               IF WS-OPT-A < WS-OPT-B
                   SET WS-OPT-A-BETTER TO TRUE
               END-IF
           CONTINUE.

      *    The leaders both ways: by the mean final population
      *    and by the average of the worst tenth of trials. A
      *    policy high on the first list and absent from the
      *    second wins on average and fails badly when it fails.
           PRINT-SEARCH-REPORT SECTION.
               DISPLAY "========================================"
               DISPLAY "MONTE-CARLO POLICY SEARCH"
               DISPLAY "Points tried: " WS-OPT-POINT-COUNT
                       "  trials per point: " WS-OPT-TRIALS
                       "  years: " WS-OPT-YEARS
                       "  difficulty: " WS-OPT-DIFF
                       "  mode: " WS-OPT-MODE
               DISPLAY "Every point ran from seed " WS-RND-SEED "."
               MOVE "MEAN" TO WS-OPT-SORT-KEY
               DISPLAY "BEST BY MEAN FINAL POPULATION"
               PERFORM PRINT-SEARCH-LEADERS
               MOVE "DECILE" TO WS-OPT-SORT-KEY
               DISPLAY "BEST BY WORST-DECILE FINAL POPULATION"
               PERFORM PRINT-SEARCH-LEADERS
               DISPLAY "========================================"
           CONTINUE.

           PRINT-SEARCH-LEADERS SECTION.
               PERFORM RANK-SEARCH-POINTS
               DISPLAY "RK RATION PLANT LAND     MEAN  WORST-10%"
                       "  P10 SURV-PCT ROUND"
               PERFORM VARYING WS-OPT-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-OPT-ORDER-IDX > WS-OPT-LIST-COUNT
                   MOVE WS-OPT-ORDER-PT(WS-OPT-ORDER-IDX)
                       TO WS-OPT-PT-IDX
                   MOVE WS-OPT-ORDER-IDX TO WS-FORMAT-OPT-RANK
                   MOVE WS-OPT-PT-MEAN(WS-OPT-PT-IDX)
                       TO WS-FORMAT-OPT-MEAN
                   MOVE WS-OPT-PT-DECILE(WS-OPT-PT-IDX)
                       TO WS-FORMAT-OPT-DECILE
                   MOVE WS-OPT-PT-P10(WS-OPT-PT-IDX)
                       TO WS-FORMAT-OPT-P10
                   MOVE WS-OPT-PT-SURV-PCT(WS-OPT-PT-IDX)
                       TO WS-FORMAT-OPT-SURV
                   DISPLAY WS-FORMAT-OPT-RANK "     "
                           WS-OPT-PT-RATION(WS-OPT-PT-IDX) "  "
                           WS-OPT-PT-PLANT(WS-OPT-PT-IDX) "%   "
                           WS-OPT-PT-LAND(WS-OPT-PT-IDX) " "
                           WS-FORMAT-OPT-MEAN "   "
                           WS-FORMAT-OPT-DECILE " "
                           WS-FORMAT-OPT-P10 "   "
                           WS-FORMAT-OPT-SURV "     "
                           WS-OPT-PT-ROUND(WS-OPT-PT-IDX)
               END-PERFORM
           CONTINUE.

      *    The winners under the deck's ranking, as POLICY.DAT
      *    lines named for their knobs (OPT R18 P085 L1) and
      *    carrying the search's own trials, years, difficulty and
      *    full-rules settings. OPTPOLCY.DAT is rewritten every
      *    search; APPEND=Y adds the same lines to POLICY.DAT,
      *    which loads no more than ten policies.
           WRITE-SEARCH-WINNERS SECTION.
               MOVE WS-OPT-RANK-BY TO WS-OPT-SORT-KEY
               PERFORM RANK-SEARCH-POINTS
               OPEN OUTPUT SEARCH-POLICY-FILE
               IF WS-OPT-APPEND = 'Y'
                   OPEN EXTEND POLICY-FILE
                   IF WS-POLICY-FILE-STATUS = "05"
                           OR WS-POLICY-FILE-STATUS = "35"
                       OPEN OUTPUT POLICY-FILE
                   END-IF
               END-IF
               MOVE 0 TO WS-OPT-WRITTEN
               PERFORM VARYING WS-OPT-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-OPT-ORDER-IDX > WS-OPT-LIST-COUNT
                   MOVE WS-OPT-ORDER-PT(WS-OPT-ORDER-IDX)
                       TO WS-OPT-PT-IDX
                   MOVE SPACES TO SO-NAME
                   STRING "OPT R" WS-OPT-PT-RATION(WS-OPT-PT-IDX)
                           " P" WS-OPT-PT-PLANT(WS-OPT-PT-IDX)
                           " L" WS-OPT-PT-LAND(WS-OPT-PT-IDX)
                       DELIMITED BY SIZE INTO SO-NAME
                   MOVE WS-OPT-PT-RATION(WS-OPT-PT-IDX) TO SO-RATION
                   MOVE WS-OPT-PT-PLANT(WS-OPT-PT-IDX) TO SO-PLANT-PCT
                   MOVE WS-OPT-PT-LAND(WS-OPT-PT-IDX) TO SO-BUY-RULE
                   MOVE WS-OPT-TRIALS TO SO-TRIALS
                   MOVE WS-OPT-YEARS TO SO-YEARS
                   MOVE WS-OPT-DIFF TO SO-DIFFICULTY
                   MOVE WS-OPT-MODE TO SO-MODE
                   MOVE WS-OPT-GRANARY TO SO-GRANARY-TARGET
                   MOVE WS-OPT-GUARD TO SO-GUARD-SPEND
                   WRITE SO-RECORD
                   ADD 1 TO WS-OPT-WRITTEN
                   ADD 1 TO WS-RUNLOG-WRITES
                   IF WS-OPT-APPEND = 'Y'
                       MOVE SO-RECORD TO PO-RECORD
                       WRITE PO-RECORD
                   END-IF
               END-PERFORM
               CLOSE SEARCH-POLICY-FILE
               IF WS-OPT-APPEND = 'Y'
                   CLOSE POLICY-FILE
                   DISPLAY WS-OPT-WRITTEN " winning policy line(s) "
                           "written to OPTPOLCY.DAT and added to "
                           "POLICY.DAT."
               ELSE
                   DISPLAY WS-OPT-WRITTEN " winning policy line(s) "
                           "written to OPTPOLCY.DAT."
               END-IF
           CONTINUE.
      *    Reads BENCHPRM.DAT. No deck on file leaves the benchmark
      *    off; a deck that is there must be right in every line.
           LOAD-BENCH-DECK SECTION.
               SET WS-BENCH-MODE TO FALSE
               SET WS-BENCH-OK TO TRUE
               OPEN INPUT BENCH-PARM-FILE
               IF WS-BENCH-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-BENCH-MODE TO TRUE
               SET WS-BENCH-EOF TO FALSE
               PERFORM UNTIL WS-BENCH-EOF
                   READ BENCH-PARM-FILE
                       AT END
                           SET WS-BENCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF BP-RECORD NOT = SPACES
                                   AND BP-RECORD(1:1) NOT = "*"
                               PERFORM APPLY-BENCH-KEYWORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENCH-PARM-FILE
           CONTINUE.

           APPLY-BENCH-KEYWORD SECTION.
               MOVE SPACES TO WS-OPT-KEY
               MOVE SPACES TO WS-OPT-VAL
               UNSTRING BP-RECORD DELIMITED BY "="
                   INTO WS-OPT-KEY WS-OPT-VAL
               END-UNSTRING
               IF WS-OPT-KEY = "BASELINE" AND WS-OPT-VAL NOT = SPACES
                   MOVE WS-OPT-VAL TO WS-BM-BASELINE-NAME
               ELSE
                   DISPLAY "BENCHPRM.DAT -- unknown key or bad value "
                           "on line: " BP-RECORD
                   SET WS-BENCH-OK TO FALSE
               END-IF
           CONTINUE.

      *    Replays the reign under every policy in the deck and
      *    reports the governor against each. A reign the luck
      *    cannot be read back for is refused outright; a missing
      *    ledger only costs the harvests, and the run ends 4.
           RUN-REIGN-BENCHMARK SECTION.
               PERFORM SELECT-BENCH-ARCHIVE-SET
               IF WS-BENCH-OK
                   PERFORM READ-BENCH-START
               END-IF
               IF WS-BENCH-OK
                   PERFORM READ-BENCH-HISTORY
               END-IF
               IF NOT WS-BENCH-OK
                   EXIT SECTION
               END-IF
               PERFORM READ-BENCH-LEDGER
               PERFORM READ-BENCH-VERDICT

               PERFORM LOAD-POLICY-DECK
               PERFORM FIND-BENCH-BASELINE
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   PERFORM RUN-BENCH-POLICY
               END-PERFORM
               PERFORM PRINT-BENCH-REPORT
               IF NOT WS-BM-LEDGER-READ
                   MOVE 4 TO RETURN-CODE
               END-IF
           CONTINUE.

      *    Asks HAMARCH which set to read, as the report programs
      *    do. An archived reign that was not journaled from its
      *    first turn left no starting record to replay.
           SELECT-BENCH-ARCHIVE-SET SECTION.
               MOVE "PARM" TO WS-ARCHIVE-REQUEST
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT = 4
                   DISPLAY "ARCHPARM.DAT names " WS-ARCHIVE-GOVERNOR
                           " reign " WS-ARCHIVE-REIGN-SEQ
                           " but the reign archive does not carry "
                           "it -- aborting."
               END-IF
               IF WS-ARCHIVE-RESULT > 0
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               IF WS-ARCHIVE-SUFFIX = "DAT"
                   EXIT SECTION
               END-IF
               IF WS-ARCHIVE-JOURNALED NOT = 'Y'
                   DISPLAY "The archived reign of " WS-ARCHIVE-GOVERNOR
                           " reign " WS-ARCHIVE-REIGN-SEQ
                           " was not journaled -- there is no "
                           "starting record to replay."
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               MOVE SPACES TO WS-BM-JOURNAL-NAME
               STRING "JOURNAL." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-BM-JOURNAL-NAME
               MOVE SPACES TO WS-BM-HISTORY-NAME
               STRING "YEARHIST." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-BM-HISTORY-NAME
               MOVE SPACES TO WS-BM-LEDGER-NAME
               STRING "LEDGER." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-BM-LEDGER-NAME
               MOVE SPACES TO WS-BM-REPORT-NAME
               STRING "REIGNRPT." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-BM-REPORT-NAME
               DISPLAY "Replaying the archived reign of "
                       WS-ARCHIVE-GOVERNOR " reign "
                       WS-ARCHIVE-REIGN-SEQ " (set "
                       WS-ARCHIVE-SUFFIX ")."
           CONTINUE.

      *    The journal's starting record: the seed and the starting
      *    kingdom the policies replay.
           READ-BENCH-START SECTION.
               SET WS-BM-START-FOUND TO FALSE
               OPEN INPUT BENCH-JOURNAL-FILE
               IF WS-BENCH-FILE-STATUS NOT = "00"
                   DISPLAY "The journal could not be opened (status "
                           WS-BENCH-FILE-STATUS ") -- only a "
                           "journaled reign can be benchmarked: "
                           WS-BM-JOURNAL-NAME
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               SET WS-BENCH-EOF TO FALSE
               PERFORM UNTIL WS-BENCH-EOF OR WS-BM-START-FOUND
                   READ BENCH-JOURNAL-FILE
                       AT END
                           SET WS-BENCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF JR-TYPE = "ST"
                               SET WS-BM-START-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENCH-JOURNAL-FILE

               IF NOT WS-BM-START-FOUND
                   DISPLAY "The journal holds no starting record: "
                           WS-BM-JOURNAL-NAME
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               IF JR-SEED NOT NUMERIC
                       OR JR-PROVINCES NOT NUMERIC
                       OR JR-WHEAT NOT NUMERIC
                       OR JR-ACRES NOT NUMERIC
                       OR JR-POP NOT NUMERIC
                       OR JR-YEARS NOT NUMERIC
                   DISPLAY "The journal's starting record is not "
                           "readable: " WS-BM-JOURNAL-NAME
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               IF JR-PROVINCES = 0 OR JR-POP = 0
                       OR JR-YEARS = 0 OR JR-YEARS > 50
                   DISPLAY "The journal's starting record gives "
                           JR-PROVINCES " province(s), "
                           JR-POP " people and a " JR-YEARS
                           "-year reign -- the benchmark replays "
                           "reigns of one to fifty years."
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               MOVE JR-SEED TO WS-BM-SEED
               MOVE JR-GOVERNOR TO WS-BM-GOVERNOR
               MOVE JR-DIFFICULTY TO WS-BM-DIFF
               MOVE JR-PROVINCES TO WS-BM-PROVINCES
               MOVE JR-WHEAT TO WS-BM-START-WHEAT
               MOVE JR-ACRES TO WS-BM-START-ACRES
               MOVE JR-POP TO WS-BM-START-POP
               MOVE JR-YEARS TO WS-BM-YEARS
               MOVE JR-SCENARIO TO WS-BM-SCENARIO
           CONTINUE.

      *    The governor's own years off the history. The file can
      *    chain a dynasty, so only this governor's province records
      *    are taken, and a year that runs backwards under the same
      *    name starts the table over for the later reign.
           READ-BENCH-HISTORY SECTION.
               INITIALIZE WS-BM-LUCK-TABLE
               MOVE 0 TO WS-BM-LUCK-YEARS
               MOVE 0 TO WS-BM-LAST-YEAR
               OPEN INPUT BENCH-HISTORY-FILE
               IF WS-BENCH-FILE-STATUS NOT = "00"
                   DISPLAY "The year history could not be opened "
                           "(status " WS-BENCH-FILE-STATUS ") -- "
                           "the reign cannot be benchmarked: "
                           WS-BM-HISTORY-NAME
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               SET WS-BENCH-EOF TO FALSE
               PERFORM UNTIL WS-BENCH-EOF
                   READ BENCH-HISTORY-FILE
                       AT END
                           SET WS-BENCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF YH-GOVERNOR-NAME = WS-BM-GOVERNOR
                                   AND YH-PROVINCE > 0
                                   AND YH-YEAR > 0
                                   AND YH-YEAR <= 50
                               PERFORM TAKE-BENCH-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENCH-HISTORY-FILE

               IF WS-BM-LUCK-YEARS = 0
                   DISPLAY "The year history holds no years for "
                           WS-BM-GOVERNOR " -- the reign cannot be "
                           "benchmarked: " WS-BM-HISTORY-NAME
                   SET WS-BENCH-OK TO FALSE
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-BM-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-BM-YEAR-IDX > WS-BM-LUCK-YEARS
                   IF WS-BM-SEEN-PROVS(WS-BM-YEAR-IDX) > 0
                       COMPUTE WS-BM-PRICE(WS-BM-YEAR-IDX) ROUNDED =
                               WS-BM-PRICE-SUM(WS-BM-YEAR-IDX)
                               / WS-BM-SEEN-PROVS(WS-BM-YEAR-IDX)
                       COMPUTE WS-BM-PLAGUE-PCT(WS-BM-YEAR-IDX)
                               ROUNDED =
                               WS-BM-PLAGUE-SUM(WS-BM-YEAR-IDX)
                               / WS-BM-SEEN-PROVS(WS-BM-YEAR-IDX)
                   END-IF
               END-PERFORM
           CONTINUE.

           TAKE-BENCH-HISTORY SECTION.
               IF YH-YEAR < WS-BM-LAST-YEAR
                   INITIALIZE WS-BM-LUCK-TABLE
                   MOVE 0 TO WS-BM-LUCK-YEARS
               END-IF
               MOVE YH-YEAR TO WS-BM-LAST-YEAR
               IF YH-YEAR > WS-BM-LUCK-YEARS
                   MOVE YH-YEAR TO WS-BM-LUCK-YEARS
               END-IF
               ADD 1 TO WS-BM-SEEN-PROVS(YH-YEAR)
               ADD YH-PRICE TO WS-BM-PRICE-SUM(YH-YEAR)
               ADD YH-PLAGUE-PCT TO WS-BM-PLAGUE-SUM(YH-YEAR)
               ADD YH-POPULATION TO WS-BM-GOV-POP(YH-YEAR)
               ADD YH-CLOSING-WHEAT TO WS-BM-GOV-WHEAT(YH-YEAR)
               ADD YH-ACRES TO WS-BM-GOV-ACRES(YH-YEAR)
           CONTINUE.

      *    The harvest yield each year, read back off the ledger as
      *    bushels harvested per acre sown -- the seed posting at
      *    the standard two acres the bushel gives the acres.
           READ-BENCH-LEDGER SECTION.
               SET WS-BM-LEDGER-READ TO FALSE
               INITIALIZE WS-BM-SOWN-TABLE
               MOVE 0 TO WS-BM-LAST-YEAR
               OPEN INPUT BENCH-LEDGER-FILE
               IF WS-BENCH-FILE-STATUS NOT = "00"
                   DISPLAY "The wheat ledger could not be opened "
                           "(status " WS-BENCH-FILE-STATUS ") -- "
                           "the harvests will be drawn from the seed, "
                           "not the reign's own: " WS-BM-LEDGER-NAME
                   EXIT SECTION
               END-IF
               SET WS-BM-LEDGER-READ TO TRUE
               SET WS-BENCH-EOF TO FALSE
               PERFORM UNTIL WS-BENCH-EOF
                   READ BENCH-LEDGER-FILE
                       AT END
                           SET WS-BENCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF LG-GOVERNOR = WS-BM-GOVERNOR
                                   AND LG-YEAR > 0
                                   AND LG-YEAR <= 50
                               PERFORM TAKE-BENCH-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENCH-LEDGER-FILE

               PERFORM VARYING WS-BM-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-BM-YEAR-IDX > WS-BM-LUCK-YEARS
                   IF WS-BM-SEED-SUM(WS-BM-YEAR-IDX) > 0
                       COMPUTE WS-BM-YIELD-CALC ROUNDED =
                               WS-BM-HARVEST-SUM(WS-BM-YEAR-IDX)
                               / (WS-BM-SEED-SUM(WS-BM-YEAR-IDX)
                                   * WS-SIM-SEED-DIVISOR)
                       IF WS-BM-YIELD-CALC < 1
                           MOVE 1 TO WS-BM-YIELD-CALC
                       END-IF
                       IF WS-BM-YIELD-CALC > 9
                           MOVE 9 TO WS-BM-YIELD-CALC
                       END-IF
                       MOVE WS-BM-YIELD-CALC
                           TO WS-BM-YIELD(WS-BM-YEAR-IDX)
                   END-IF
               END-PERFORM
           CONTINUE.

           TAKE-BENCH-POSTING SECTION.
               IF LG-YEAR < WS-BM-LAST-YEAR
                   INITIALIZE WS-BM-SOWN-TABLE
               END-IF
               MOVE LG-YEAR TO WS-BM-LAST-YEAR
               EVALUATE LG-CODE
                   WHEN "HARVEST"
                       ADD LG-AMOUNT TO WS-BM-HARVEST-SUM(LG-YEAR)
                   WHEN "SEED"
                       ADD LG-AMOUNT TO WS-BM-SEED-SUM(LG-YEAR)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           CONTINUE.

      *    The verdict line the reign report closed the governor's
      *    reign with. A reign still running, or a report gone
      *    missing, is scored on acres a head at the last year on
      *    file -- the measure the policies are scored on.
           READ-BENCH-VERDICT SECTION.
               SET WS-BM-VERDICT-FOUND TO FALSE
               SET WS-BM-GOV-LINE-SEEN TO FALSE
               OPEN INPUT BENCH-REPORT-FILE
               IF WS-BENCH-FILE-STATUS = "00"
                   SET WS-BENCH-EOF TO FALSE
                   PERFORM UNTIL WS-BENCH-EOF
                       READ BENCH-REPORT-FILE
                           AT END
                               SET WS-BENCH-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNLOG-READS
                               PERFORM TAKE-BENCH-REPORT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BENCH-REPORT-FILE
               END-IF

               IF NOT WS-BM-VERDICT-FOUND
                   MOVE "NO VERDICT" TO WS-BM-GOV-OUTCOME
                   MOVE 0 TO WS-BM-GOV-SCORE
                   IF WS-BM-GOV-POP(WS-BM-LUCK-YEARS) > 0
                       COMPUTE WS-BM-GOV-SCORE ROUNDED =
                               WS-BM-GOV-ACRES(WS-BM-LUCK-YEARS)
                               / WS-BM-GOV-POP(WS-BM-LUCK-YEARS)
                           ON SIZE ERROR
                               MOVE 99999.99 TO WS-BM-GOV-SCORE
                       END-COMPUTE
                   END-IF
               END-IF
           CONTINUE.

           TAKE-BENCH-REPORT-LINE SECTION.
               IF RR-LINE(1:22) = "THE REIGN OF GOVERNOR "
                   IF RR-LINE(23:20) = WS-BM-GOVERNOR
                       SET WS-BM-GOV-LINE-SEEN TO TRUE
                   ELSE
                       SET WS-BM-GOV-LINE-SEEN TO FALSE
                   END-IF
               END-IF
               IF RR-LINE(1:9) = "VERDICT: " AND WS-BM-GOV-LINE-SEEN
                   MOVE RR-LINE(30:7) TO WS-BM-SCORE-TEXT
                   IF WS-BM-SCORE-TEXT IS NUMERIC
                       MOVE RR-LINE(10:10) TO WS-BM-GOV-OUTCOME
                       MOVE WS-BM-SCORE-VALUE TO WS-BM-GOV-SCORE
                       SET WS-BM-VERDICT-FOUND TO TRUE
                   END-IF
               END-IF
           CONTINUE.

      *    The policy the verdict is read against; a name the deck
      *    does not carry falls back to its first policy.
           FIND-BENCH-BASELINE SECTION.
               MOVE 0 TO WS-BM-BASELINE-IDX
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                           OR WS-BM-BASELINE-IDX > 0
                   IF WS-POL-NAME(WS-POLICY-IDX) = WS-BM-BASELINE-NAME
                       MOVE WS-POLICY-IDX TO WS-BM-BASELINE-IDX
                   END-IF
               END-PERFORM
               IF WS-BM-BASELINE-IDX = 0
                   DISPLAY "The policy deck carries no "
                           WS-BM-BASELINE-NAME " -- the governor is "
                           "judged against " WS-POL-NAME(1)
                   MOVE 1 TO WS-BM-BASELINE-IDX
               END-IF
               MOVE WS-POL-NAME(WS-BM-BASELINE-IDX)
                   TO WS-BM-BASELINE-NAME
           CONTINUE.

      *    One replay of the reign under one policy: the reign's own
      *    seed, term and difficulty on the full rules, whatever
      *    the deck line says of trials, years, band and mode.
           RUN-BENCH-POLICY SECTION.
               MOVE WS-POL-RATION(WS-POLICY-IDX) TO WS-CUR-RATION
               MOVE WS-POL-PLANT-PCT(WS-POLICY-IDX)
                   TO WS-CUR-PLANT-PCT
               MOVE WS-POL-BUY-RULE(WS-POLICY-IDX) TO WS-CUR-BUY-RULE
               MOVE WS-POL-GRANARY-TARGET(WS-POLICY-IDX)
                   TO WS-CUR-GRANARY-TARGET
               MOVE WS-POL-GUARD-SPEND(WS-POLICY-IDX)
                   TO WS-CUR-GUARD-SPEND
               MOVE 1 TO WS-CUR-MODE
               MOVE WS-BM-YEARS TO WS-SIM-NUM-YEARS
               MOVE WS-BM-DIFF TO WS-CUR-DIFF
               PERFORM APPLY-DIFFICULTY-BAND

               DISPLAY "Replaying the reign under policy "
                       WS-POL-NAME(WS-POLICY-IDX) "..."
               MOVE 0 TO WS-BM-POL-YEARS(WS-POLICY-IDX)
               COMPUTE WS-RND-DBL = FUNCTION RANDOM(WS-BM-SEED)
               MOVE 0 TO WS-TRIAL-NO
               MOVE 0 TO WS-SUM-FINAL-POPULATION
               MOVE 0 TO WS-SURVIVED-COUNT
               MOVE 0 TO WS-IMPEACHED-COUNT
               PERFORM PLAY-SIM-REIGN

               MOVE WS-TRIAL-OUTCOME TO WS-BM-POL-OUTCOME(WS-POLICY-IDX)
               MOVE 0 TO WS-BM-POL-SCORE(WS-POLICY-IDX)
               IF WS-TRIAL-OUTCOME = "SURVIVED "
                       AND WS-SIM-POPULATION > 0
                   COMPUTE WS-BM-POL-SCORE(WS-POLICY-IDX) ROUNDED =
                           WS-SIM-ACRES / WS-SIM-POPULATION
                       ON SIZE ERROR
                           MOVE 99999.99
                               TO WS-BM-POL-SCORE(WS-POLICY-IDX)
                   END-COMPUTE
               END-IF
           CONTINUE.

      *    Banks the year just played for the year-by-year report.
           NOTE-BENCH-YEAR SECTION.
               COMPUTE WS-BM-YEAR-IDX = WS-SIM-YEAR - 1
               IF WS-BM-YEAR-IDX < 1 OR WS-BM-YEAR-IDX > 50
                   EXIT SECTION
               END-IF
               MOVE WS-BM-YEAR-IDX TO WS-BM-POL-YEARS(WS-POLICY-IDX)
               MOVE WS-SIM-POPULATION
                   TO WS-BM-POL-POP(WS-POLICY-IDX WS-BM-YEAR-IDX)
               MOVE WS-SIM-WHEAT
                   TO WS-BM-POL-WHEAT(WS-POLICY-IDX WS-BM-YEAR-IDX)
           CONTINUE.

      *    The governor against every policy: the final standings,
      *    each policy year by year, and the verdict against the
      *    baseline policy.
           PRINT-BENCH-REPORT SECTION.
               DISPLAY " "
               DISPLAY "REIGN BENCHMARK -- GOVERNOR " WS-BM-GOVERNOR
               DISPLAY "Seed " WS-BM-SEED ", difficulty " WS-BM-DIFF
                       ", " WS-BM-PROVINCES " province(s), a "
                       WS-BM-YEARS "-year reign."
               IF WS-BM-SCENARIO NOT = SPACES
                   DISPLAY "Scenario " WS-BM-SCENARIO
               END-IF
               DISPLAY "Each policy replays the reign's seed from one "
                       "province's starting share, on the reign's "
                       "own land prices, harvests and plagues for the "
                       WS-BM-LUCK-YEARS " year(s) on file; rats and "
                       "raiders are drawn from the seed."
               DISPLAY "The governor's figures are the kingdom's, "
                       "divided by its provinces."
               IF NOT WS-BM-LEDGER-READ
                   DISPLAY "No wheat ledger was read -- the harvests "
                           "were drawn from the seed, not the "
                           "reign's own."
               END-IF

               DISPLAY " "
               DISPLAY "                 OUTCOME        SCORE  "
                       "FINAL POP  FINAL WHEAT  STANDING"
               MOVE WS-BM-LUCK-YEARS TO WS-BM-YEAR-IDX
               PERFORM FIGURE-BENCH-GOVERNOR-YEAR
               MOVE WS-BM-GOV-SCORE TO WS-FORMAT-BM-SCORE
               MOVE WS-BM-PP-POP TO WS-FORMAT-BM-POP
               MOVE WS-BM-PP-WHEAT TO WS-FORMAT-BM-WHEAT
               DISPLAY "GOVERNOR         " WS-BM-GOV-OUTCOME
                       "  " WS-FORMAT-BM-SCORE "       "
                       WS-FORMAT-BM-POP "      " WS-FORMAT-BM-WHEAT
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   PERFORM PRINT-BENCH-STANDING
               END-PERFORM

               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   PERFORM PRINT-BENCH-YEARS
               END-PERFORM

               MOVE WS-BM-BASELINE-IDX TO WS-POLICY-IDX
               COMPUTE WS-BM-GAP = WS-BM-GOV-SCORE
                       - WS-BM-POL-SCORE(WS-POLICY-IDX)
               IF WS-BM-GAP < 0
                   COMPUTE WS-FORMAT-BM-GAP = 0 - WS-BM-GAP
               ELSE
                   MOVE WS-BM-GAP TO WS-FORMAT-BM-GAP
               END-IF
               MOVE 0 TO WS-BM-LEAD
               INSPECT WS-FORMAT-BM-GAP
                   TALLYING WS-BM-LEAD FOR LEADING SPACES
               MOVE SPACES TO WS-BM-LINE
               EVALUATE TRUE
                   WHEN WS-BM-GAP > 0
                       STRING "VERDICT: " DELIMITED BY SIZE
                               WS-BM-GOVERNOR DELIMITED BY "  "
                               " BEAT " DELIMITED BY SIZE
                               WS-BM-BASELINE-NAME DELIMITED BY "  "
                               " BY " DELIMITED BY SIZE
                               WS-FORMAT-BM-GAP(WS-BM-LEAD + 1:)
                               " POINTS" DELIMITED BY SIZE
                           INTO WS-BM-LINE
                   WHEN WS-BM-GAP < 0
                       STRING "VERDICT: " DELIMITED BY SIZE
                               WS-BM-GOVERNOR DELIMITED BY "  "
                               " LOST TO " DELIMITED BY SIZE
                               WS-BM-BASELINE-NAME DELIMITED BY "  "
                               " BY " DELIMITED BY SIZE
                               WS-FORMAT-BM-GAP(WS-BM-LEAD + 1:)
                               " POINTS" DELIMITED BY SIZE
                           INTO WS-BM-LINE
                   WHEN OTHER
                       STRING "VERDICT: " DELIMITED BY SIZE
                               WS-BM-GOVERNOR DELIMITED BY "  "
                               " MATCHED " DELIMITED BY SIZE
                               WS-BM-BASELINE-NAME DELIMITED BY "  "
                               " POINT FOR POINT" DELIMITED BY SIZE
                           INTO WS-BM-LINE
               END-EVALUATE
               DISPLAY " "
               DISPLAY WS-BM-LINE(1:80)
               DISPLAY "         on the same weather and the same "
                       "plagues."
           CONTINUE.

      *    The governor's kingdom in the year WS-BM-YEAR-IDX, as a
      *    single province's share.
           FIGURE-BENCH-GOVERNOR-YEAR SECTION.
               COMPUTE WS-BM-PP-POP ROUNDED =
                       WS-BM-GOV-POP(WS-BM-YEAR-IDX) / WS-BM-PROVINCES
               COMPUTE WS-BM-PP-WHEAT ROUNDED =
                       WS-BM-GOV-WHEAT(WS-BM-YEAR-IDX)
                       / WS-BM-PROVINCES
               COMPUTE WS-BM-PP-ACRES ROUNDED =
                       WS-BM-GOV-ACRES(WS-BM-YEAR-IDX)
                       / WS-BM-PROVINCES
           CONTINUE.

           PRINT-BENCH-STANDING SECTION.
               MOVE WS-BM-POL-YEARS(WS-POLICY-IDX) TO WS-BM-YEAR-IDX
               MOVE 0 TO WS-FORMAT-BM-POL-POP
               MOVE 0 TO WS-FORMAT-BM-POL-WHEAT
               IF WS-BM-YEAR-IDX > 0
                   MOVE WS-BM-POL-POP(WS-POLICY-IDX WS-BM-YEAR-IDX)
                       TO WS-FORMAT-BM-POL-POP
                   MOVE WS-BM-POL-WHEAT(WS-POLICY-IDX WS-BM-YEAR-IDX)
                       TO WS-FORMAT-BM-POL-WHEAT
               END-IF
               MOVE WS-BM-POL-SCORE(WS-POLICY-IDX)
                   TO WS-FORMAT-BM-SCORE
               EVALUATE TRUE
                   WHEN WS-BM-GOV-SCORE > WS-BM-POL-SCORE(WS-POLICY-IDX)
                       MOVE "GOVERNOR AHEAD " TO WS-BM-STANDING
                   WHEN WS-BM-GOV-SCORE < WS-BM-POL-SCORE(WS-POLICY-IDX)
                       MOVE "GOVERNOR BEHIND" TO WS-BM-STANDING
                   WHEN OTHER
                       MOVE "LEVEL          " TO WS-BM-STANDING
               END-EVALUATE
               DISPLAY WS-POL-NAME(WS-POLICY-IDX) " "
                       WS-BM-POL-OUTCOME(WS-POLICY-IDX) "   "
                       WS-FORMAT-BM-SCORE "       "
                       WS-FORMAT-BM-POL-POP "      "
                       WS-FORMAT-BM-POL-WHEAT "  " WS-BM-STANDING
           CONTINUE.

      *    One policy against the governor, year by year. A year
      *    one side did not reach is left blank on that side.
           PRINT-BENCH-YEARS SECTION.
               DISPLAY " "
               DISPLAY "YEAR BY YEAR AGAINST "
                       WS-POL-NAME(WS-POLICY-IDX)
               DISPLAY "YEAR   GOV POP  POLICY POP    GAP   "
                       "GOV WHEAT  POLICY WHEAT  WHEAT GAP"
               PERFORM VARYING WS-BM-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-BM-YEAR-IDX > WS-BM-YEARS
                   MOVE SPACES TO WS-BM-LINE
                   MOVE WS-BM-YEAR-IDX TO WS-FORMAT-BM-YEAR
                   MOVE WS-FORMAT-BM-YEAR TO WS-BM-LINE(3:2)
                   IF WS-BM-YEAR-IDX <= WS-BM-LUCK-YEARS
                       PERFORM FIGURE-BENCH-GOVERNOR-YEAR
                       MOVE WS-BM-PP-POP TO WS-FORMAT-BM-POP
                       MOVE WS-FORMAT-BM-POP TO WS-BM-LINE(11:4)
                       MOVE WS-BM-PP-WHEAT TO WS-FORMAT-BM-WHEAT
                       MOVE WS-FORMAT-BM-WHEAT TO WS-BM-LINE(38:7)
                   END-IF
                   IF WS-BM-YEAR-IDX <= WS-BM-POL-YEARS(WS-POLICY-IDX)
                       MOVE WS-BM-POL-POP
                               (WS-POLICY-IDX WS-BM-YEAR-IDX)
                           TO WS-FORMAT-BM-POL-POP
                       MOVE WS-FORMAT-BM-POL-POP TO WS-BM-LINE(23:4)
                       MOVE WS-BM-POL-WHEAT
                               (WS-POLICY-IDX WS-BM-YEAR-IDX)
                           TO WS-FORMAT-BM-POL-WHEAT
                       MOVE WS-FORMAT-BM-POL-WHEAT TO WS-BM-LINE(52:7)
                   END-IF
                   IF WS-BM-YEAR-IDX <= WS-BM-LUCK-YEARS
                           AND WS-BM-YEAR-IDX
                               <= WS-BM-POL-YEARS(WS-POLICY-IDX)
                       COMPUTE WS-BM-POP-GAP = WS-BM-PP-POP
                               - WS-BM-POL-POP
                                   (WS-POLICY-IDX WS-BM-YEAR-IDX)
                       MOVE WS-BM-POP-GAP TO WS-FORMAT-BM-POP-GAP
                       MOVE WS-FORMAT-BM-POP-GAP TO WS-BM-LINE(29:5)
                       COMPUTE WS-BM-WHEAT-GAP = WS-BM-PP-WHEAT
                               - WS-BM-POL-WHEAT
                                   (WS-POLICY-IDX WS-BM-YEAR-IDX)
                       MOVE WS-BM-WHEAT-GAP TO WS-FORMAT-BM-WHEAT-GAP
                       MOVE WS-FORMAT-BM-WHEAT-GAP TO WS-BM-LINE(62:8)
                   END-IF
                   DISPLAY WS-BM-LINE(1:70)
               END-PERFORM
           CONTINUE.
      *    Reads STUDYPRM.DAT. No deck on file leaves the study off;
      *    a deck that is there must be right in every line.
           LOAD-STUDY-DECK SECTION.
               SET WS-STUDY-MODE TO FALSE
               SET WS-STUDY-OK TO TRUE
               MOVE "RULES.DAT" TO WS-ST-FILE-NAME(1)
               MOVE "RULESNEW.DAT" TO WS-ST-FILE-NAME(2)
               OPEN INPUT STUDY-PARM-FILE
               IF WS-STUDY-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-STUDY-MODE TO TRUE
               SET WS-STUDY-EOF TO FALSE
               PERFORM UNTIL WS-STUDY-EOF
                   READ STUDY-PARM-FILE
                       AT END
                           SET WS-STUDY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF TP-RECORD NOT = SPACES
                                   AND TP-RECORD(1:1) NOT = "*"
                               PERFORM APPLY-STUDY-KEYWORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDY-PARM-FILE
           CONTINUE.

           APPLY-STUDY-KEYWORD SECTION.
               MOVE SPACES TO WS-OPT-KEY
               MOVE SPACES TO WS-OPT-VAL
               UNSTRING TP-RECORD DELIMITED BY "="
                   INTO WS-OPT-KEY WS-OPT-VAL
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-OPT-KEY = "CURRENT"
                           AND WS-OPT-VAL NOT = SPACES
                       MOVE WS-OPT-VAL TO WS-ST-FILE-NAME(1)
                   WHEN WS-OPT-KEY = "PROPOSED"
                           AND WS-OPT-VAL NOT = SPACES
                       MOVE WS-OPT-VAL TO WS-ST-FILE-NAME(2)
                   WHEN WS-OPT-KEY = "SEED"
                       PERFORM PARSE-STUDY-NUMBER
                       IF WS-STUDY-OK
                           MOVE WS-ST-NUMBER-VALUE TO WS-ST-SEED
                       END-IF
                   WHEN WS-OPT-KEY = "ALARM"
                       PERFORM PARSE-STUDY-NUMBER
                       IF WS-STUDY-OK
                           IF WS-ST-NUMBER-VALUE > 99
                               PERFORM REJECT-STUDY-LINE
                           ELSE
                               MOVE WS-ST-NUMBER-VALUE TO WS-ST-ALARM
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM REJECT-STUDY-LINE
               END-EVALUATE
           CONTINUE.

      *    One whole number of up to eight digits off the value.
           PARSE-STUDY-NUMBER SECTION.
               MOVE 0 TO WS-ST-NUMBER-LEN
               INSPECT WS-OPT-VAL
                   TALLYING WS-ST-NUMBER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ST-NUMBER-LEN = 0 OR WS-ST-NUMBER-LEN > 8
                   PERFORM REJECT-STUDY-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-OPT-VAL(1:WS-ST-NUMBER-LEN)
                   TO WS-ST-NUMBER-TEXT
               INSPECT WS-ST-NUMBER-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-ST-NUMBER-TEXT IS NOT NUMERIC
                   PERFORM REJECT-STUDY-LINE
               END-IF
           CONTINUE.

           REJECT-STUDY-LINE SECTION.
               DISPLAY "STUDYPRM.DAT -- unknown key or bad value "
                       "on line: " TP-RECORD
               SET WS-STUDY-OK TO FALSE
           CONTINUE.

      *    The study proper. Both rule sets are read and checked
      *    before a single trial runs; then every policy plays its
      *    trials under each set in turn, reseeded to the same
      *    seed each time, so the two runs of a policy face the
      *    same luck and differ by the rules alone.
           RUN-RULES-STUDY SECTION.
               PERFORM VARYING WS-ST-SET-IDX FROM 1 BY 1
                       UNTIL WS-ST-SET-IDX > 2
                   PERFORM LOAD-STUDY-RULE-SET
               END-PERFORM
               IF NOT WS-STUDY-OK
                   EXIT SECTION
               END-IF
               IF WS-ST-SEED = 0
                   MOVE WS-RND-SEED TO WS-ST-SEED
               END-IF

               PERFORM LOAD-POLICY-DECK
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   PERFORM VARYING WS-ST-SET-IDX FROM 1 BY 1
                           UNTIL WS-ST-SET-IDX > 2
                       PERFORM RUN-STUDY-POLICY
                   END-PERFORM
               END-PERFORM
               PERFORM PRINT-STUDY-REPORT
               IF WS-ST-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           CONTINUE.

      *    Reads one rule set, held to the same checks MAIN's
      *    LOAD-RULES-DATASET makes. The current set plays as MAIN
      *    would play it -- absent or garbled, the standard rules
      *    -- but a proposal that is not on file, or not usable,
      *    stops the study: there is nothing to measure.
           LOAD-STUDY-RULE-SET SECTION.
               MOVE 20 TO WS-ST-FEED(WS-ST-SET-IDX)
               MOVE 2 TO WS-ST-SEED-DIV(WS-ST-SET-IDX)
               MOVE 500 TO WS-ST-GRANARY-COST(WS-ST-SET-IDX)
               MOVE 300 TO WS-ST-QUAR-COST(WS-ST-SET-IDX)
               MOVE 2000 TO WS-ST-LOAN-LIMIT(WS-ST-SET-IDX)
               MOVE 4 TO WS-ST-LOAN-TERM(WS-ST-SET-IDX)
               MOVE 20 TO WS-ST-TRIB-ACRE-DIV(WS-ST-SET-IDX)
               MOVE 2 TO WS-ST-TRIB-POP-DIV(WS-ST-SET-IDX)
               MOVE 17 TO WS-ST-PRICE-BASE(WS-ST-SET-IDX)
               MOVE 9 TO WS-ST-PRICE-SPAN(WS-ST-SET-IDX)
               MOVE "STANDARD" TO WS-ST-ORIGIN(WS-ST-SET-IDX)

               MOVE WS-ST-FILE-NAME(WS-ST-SET-IDX) TO WS-ST-RULES-NAME
               OPEN INPUT STUDY-RULES-FILE
               IF WS-STUDY-FILE-STATUS NOT = "00"
                   IF WS-ST-SET-IDX = 2
                       DISPLAY "The proposed rule set "
                               WS-ST-RULES-NAME " is not on file."
                       SET WS-STUDY-OK TO FALSE
                   END-IF
                   EXIT SECTION
               END-IF
               READ STUDY-RULES-FILE
                   AT END
                       MOVE SPACES TO RU-RECORD
               END-READ
               CLOSE STUDY-RULES-FILE
               ADD 1 TO WS-RUNLOG-READS

               IF RU-FEED-PER-HEAD IS NUMERIC
                       AND RU-FEED-PER-HEAD > 0
                       AND RU-SEED-DIVISOR IS NUMERIC
                       AND RU-SEED-DIVISOR > 0
                       AND RU-GRANARY-COST IS NUMERIC
                       AND RU-QUARANTINE-COST IS NUMERIC
                       AND RU-LOAN-LIMIT IS NUMERIC
                       AND RU-LOAN-TERM IS NUMERIC
                       AND RU-LOAN-TERM > 0
                       AND RU-TRIB-ACRE-DIV IS NUMERIC
                       AND RU-TRIB-ACRE-DIV > 0
                       AND RU-TRIB-POP-DIV IS NUMERIC
                       AND RU-TRIB-POP-DIV > 0
                       AND RU-PRICE-BASE IS NUMERIC
                       AND RU-PRICE-BASE > 0
                       AND RU-PRICE-SPAN IS NUMERIC
                   MOVE RU-FEED-PER-HEAD TO WS-ST-FEED(WS-ST-SET-IDX)
                   MOVE RU-SEED-DIVISOR
                       TO WS-ST-SEED-DIV(WS-ST-SET-IDX)
                   MOVE RU-GRANARY-COST
                       TO WS-ST-GRANARY-COST(WS-ST-SET-IDX)
                   MOVE RU-QUARANTINE-COST
                       TO WS-ST-QUAR-COST(WS-ST-SET-IDX)
                   MOVE RU-LOAN-LIMIT
                       TO WS-ST-LOAN-LIMIT(WS-ST-SET-IDX)
                   MOVE RU-LOAN-TERM TO WS-ST-LOAN-TERM(WS-ST-SET-IDX)
                   MOVE RU-TRIB-ACRE-DIV
                       TO WS-ST-TRIB-ACRE-DIV(WS-ST-SET-IDX)
                   MOVE RU-TRIB-POP-DIV
                       TO WS-ST-TRIB-POP-DIV(WS-ST-SET-IDX)
                   MOVE RU-PRICE-BASE
                       TO WS-ST-PRICE-BASE(WS-ST-SET-IDX)
                   MOVE RU-PRICE-SPAN
                       TO WS-ST-PRICE-SPAN(WS-ST-SET-IDX)
                   MOVE "ON FILE" TO WS-ST-ORIGIN(WS-ST-SET-IDX)
               ELSE
                   IF WS-ST-SET-IDX = 2
                       DISPLAY "The proposed rule set "
                               WS-ST-RULES-NAME " is garbled."
                       SET WS-STUDY-OK TO FALSE
                   ELSE
                       DISPLAY WS-ST-RULES-NAME " is garbled -- "
                               "the standard rules stand, as MAIN "
                               "would play them."
                   END-IF
               END-IF
           CONTINUE.

      *    Puts one rule set into the trial economy.
           APPLY-STUDY-RULES SECTION.
               MOVE WS-ST-FEED(WS-ST-SET-IDX) TO WS-SIM-FEED-PER-HEAD
               MOVE WS-ST-SEED-DIV(WS-ST-SET-IDX)
                   TO WS-SIM-SEED-DIVISOR
               MOVE WS-ST-GRANARY-COST(WS-ST-SET-IDX)
                   TO WS-SIMF-GRANARY-COST
               MOVE WS-ST-TRIB-ACRE-DIV(WS-ST-SET-IDX)
                   TO WS-SIMF-TRIB-ACRE-DIV
               MOVE WS-ST-TRIB-POP-DIV(WS-ST-SET-IDX)
                   TO WS-SIMF-TRIB-POP-DIV
               MOVE WS-ST-PRICE-BASE(WS-ST-SET-IDX)
                   TO WS-SIM-PRICE-BASE
               MOVE WS-ST-PRICE-SPAN(WS-ST-SET-IDX)
                   TO WS-SIM-PRICE-SPAN
           CONTINUE.

      *    One policy's trials under one rule set. The study plays
      *    the full rules whatever the deck line's mode, as the
      *    benchmark does: the classic core leaves out the granary
      *    and the tribute the rule set governs.
           RUN-STUDY-POLICY SECTION.
               MOVE WS-POL-RATION(WS-POLICY-IDX) TO WS-CUR-RATION
               MOVE WS-POL-PLANT-PCT(WS-POLICY-IDX)
                   TO WS-CUR-PLANT-PCT
               MOVE WS-POL-BUY-RULE(WS-POLICY-IDX) TO WS-CUR-BUY-RULE
               MOVE WS-POL-TRIALS(WS-POLICY-IDX) TO WS-CUR-TRIALS
               MOVE WS-POL-YEARS(WS-POLICY-IDX) TO WS-SIM-NUM-YEARS
               MOVE 1 TO WS-CUR-MODE
               MOVE WS-POL-GRANARY-TARGET(WS-POLICY-IDX)
                   TO WS-CUR-GRANARY-TARGET
               MOVE WS-POL-GUARD-SPEND(WS-POLICY-IDX)
                   TO WS-CUR-GUARD-SPEND
               MOVE WS-POL-DIFF(WS-POLICY-IDX) TO WS-CUR-DIFF
               PERFORM APPLY-DIFFICULTY-BAND
               PERFORM APPLY-STUDY-RULES

               IF WS-ST-SET-IDX = 1
                   DISPLAY "Running policy "
                           WS-POL-NAME(WS-POLICY-IDX)
                           " under the current rules ("
                           WS-CUR-TRIALS " trials)..."
               ELSE
                   DISPLAY "Running policy "
                           WS-POL-NAME(WS-POLICY-IDX)
                           " under the proposed rules ("
                           WS-CUR-TRIALS " trials)..."
               END-IF

               COMPUTE WS-RND-DBL = FUNCTION RANDOM(WS-ST-SEED)
               MOVE 0 TO WS-TRIAL-NO
               MOVE 0 TO WS-SUM-FINAL-POPULATION
               MOVE 0 TO WS-SURVIVED-COUNT
               MOVE 0 TO WS-IMPEACHED-COUNT
               MOVE 0 TO WS-ST-SUM-SCORE(WS-POLICY-IDX WS-ST-SET-IDX)
               PERFORM VARYING WS-ST-BAND-IDX FROM 1 BY 1
                       UNTIL WS-ST-BAND-IDX > 4
                   MOVE 0 TO WS-ST-BAND
                       (WS-POLICY-IDX WS-ST-SET-IDX WS-ST-BAND-IDX)
               END-PERFORM
               PERFORM UNTIL WS-TRIAL-NO >= WS-CUR-TRIALS
                   PERFORM PLAY-SIM-REIGN
                   PERFORM SCORE-STUDY-TRIAL
               END-PERFORM

               MOVE WS-CUR-TRIALS
                   TO WS-ST-TRIALS(WS-POLICY-IDX WS-ST-SET-IDX)
               MOVE WS-SURVIVED-COUNT
                   TO WS-ST-SURVIVED(WS-POLICY-IDX WS-ST-SET-IDX)
               MOVE WS-IMPEACHED-COUNT
                   TO WS-ST-IMPEACHED(WS-POLICY-IDX WS-ST-SET-IDX)
               MOVE WS-SUM-FINAL-POPULATION
                   TO WS-ST-SUM-FINAL-POP(WS-POLICY-IDX WS-ST-SET-IDX)
               ADD WS-CUR-TRIALS TO WS-RUNLOG-WRITES
                   ON SIZE ERROR CONTINUE
               END-ADD
           CONTINUE.

      *    The trial's score and band, by MAIN's verdict.
           SCORE-STUDY-TRIAL SECTION.
               MOVE 0 TO WS-ST-SCORE
               MOVE 1 TO WS-ST-BAND-IDX
               IF WS-TRIAL-OUTCOME = "SURVIVED "
                       AND WS-SIM-POPULATION > 0
                   COMPUTE WS-ST-SCORE ROUNDED =
                           WS-SIM-ACRES / WS-SIM-POPULATION
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-ST-SCORE
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WS-ST-SCORE >= 10
                           MOVE 4 TO WS-ST-BAND-IDX
                       WHEN WS-ST-SCORE >= 5
                           MOVE 3 TO WS-ST-BAND-IDX
                       WHEN OTHER
                           MOVE 2 TO WS-ST-BAND-IDX
                   END-EVALUATE
               END-IF
               ADD WS-ST-SCORE
                   TO WS-ST-SUM-SCORE(WS-POLICY-IDX WS-ST-SET-IDX)
               ADD 1 TO WS-ST-BAND
                   (WS-POLICY-IDX WS-ST-SET-IDX WS-ST-BAND-IDX)
           CONTINUE.

      *    The two rule sets side by side, then every policy's
      *    figures under each with the shift the proposal makes.
           PRINT-STUDY-REPORT SECTION.
               DISPLAY "========================================"
               DISPLAY "RULES-CHANGE IMPACT STUDY"
               DISPLAY "CURRENT RULES  " WS-ST-FILE-NAME(1)
                       " " WS-ST-ORIGIN(1)
               DISPLAY "PROPOSED RULES " WS-ST-FILE-NAME(2)
                       " " WS-ST-ORIGIN(2)
               DISPLAY "SEED " WS-ST-SEED
                       ", the same for both rule sets"
               DISPLAY "RULE                 CURRENT PROPOSED"
               MOVE "FEED PER HEAD" TO WS-ST-LABEL
               MOVE WS-ST-FEED(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-FEED(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "ACRES PER SEED BU" TO WS-ST-LABEL
               MOVE WS-ST-SEED-DIV(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-SEED-DIV(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "GRANARY COST" TO WS-ST-LABEL
               MOVE WS-ST-GRANARY-COST(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-GRANARY-COST(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "QUARANTINE COST *" TO WS-ST-LABEL
               MOVE WS-ST-QUAR-COST(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-QUAR-COST(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "LOAN LIMIT *" TO WS-ST-LABEL
               MOVE WS-ST-LOAN-LIMIT(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-LOAN-LIMIT(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "LOAN TERM *" TO WS-ST-LABEL
               MOVE WS-ST-LOAN-TERM(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-LOAN-TERM(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "TRIBUTE ACRE DIV" TO WS-ST-LABEL
               MOVE WS-ST-TRIB-ACRE-DIV(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-TRIB-ACRE-DIV(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "TRIBUTE POP DIV" TO WS-ST-LABEL
               MOVE WS-ST-TRIB-POP-DIV(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-TRIB-POP-DIV(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "LAND PRICE BASE" TO WS-ST-LABEL
               MOVE WS-ST-PRICE-BASE(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-PRICE-BASE(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               MOVE "LAND PRICE SPAN" TO WS-ST-LABEL
               MOVE WS-ST-PRICE-SPAN(1) TO WS-ST-RULE-CUR
               MOVE WS-ST-PRICE-SPAN(2) TO WS-ST-RULE-NEW
               PERFORM PRINT-STUDY-RULE-LINE
               DISPLAY "* Not measured: the trials never "
                       "quarantine or borrow."

               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   PERFORM PRINT-STUDY-POLICY
               END-PERFORM

               DISPLAY "----------------------------------------"
               MOVE WS-ST-ALARM TO WS-FORMAT-ST-ALARM
               MOVE WS-ST-FLAGGED TO WS-FORMAT-ST-FLAGGED
               IF WS-ST-FLAGGED > 0
                   DISPLAY WS-FORMAT-ST-FLAGGED " polic(ies) lose "
                           WS-FORMAT-ST-ALARM " or more points of "
                           "survival under the proposed rules."
               ELSE
                   DISPLAY "No policy loses " WS-FORMAT-ST-ALARM
                           " or more points of survival under the "
                           "proposed rules."
               END-IF
               DISPLAY "========================================"
           CONTINUE.

           PRINT-STUDY-RULE-LINE SECTION.
               MOVE WS-ST-RULE-CUR TO WS-FORMAT-ST-COUNT-CUR
               MOVE WS-ST-RULE-NEW TO WS-FORMAT-ST-COUNT-NEW
               IF WS-ST-RULE-CUR NOT = WS-ST-RULE-NEW
                   DISPLAY WS-ST-LABEL WS-FORMAT-ST-COUNT-CUR "  "
                           WS-FORMAT-ST-COUNT-NEW "  <-- CHANGED"
               ELSE
                   DISPLAY WS-ST-LABEL WS-FORMAT-ST-COUNT-CUR "  "
                           WS-FORMAT-ST-COUNT-NEW
               END-IF
           CONTINUE.

      *    One policy: its rates and means under each rule set,
      *    the shift (proposed less current), and the trials in
      *    each score band.
           PRINT-STUDY-POLICY SECTION.
               PERFORM VARYING WS-ST-SET-IDX FROM 1 BY 1
                       UNTIL WS-ST-SET-IDX > 2
                   COMPUTE WS-ST-SURV-PCT(WS-ST-SET-IDX) ROUNDED =
                           (WS-ST-SURVIVED(WS-POLICY-IDX WS-ST-SET-IDX)
                           / WS-ST-TRIALS(WS-POLICY-IDX WS-ST-SET-IDX))
                           * 100
                   COMPUTE WS-ST-IMP-PCT(WS-ST-SET-IDX) ROUNDED =
                           (WS-ST-IMPEACHED
                               (WS-POLICY-IDX WS-ST-SET-IDX)
                           / WS-ST-TRIALS(WS-POLICY-IDX WS-ST-SET-IDX))
                           * 100
                   COMPUTE WS-ST-AVG-POP(WS-ST-SET-IDX) ROUNDED =
                           WS-ST-SUM-FINAL-POP
                               (WS-POLICY-IDX WS-ST-SET-IDX)
                           / WS-ST-TRIALS(WS-POLICY-IDX WS-ST-SET-IDX)
                   COMPUTE WS-ST-AVG-SCORE(WS-ST-SET-IDX) ROUNDED =
                           WS-ST-SUM-SCORE(WS-POLICY-IDX WS-ST-SET-IDX)
                           / WS-ST-TRIALS(WS-POLICY-IDX WS-ST-SET-IDX)
               END-PERFORM

               DISPLAY "----------------------------------------"
               DISPLAY "POLICY " WS-POL-NAME(WS-POLICY-IDX) " ("
                       WS-POL-TRIALS(WS-POLICY-IDX)
                       " trials, full rules)"
               DISPLAY "                      CURRENT    PROPOSED"
                       "       SHIFT"
               MOVE "SURVIVAL PCT" TO WS-ST-LABEL
               MOVE WS-ST-SURV-PCT(1) TO WS-FORMAT-ST-CUR
               MOVE WS-ST-SURV-PCT(2) TO WS-FORMAT-ST-NEW
               COMPUTE WS-ST-SHIFT =
                       WS-ST-SURV-PCT(2) - WS-ST-SURV-PCT(1)
               PERFORM PRINT-STUDY-FIGURE
               MOVE "IMPEACHMENT PCT" TO WS-ST-LABEL
               MOVE WS-ST-IMP-PCT(1) TO WS-FORMAT-ST-CUR
               MOVE WS-ST-IMP-PCT(2) TO WS-FORMAT-ST-NEW
               COMPUTE WS-ST-SHIFT =
                       WS-ST-IMP-PCT(2) - WS-ST-IMP-PCT(1)
               PERFORM PRINT-STUDY-FIGURE
               MOVE "AVG FINAL POP" TO WS-ST-LABEL
               MOVE WS-ST-AVG-POP(1) TO WS-FORMAT-ST-CUR
               MOVE WS-ST-AVG-POP(2) TO WS-FORMAT-ST-NEW
               COMPUTE WS-ST-SHIFT =
                       WS-ST-AVG-POP(2) - WS-ST-AVG-POP(1)
               PERFORM PRINT-STUDY-FIGURE
               MOVE "AVG SCORE" TO WS-ST-LABEL
               MOVE WS-ST-AVG-SCORE(1) TO WS-FORMAT-ST-CUR
               MOVE WS-ST-AVG-SCORE(2) TO WS-FORMAT-ST-NEW
               COMPUTE WS-ST-SHIFT =
                       WS-ST-AVG-SCORE(2) - WS-ST-AVG-SCORE(1)
               PERFORM PRINT-STUDY-FIGURE

               PERFORM VARYING WS-ST-BAND-IDX FROM 1 BY 1
                       UNTIL WS-ST-BAND-IDX > 4
                   EVALUATE WS-ST-BAND-IDX
                       WHEN 1
                           MOVE "SCORE IMPEACHED" TO WS-ST-LABEL
                       WHEN 2
                           MOVE "SCORE MODEST <5" TO WS-ST-LABEL
                       WHEN 3
                           MOVE "SCORE FINE 5-10" TO WS-ST-LABEL
                       WHEN OTHER
                           MOVE "SCORE FANTASTIC 10+" TO WS-ST-LABEL
                   END-EVALUATE
                   MOVE WS-ST-BAND(WS-POLICY-IDX 1 WS-ST-BAND-IDX)
                       TO WS-FORMAT-ST-COUNT-CUR
                   MOVE WS-ST-BAND(WS-POLICY-IDX 2 WS-ST-BAND-IDX)
                       TO WS-FORMAT-ST-COUNT-NEW
                   COMPUTE WS-ST-COUNT-SHIFT =
                           WS-ST-BAND(WS-POLICY-IDX 2 WS-ST-BAND-IDX)
                           - WS-ST-BAND(WS-POLICY-IDX 1 WS-ST-BAND-IDX)
                   MOVE WS-ST-COUNT-SHIFT TO WS-FORMAT-ST-COUNT-SHIFT
                   DISPLAY WS-ST-LABEL "   " WS-FORMAT-ST-COUNT-CUR
                           "     " WS-FORMAT-ST-COUNT-NEW
                           "     " WS-FORMAT-ST-COUNT-SHIFT
               END-PERFORM

               IF WS-ST-SURV-PCT(1) - WS-ST-SURV-PCT(2)
                       >= WS-ST-ALARM
                       AND WS-ST-SURV-PCT(1) > WS-ST-SURV-PCT(2)
                   ADD 1 TO WS-ST-FLAGGED
                   DISPLAY "*** SURVIVAL FALLS UNDER THE PROPOSED "
                           "RULES -- DO NOT PUT THEM LIVE UNSEEN ***"
               END-IF
           CONTINUE.

           PRINT-STUDY-FIGURE SECTION.
               MOVE WS-ST-SHIFT TO WS-FORMAT-ST-SHIFT
               DISPLAY WS-ST-LABEL WS-FORMAT-ST-CUR "  "
                       WS-FORMAT-ST-NEW "  " WS-FORMAT-ST-SHIFT
           CONTINUE.
       END PROGRAM MONTE-CARLO-SIM.
