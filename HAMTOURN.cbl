      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-23
      * Purpose:   Tournament driver for HAMMURABI-GAME. A pinned
      *            seed and the scenario catalog make a reign
      *            reproducible, so several governors can now play
      *            the same scenario under the same luck and be
      *            compared fairly -- LEADERBD.DAT mixes reigns
      *            played under every seed there is. The roster
      *            TOURNEY.DAT names, by keyword, the scenario
      *            (SCENARIO=), the seed (SEED=, up to seven
      *            digits, as SETPARM.DAT takes it), the provinces
      *            (PROVINCES=, default 1), the save slot the
      *            tournament may use (SLOT=, default 5), and one
      *            ENTRANT= line per governor, up to 20. Entrant nn
      *            hands in an unattended deck as TURNINPT.Tnn, with
      *            any typed decisions as TURNDECS.Tnn.
      *            Each run does the one job its SYSIN card names:
      *              START     check the roster and clear the
      *                        tournament's results;
      *              STAGE     set the next entrant up for MAIN --
      *                        the entrant's decks copied in as
      *                        TURNINPT.DAT and TURNDECS.DAT and a
      *                        SETPARM.DAT written naming the
      *                        governor, the scenario and the seed;
      *              COLLECT   take the reign MAIN just played off
      *                        YEARHIST.DAT and LEADERBD.DAT into
      *                        the results, TOURRSLT.DAT and
      *                        TOURHIST.DAT;
      *              STANDINGS rank the entrants by the scenario's
      *                        victory condition and write the
      *                        head-to-head report TOURRPT.DAT, with
      *                        the leader and the runner-up compared
      *                        year by year.
      *            STAGE ends RC 4 when there is no entrant left to
      *            play, or when the entrant forfeits (no deck, or
      *            a name the governor registry will not have), so
      *            HAMTOURN.JCL skips that round's reign. The
      *            entrant to work on is always the one after the
      *            last result on file, so a round can be rerun.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-12 OB LEADERBD.DAT grows by the reign sequence and
      *              the certification mark.
      *   2026-10-13 OB YH-RECORD grows to 148 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB YEARHIST.DAT grows to 157 bytes with each year's
      *              poll-tax rate and yield.
      *   2026-10-15 OB LEADERBD.DAT grows to 77 bytes with the reign's
      *              difficulty band and verdict date.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMTOURN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ROSTER-FILE ASSIGN TO "TOURNEY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROSTER-FILE-STATUS.
               SELECT SCENARIO-FILE ASSIGN TO "SCENARIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCENARIO-FILE-STATUS.
               SELECT RESULT-FILE ASSIGN TO "TOURRSLT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-FILE-STATUS.
               SELECT TOUR-HISTORY-FILE ASSIGN TO "TOURHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TOUR-HISTORY-STATUS.
               SELECT STAGE-FILE ASSIGN TO "TOURSTAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STAGE-FILE-STATUS.
               SELECT DECK-IN-FILE ASSIGN TO DYNAMIC WS-DECK-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DECK-IN-STATUS.
               SELECT DECK-OUT-FILE ASSIGN TO DYNAMIC WS-DECK-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DECK-OUT-STATUS.
               SELECT SETUP-PARM-FILE ASSIGN TO "SETPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SETUP-FILE-STATUS.
               SELECT YEAR-HISTORY-FILE ASSIGN TO "YEARHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
               SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEADERBOARD-FILE-STATUS.
               SELECT STANDINGS-FILE ASSIGN TO "TOURRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        KEY=VALUE lines in SETPARM.DAT's style; a blank line
      *        or one starting with * is a comment.
               FD ROSTER-FILE.
               01 RO-RECORD PIC X(80).

      *        Mirrors MAIN's SCENARIO-FILE record.
               FD SCENARIO-FILE.
               01 SC-RECORD.
                   05 SC-NAME PIC X(20).
                   05 SC-WHEAT PIC 9(7).
                   05 SC-ACRES PIC 9(7).
                   05 SC-POPULATION PIC 9(4).
                   05 SC-DIFFICULTY PIC 9.
                   05 SC-NUM-YEARS PIC 99.
                   05 SC-VICTORY-TYPE PIC 9.
                   05 SC-VICTORY-TARGET PIC 9(5).

      *        One per entrant, in roster order, as each round is
      *        collected -- a forfeit included, so the next round
      *        moves on to the next entrant.
               FD RESULT-FILE.
               01 TR-RECORD.
                   05 TR-ENTRANT PIC 99.
                   05 TR-GOVERNOR PIC X(20).
                   05 TR-OUTCOME PIC X(10).
                   05 TR-SCORE PIC 9(5)V99.
                   05 TR-FINAL-POP PIC 9(5).
                   05 TR-FINAL-ACRES PIC 9(7).
                   05 TR-FINAL-WHEAT PIC 9(7).
                   05 TR-YEARS PIC 99.

      *        The entrant's kingdom, all provinces together, as
      *        each year of the reign closed.
               FD TOUR-HISTORY-FILE.
               01 TH-RECORD.
                   05 TH-ENTRANT PIC 99.
                   05 TH-YEAR PIC 99.
                   05 TH-POPULATION PIC 9(5).
                   05 TH-ACRES PIC 9(7).
                   05 TH-WHEAT PIC 9(7).

      *        Left by STAGE for COLLECT: whom MAIN was set up to
      *        play, and how long the leaderboard was beforehand,
      *        so the reign COLLECT finds is known to be this one.
               FD STAGE-FILE.
               01 TS-RECORD.
                   05 TS-ENTRANT PIC 99.
                   05 TS-GOVERNOR PIC X(20).
                   05 TS-BOARD-COUNT PIC 9(5).

               FD DECK-IN-FILE.
               01 DI-RECORD PIC X(80).

               FD DECK-OUT-FILE.
               01 DO-RECORD PIC X(80).

               FD SETUP-PARM-FILE.
               01 SP-RECORD PIC X(80).

      *        Mirrors MAIN's YEAR-HISTORY-FILE record exactly.
               FD YEAR-HISTORY-FILE.
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

      *        Mirrors MAIN's LEADERBOARD-FILE record.
               FD LEADERBOARD-FILE.
               01 LB-RECORD.
                   05 LB-SCORE PIC 9(5)V99.
                   05 LB-FINAL-POPULATION PIC 9(4).
                   05 LB-YEARS-RULED PIC 9(2).
                   05 LB-NUM-PROVINCES PIC 9.
                   05 LB-OUTCOME PIC X(10).
                   05 LB-GOVERNOR-NAME PIC X(20).
                   05 LB-SCENARIO PIC X(20).
                   05 LB-REIGN-SEQ PIC 9(3).
                   05 LB-CERTIFIED PIC X.
                   05 LB-DIFFICULTY PIC 9.
                   05 LB-COMPLETED-DATE PIC 9(8).

               FD STANDINGS-FILE.
               01 PR-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-ROSTER-FILE-STATUS PIC X(02).
               01 WS-SCENARIO-FILE-STATUS PIC X(02).
               01 WS-RESULT-FILE-STATUS PIC X(02).
               01 WS-TOUR-HISTORY-STATUS PIC X(02).
               01 WS-STAGE-FILE-STATUS PIC X(02).
               01 WS-DECK-IN-STATUS PIC X(02).
               01 WS-DECK-OUT-STATUS PIC X(02).
               01 WS-SETUP-FILE-STATUS PIC X(02).
               01 WS-HISTORY-FILE-STATUS PIC X(02).
               01 WS-LEADERBOARD-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-CONTROL-CARD PIC X(10).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ROSTER-OK-CHECK PIC A.
                   88 WS-ROSTER-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The roster as TOURNEY.DAT gives it. Entrants are held
      *        in capitals, the way the governor registry and the
      *        reign's files carry them.
               01 WS-ROSTER-KEY PIC X(20).
               01 WS-ROSTER-VAL PIC X(30).
               01 WS-ROSTER-TOKEN PIC X(30).
               01 WS-TOKEN-LEN PIC 99.
               01 WS-NUMBER-TEXT PIC X(8) JUSTIFIED RIGHT.
               01 WS-NUMBER-VALUE REDEFINES WS-NUMBER-TEXT PIC 9(8).
               01 WS-TN-SCENARIO PIC X(20).
               01 WS-TN-SEED PIC 9(7).
               01 WS-TN-PROVINCES PIC 9.
               01 WS-TN-SLOT PIC 9.
               01 WS-TN-YEARS PIC 99.
               01 WS-TN-VICTORY-TYPE PIC 9.
               01 WS-TN-VICTORY-TARGET PIC 9(5).
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *        The entrants, and -- for the standings -- each one's
      *        result, the figure it is ranked on, and its kingdom
      *        year by year.
               01 WS-ENTRANT-COUNT PIC 99 VALUE 0.
               01 WS-ENT-IDX PIC 99.
               01 WS-ENT-SCAN-IDX PIC 99.
               01 WS-ENTRANT-TABLE.
                   05 WS-ENT OCCURS 20 TIMES.
                       10 WS-ENT-NAME PIC X(20).
                       10 WS-ENT-COLLECTED PIC A.
                       10 WS-ENT-OUTCOME PIC X(10).
                       10 WS-ENT-SCORE PIC 9(5)V99.
                       10 WS-ENT-FINAL-POP PIC 9(5).
                       10 WS-ENT-FINAL-ACRES PIC 9(7).
                       10 WS-ENT-FINAL-WHEAT PIC 9(7).
                       10 WS-ENT-YEARS PIC 99.
                       10 WS-ENT-TIER PIC 9.
                       10 WS-ENT-MEASURE PIC 9(7)V99.
                       10 WS-ENT-YEAR OCCURS 20 TIMES.
                           15 WS-ENT-YEAR-SEEN PIC A.
                           15 WS-ENT-YEAR-POP PIC 9(5).
                           15 WS-ENT-YEAR-ACRES PIC 9(7).
                           15 WS-ENT-YEAR-WHEAT PIC 9(7).

      *        The round in hand: the entrant after the last result
      *        on file.
               01 WS-RESULT-COUNT PIC 99.
               01 WS-NEXT-ENTRANT PIC 99.
               01 WS-ENTRANT-SUFFIX PIC 99.
               01 WS-DECK-IN-NAME PIC X(20).
               01 WS-DECK-OUT-NAME PIC X(20).
               01 WS-DECK-LINES PIC 9(5).
               01 WS-BOARD-COUNT PIC 9(5).
               01 WS-GOVERNOR-NAME PIC X(20).
               01 WS-FORFEIT-OUTCOME PIC X(10).
               01 WS-YEAR-IDX PIC 99.
               01 WS-LAST-YEAR PIC 99.

      *        The governor registry, as MAIN will consult it.
               01 WS-GOVREG-REQUEST PIC X(4).
               01 WS-GOVREG-CLASS PIC X(10).
               01 WS-GOVREG-ALTERNATE PIC X(20).
               01 WS-GOVREG-RESULT PIC 99.

      *        The ranking: entrant numbers in standing order.
               01 WS-RANK-ORDER.
                   05 WS-RANK-ENTRANT PIC 99 OCCURS 20 TIMES.
               01 WS-RANK-IDX PIC 99.
               01 WS-RANK-BEST PIC 99.
               01 WS-RANK-SWAP PIC 99.
               01 WS-BETTER-CHECK PIC A.
                   88 WS-CANDIDATE-BETTER VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LEADER PIC 99.
               01 WS-RUNNER-UP PIC 99.
               01 WS-PARTED-YEAR PIC 99.
               01 WS-POP-GAP PIC S9(7).
               01 WS-ACRES-GAP PIC S9(8).
               01 WS-WHEAT-GAP PIC S9(8).
               01 WS-FORFEIT-COUNT PIC 99.
               01 WS-UNPLAYED-COUNT PIC 99.

               01 WS-FORMAT-RANK PIC Z9.
               01 WS-FORMAT-YEAR PIC Z9.
               01 WS-FORMAT-COUNT PIC Z9.
               01 WS-FORMAT-MEASURE PIC Z(6)9.99.
               01 WS-FORMAT-POP PIC Z(6)9.
               01 WS-FORMAT-POP-2 PIC Z(6)9.
               01 WS-FORMAT-ACRES PIC Z(6)9.
               01 WS-FORMAT-ACRES-2 PIC Z(6)9.
               01 WS-FORMAT-WHEAT PIC Z(6)9.
               01 WS-FORMAT-WHEAT-2 PIC Z(6)9.
               01 WS-FORMAT-GAP PIC -(6)9.
               01 WS-FORMAT-GAP-2 PIC -(7)9.
               01 WS-FORMAT-GAP-3 PIC -(7)9.
               01 WS-FORMAT-TARGET PIC Z(4)9.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMTOURN".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               MOVE SPACES TO WS-CONTROL-CARD
               ACCEPT WS-CONTROL-CARD
               INSPECT WS-CONTROL-CARD
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               DISPLAY "HAMTOURN -- tournament " WS-CONTROL-CARD
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC

               PERFORM LOAD-TOURNAMENT-ROSTER
               IF NOT WS-ROSTER-OK
                   DISPLAY "TOURNEY.DAT rejected -- the tournament "
                           "cannot run until the roster is corrected."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               EVALUATE WS-CONTROL-CARD
                   WHEN "START"
                       PERFORM START-TOURNAMENT
                   WHEN "STAGE"
                       PERFORM STAGE-NEXT-ENTRANT
                   WHEN "COLLECT"
                       PERFORM COLLECT-ENTRANT-REIGN
                   WHEN "STANDINGS"
                       PERFORM WRITE-STANDINGS
                   WHEN OTHER
                       DISPLAY "SYSIN must name START, STAGE, "
                               "COLLECT or STANDINGS -- got: "
                               WS-CONTROL-CARD
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.


      *    The END record for the run log, written on every way out.
      *    The CALL leaves HAMRUNLG's own return code behind, and
      *    the round's steps are conditioned on this one's, so it
      *    is put back afterwards.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

      *    Reads and checks the roster on every run, so a round
      *    never plays under a roster START would have refused:
      *    a scenario the catalog carries, a seed that is pinned,
      *    at least two entrants, and no governor entered twice.
           LOAD-TOURNAMENT-ROSTER SECTION.
               SET WS-ROSTER-OK TO TRUE
               MOVE SPACES TO WS-TN-SCENARIO
               MOVE 0 TO WS-TN-SEED
               MOVE 1 TO WS-TN-PROVINCES
               MOVE 5 TO WS-TN-SLOT
               MOVE 0 TO WS-ENTRANT-COUNT
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-FILE-STATUS NOT = "00"
                   DISPLAY "TOURNEY.DAT could not be opened (status "
                           WS-ROSTER-FILE-STATUS ")."
                   SET WS-ROSTER-OK TO FALSE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ROSTER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF RO-RECORD NOT = SPACES
                                   AND RO-RECORD(1:1) NOT = "*"
                               PERFORM APPLY-ROSTER-KEYWORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE

               IF WS-TN-SEED = 0
                   DISPLAY "TOURNEY.DAT names no SEED= -- every "
                           "entrant must play the same luck."
                   SET WS-ROSTER-OK TO FALSE
               END-IF
               IF WS-ENTRANT-COUNT < 2
                   DISPLAY "TOURNEY.DAT names fewer than two "
                           "entrants."
                   SET WS-ROSTER-OK TO FALSE
               END-IF
               PERFORM FIND-TOURNAMENT-SCENARIO
           CONTINUE.

           APPLY-ROSTER-KEYWORD SECTION.
               MOVE SPACES TO WS-ROSTER-KEY
               MOVE SPACES TO WS-ROSTER-VAL
               UNSTRING RO-RECORD DELIMITED BY "="
                   INTO WS-ROSTER-KEY WS-ROSTER-VAL
               END-UNSTRING
               EVALUATE WS-ROSTER-KEY
                   WHEN "SCENARIO"
                       MOVE WS-ROSTER-VAL(1:20) TO WS-TN-SCENARIO
                   WHEN "SEED"
                       PERFORM PARSE-ROSTER-NUMBER
                       IF WS-NUMBER-VALUE > 9999999
                           PERFORM REJECT-ROSTER-LINE
                       ELSE
                           MOVE WS-NUMBER-VALUE TO WS-TN-SEED
                       END-IF
                   WHEN "PROVINCES"
                       PERFORM PARSE-ROSTER-NUMBER
                       IF WS-NUMBER-VALUE < 1 OR WS-NUMBER-VALUE > 5
                           PERFORM REJECT-ROSTER-LINE
                       ELSE
                           MOVE WS-NUMBER-VALUE TO WS-TN-PROVINCES
                       END-IF
                   WHEN "SLOT"
                       PERFORM PARSE-ROSTER-NUMBER
                       IF WS-NUMBER-VALUE < 1 OR WS-NUMBER-VALUE > 5
                           PERFORM REJECT-ROSTER-LINE
                       ELSE
                           MOVE WS-NUMBER-VALUE TO WS-TN-SLOT
                       END-IF
                   WHEN "ENTRANT"
                       PERFORM ADD-ROSTER-ENTRANT
                   WHEN OTHER
                       PERFORM REJECT-ROSTER-LINE
               END-EVALUATE
           CONTINUE.

      *    A number of up to eight digits, alone on the value
      *    side; anything else rejects the line and leaves zero.
           PARSE-ROSTER-NUMBER SECTION.
               MOVE SPACES TO WS-ROSTER-TOKEN
               MOVE 0 TO WS-TOKEN-LEN
               UNSTRING WS-ROSTER-VAL DELIMITED BY ALL SPACE
                   INTO WS-ROSTER-TOKEN COUNT IN WS-TOKEN-LEN
               END-UNSTRING
               MOVE ZEROS TO WS-NUMBER-TEXT
               IF WS-TOKEN-LEN = 0 OR WS-TOKEN-LEN > 8
                   PERFORM REJECT-ROSTER-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-ROSTER-TOKEN(1:WS-TOKEN-LEN) TO WS-NUMBER-TEXT
               INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMBER-TEXT IS NOT NUMERIC
                   MOVE ZEROS TO WS-NUMBER-TEXT
                   PERFORM REJECT-ROSTER-LINE
               END-IF
           CONTINUE.

           ADD-ROSTER-ENTRANT SECTION.
               MOVE WS-ROSTER-VAL(1:20) TO WS-GOVERNOR-NAME
               INSPECT WS-GOVERNOR-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               IF WS-GOVERNOR-NAME = SPACES
                   PERFORM REJECT-ROSTER-LINE
                   EXIT SECTION
               END-IF
               IF WS-ENTRANT-COUNT >= 20
                   DISPLAY "TOURNEY.DAT names more than 20 "
                           "entrants: " WS-GOVERNOR-NAME
                   SET WS-ROSTER-OK TO FALSE
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-ENT-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-ENT-SCAN-IDX > WS-ENTRANT-COUNT
                   IF WS-ENT-NAME(WS-ENT-SCAN-IDX) = WS-GOVERNOR-NAME
                       DISPLAY "TOURNEY.DAT enters "
                               WS-GOVERNOR-NAME " twice."
                       SET WS-ROSTER-OK TO FALSE
                       EXIT SECTION
                   END-IF
               END-PERFORM
               ADD 1 TO WS-ENTRANT-COUNT
               INITIALIZE WS-ENT(WS-ENTRANT-COUNT)
               MOVE WS-GOVERNOR-NAME TO WS-ENT-NAME(WS-ENTRANT-COUNT)
               MOVE 'N' TO WS-ENT-COLLECTED(WS-ENTRANT-COUNT)
           CONTINUE.

           REJECT-ROSTER-LINE SECTION.
               DISPLAY "TOURNEY.DAT -- unknown key or bad value on "
                       "line: " RO-RECORD
               SET WS-ROSTER-OK TO FALSE
           CONTINUE.

      *    The scenario's length and its victory condition, which
      *    the standings rank on.
           FIND-TOURNAMENT-SCENARIO SECTION.
               MOVE 0 TO WS-TN-YEARS
               MOVE 0 TO WS-TN-VICTORY-TYPE
               MOVE 0 TO WS-TN-VICTORY-TARGET
               IF WS-TN-SCENARIO = SPACES
                   DISPLAY "TOURNEY.DAT names no SCENARIO=."
                   SET WS-ROSTER-OK TO FALSE
                   EXIT SECTION
               END-IF
               OPEN INPUT SCENARIO-FILE
               IF WS-SCENARIO-FILE-STATUS NOT = "00"
                   DISPLAY "SCENARIO.DAT could not be opened (status "
                           WS-SCENARIO-FILE-STATUS ")."
                   SET WS-ROSTER-OK TO FALSE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-TN-YEARS > 0
                   READ SCENARIO-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF SC-NAME = WS-TN-SCENARIO
                                   AND SC-NUM-YEARS IS NUMERIC
                                   AND SC-VICTORY-TYPE IS NUMERIC
                                   AND SC-VICTORY-TARGET IS NUMERIC
                               MOVE SC-NUM-YEARS TO WS-TN-YEARS
                               IF WS-TN-YEARS < 2
                                       OR WS-TN-YEARS > 20
                                   MOVE 10 TO WS-TN-YEARS
                               END-IF
                               MOVE SC-VICTORY-TYPE
                                   TO WS-TN-VICTORY-TYPE
                               MOVE SC-VICTORY-TARGET
                                   TO WS-TN-VICTORY-TARGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
               IF WS-TN-YEARS = 0
                   DISPLAY "TOURNEY.DAT names scenario "
                           WS-TN-SCENARIO " but the catalog does "
                           "not carry it."
                   SET WS-ROSTER-OK TO FALSE
               END-IF
           CONTINUE.

      *    A new tournament: the results and the stage record are
      *    cleared and the roster shown back for the operator.
           START-TOURNAMENT SECTION.
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
               OPEN OUTPUT TOUR-HISTORY-FILE
               CLOSE TOUR-HISTORY-FILE
               OPEN OUTPUT STAGE-FILE
               CLOSE STAGE-FILE
               DISPLAY "Tournament on scenario " WS-TN-SCENARIO
                       " under seed " WS-TN-SEED ":"
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENTRANT-COUNT
                   DISPLAY "  " WS-ENT-IDX " " WS-ENT-NAME(WS-ENT-IDX)
                           "  deck TURNINPT.T" WS-ENT-IDX
               END-PERFORM
           CONTINUE.

      *    The number of results on file names the entrant whose
      *    round this is.
           COUNT-RESULTS-ON-FILE SECTION.
               MOVE 0 TO WS-RESULT-COUNT
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESULT-COUNT
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           CONTINUE.

           STAGE-NEXT-ENTRANT SECTION.
               PERFORM COUNT-RESULTS-ON-FILE
               COMPUTE WS-NEXT-ENTRANT = WS-RESULT-COUNT + 1
               IF WS-NEXT-ENTRANT > WS-ENTRANT-COUNT
                   DISPLAY "Every entrant has played -- nothing to "
                           "stage."
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE WS-ENT-NAME(WS-NEXT-ENTRANT) TO WS-GOVERNOR-NAME
               MOVE WS-GOVERNOR-NAME TO WS-RUNLOG-SUBJECT

      *        MAIN refuses an unregistered or retired name from the
      *        deck; better to record the forfeit here than to let
      *        the reign abort.
               MOVE "FIND" TO WS-GOVREG-REQUEST
               MOVE SPACES TO WS-GOVREG-CLASS
               CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                   WS-GOVERNOR-NAME WS-GOVREG-CLASS
                   WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
               IF WS-GOVREG-RESULT = 4 OR WS-GOVREG-RESULT = 6
                   DISPLAY WS-GOVERNOR-NAME " is not a registered "
                           "governor in play -- forfeits."
                   MOVE "UNREGISTRD" TO WS-FORFEIT-OUTCOME
                   PERFORM RECORD-FORFEIT
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               MOVE WS-NEXT-ENTRANT TO WS-ENTRANT-SUFFIX
               MOVE SPACES TO WS-DECK-IN-NAME
               STRING "TURNINPT.T" WS-ENTRANT-SUFFIX
                   DELIMITED BY SIZE INTO WS-DECK-IN-NAME
               MOVE "TURNINPT.DAT" TO WS-DECK-OUT-NAME
               PERFORM COPY-ENTRANT-DECK
               IF WS-DECK-IN-STATUS NOT = "00"
                   DISPLAY WS-DECK-IN-NAME " could not be opened "
                           "(status " WS-DECK-IN-STATUS ") -- "
                           WS-GOVERNOR-NAME " forfeits."
                   MOVE "NO DECK" TO WS-FORFEIT-OUTCOME
                   PERFORM RECORD-FORFEIT
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF
      *        No decisions deck is an ordinary entry; an empty
      *        TURNDECS.DAT keeps the last entrant's from answering.
               MOVE SPACES TO WS-DECK-IN-NAME
               STRING "TURNDECS.T" WS-ENTRANT-SUFFIX
                   DELIMITED BY SIZE INTO WS-DECK-IN-NAME
               MOVE "TURNDECS.DAT" TO WS-DECK-OUT-NAME
               PERFORM COPY-ENTRANT-DECK

               PERFORM WRITE-ENTRANT-SETUP
               PERFORM COUNT-LEADERBOARD-ENTRIES
               OPEN OUTPUT STAGE-FILE
               MOVE WS-NEXT-ENTRANT TO TS-ENTRANT
               MOVE WS-GOVERNOR-NAME TO TS-GOVERNOR
               MOVE WS-BOARD-COUNT TO TS-BOARD-COUNT
               WRITE TS-RECORD
               CLOSE STAGE-FILE
               DISPLAY "Entrant " WS-NEXT-ENTRANT " "
                       WS-GOVERNOR-NAME " staged for the reign."
           CONTINUE.

      *    Copies WS-DECK-IN-NAME to WS-DECK-OUT-NAME line for line.
      *    The output is always written, empty when the input is
      *    missing; the caller reads WS-DECK-IN-STATUS.
           COPY-ENTRANT-DECK SECTION.
               MOVE 0 TO WS-DECK-LINES
               OPEN OUTPUT DECK-OUT-FILE
               OPEN INPUT DECK-IN-FILE
               IF WS-DECK-IN-STATUS = "00"
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ DECK-IN-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE DI-RECORD TO DO-RECORD
                               WRITE DO-RECORD
                               ADD 1 TO WS-DECK-LINES
                       END-READ
                   END-PERFORM
                   CLOSE DECK-IN-FILE
               END-IF
               CLOSE DECK-OUT-FILE
               ADD WS-DECK-LINES TO WS-RUNLOG-WRITES
           CONTINUE.

      *    The keyword setup MAIN reads in place of the console:
      *    the scenario brings its own difficulty, length and
      *    starting kingdom, and the seed is the tournament's.
           WRITE-ENTRANT-SETUP SECTION.
               OPEN OUTPUT SETUP-PARM-FILE
               MOVE "* Tournament round -- written by HAMTOURN STAGE."
                   TO SP-RECORD
               WRITE SP-RECORD
               MOVE SPACES TO SP-RECORD
               STRING "GOVERNOR=" WS-GOVERNOR-NAME
                   DELIMITED BY SIZE INTO SP-RECORD
               WRITE SP-RECORD
               MOVE SPACES TO SP-RECORD
               STRING "SLOT=" WS-TN-SLOT
                   DELIMITED BY SIZE INTO SP-RECORD
               WRITE SP-RECORD
               MOVE SPACES TO SP-RECORD
               STRING "PROVINCES=" WS-TN-PROVINCES
                   DELIMITED BY SIZE INTO SP-RECORD
               WRITE SP-RECORD
               MOVE "BATCH=Y" TO SP-RECORD
               WRITE SP-RECORD
               MOVE SPACES TO SP-RECORD
               STRING "SCENARIO=" WS-TN-SCENARIO
                   DELIMITED BY SIZE INTO SP-RECORD
               WRITE SP-RECORD
               MOVE SPACES TO SP-RECORD
               STRING "SEED=" WS-TN-SEED
                   DELIMITED BY SIZE INTO SP-RECORD
               WRITE SP-RECORD
               CLOSE SETUP-PARM-FILE
           CONTINUE.

           COUNT-LEADERBOARD-ENTRIES SECTION.
               MOVE 0 TO WS-BOARD-COUNT
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ LEADERBOARD-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BOARD-COUNT
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
           CONTINUE.

      *    A result with nothing played behind it, so the next
      *    round moves on.
           RECORD-FORFEIT SECTION.
               INITIALIZE TR-RECORD
               MOVE WS-NEXT-ENTRANT TO TR-ENTRANT
               MOVE WS-GOVERNOR-NAME TO TR-GOVERNOR
               MOVE WS-FORFEIT-OUTCOME TO TR-OUTCOME
               PERFORM APPEND-RESULT
           CONTINUE.

           APPEND-RESULT SECTION.
               OPEN EXTEND RESULT-FILE
               IF WS-RESULT-FILE-STATUS = "05"
                       OR WS-RESULT-FILE-STATUS = "35"
                   OPEN OUTPUT RESULT-FILE
               END-IF
               WRITE TR-RECORD
               CLOSE RESULT-FILE
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    The reign is this round's only when the leaderboard has
      *    grown since STAGE and its newest entry is the entrant's;
      *    otherwise MAIN did not finish it, and the entrant is
      *    recorded as having no reign.
           COLLECT-ENTRANT-REIGN SECTION.
               PERFORM COUNT-RESULTS-ON-FILE
               COMPUTE WS-NEXT-ENTRANT = WS-RESULT-COUNT + 1
               IF WS-NEXT-ENTRANT > WS-ENTRANT-COUNT
                   DISPLAY "Every entrant has played -- nothing to "
                           "collect."
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE WS-ENT-NAME(WS-NEXT-ENTRANT) TO WS-GOVERNOR-NAME
               MOVE WS-GOVERNOR-NAME TO WS-RUNLOG-SUBJECT

               MOVE 0 TO TS-ENTRANT
               MOVE 0 TO TS-BOARD-COUNT
               OPEN INPUT STAGE-FILE
               IF WS-STAGE-FILE-STATUS = "00"
                   READ STAGE-FILE
                       AT END
                           MOVE 0 TO TS-ENTRANT
                   END-READ
                   CLOSE STAGE-FILE
               END-IF

               INITIALIZE TR-RECORD
               MOVE WS-NEXT-ENTRANT TO TR-ENTRANT
               MOVE WS-GOVERNOR-NAME TO TR-GOVERNOR
               MOVE "NO REIGN" TO TR-OUTCOME
               IF TS-ENTRANT = WS-NEXT-ENTRANT
                   PERFORM TAKE-NEWEST-BOARD-ENTRY
               END-IF
               IF TR-OUTCOME = "NO REIGN"
                   DISPLAY "No finished reign for " WS-GOVERNOR-NAME
                           " was found -- recorded as NO REIGN."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TAKE-REIGN-HISTORY
               END-IF
               PERFORM APPEND-RESULT
               DISPLAY "Entrant " WS-NEXT-ENTRANT " "
                       WS-GOVERNOR-NAME " collected: " TR-OUTCOME
           CONTINUE.

           TAKE-NEWEST-BOARD-ENTRY SECTION.
               MOVE 0 TO WS-BOARD-COUNT
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ LEADERBOARD-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BOARD-COUNT
                           IF WS-BOARD-COUNT > TS-BOARD-COUNT
                                   AND LB-GOVERNOR-NAME
                                       = WS-GOVERNOR-NAME
                               MOVE LB-OUTCOME TO TR-OUTCOME
                               MOVE LB-SCORE TO TR-SCORE
                               MOVE LB-FINAL-POPULATION
                                   TO TR-FINAL-POP
                               MOVE LB-YEARS-RULED TO TR-YEARS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
           CONTINUE.

      *    The entrant's kingdom year by year, every province
      *    together; the kingdom-level tribute records (province
      *    zero) carry no holdings and are passed over.
           TAKE-REIGN-HISTORY SECTION.
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > 20
                   MOVE 'N' TO WS-ENT-YEAR-SEEN(1, WS-YEAR-IDX)
                   MOVE 0 TO WS-ENT-YEAR-POP(1, WS-YEAR-IDX)
                   MOVE 0 TO WS-ENT-YEAR-ACRES(1, WS-YEAR-IDX)
                   MOVE 0 TO WS-ENT-YEAR-WHEAT(1, WS-YEAR-IDX)
               END-PERFORM
               MOVE 0 TO WS-LAST-YEAR
               OPEN INPUT YEAR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "YEARHIST.DAT could not be opened (status "
                           WS-HISTORY-FILE-STATUS ") -- the reign "
                           "is ranked without its year-by-year."
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ YEAR-HISTORY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF YH-GOVERNOR-NAME = WS-GOVERNOR-NAME
                                   AND YH-PROVINCE > 0
                                   AND YH-YEAR > 0
                                   AND YH-YEAR <= 20
                               MOVE YH-YEAR TO WS-YEAR-IDX
                               MOVE 'Y'
                                   TO WS-ENT-YEAR-SEEN(1, WS-YEAR-IDX)
                               ADD YH-POPULATION
                                   TO WS-ENT-YEAR-POP(1, WS-YEAR-IDX)
                               ADD YH-ACRES
                                   TO WS-ENT-YEAR-ACRES(1, WS-YEAR-IDX)
                               ADD YH-CLOSING-WHEAT
                                   TO WS-ENT-YEAR-WHEAT(1, WS-YEAR-IDX)
                               IF YH-YEAR > WS-LAST-YEAR
                                   MOVE YH-YEAR TO WS-LAST-YEAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-HISTORY-FILE

               OPEN EXTEND TOUR-HISTORY-FILE
               IF WS-TOUR-HISTORY-STATUS = "05"
                       OR WS-TOUR-HISTORY-STATUS = "35"
                   OPEN OUTPUT TOUR-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > WS-LAST-YEAR
                   IF WS-ENT-YEAR-SEEN(1, WS-YEAR-IDX) = 'Y'
                       MOVE WS-NEXT-ENTRANT TO TH-ENTRANT
                       MOVE WS-YEAR-IDX TO TH-YEAR
                       MOVE WS-ENT-YEAR-POP(1, WS-YEAR-IDX)
                           TO TH-POPULATION
                       MOVE WS-ENT-YEAR-ACRES(1, WS-YEAR-IDX)
                           TO TH-ACRES
                       MOVE WS-ENT-YEAR-WHEAT(1, WS-YEAR-IDX)
                           TO TH-WHEAT
                       WRITE TH-RECORD
                       ADD 1 TO WS-RUNLOG-WRITES
                   END-IF
               END-PERFORM
               CLOSE TOUR-HISTORY-FILE
               IF WS-LAST-YEAR > 0
                   MOVE WS-ENT-YEAR-ACRES(1, WS-LAST-YEAR)
                       TO TR-FINAL-ACRES
                   MOVE WS-ENT-YEAR-WHEAT(1, WS-LAST-YEAR)
                       TO TR-FINAL-WHEAT
               END-IF
           CONTINUE.

      *    The head-to-head report. Entrants are ranked first by
      *    how the reign ended -- the charge met (or, for a
      *    scenario with no charge, survived), survived short of
      *    it, impeached, no reign at all -- and within that by
      *    the figure the scenario's charge names: the final
      *    population, the acres per person at the end, or for a
      *    scenario with no charge the performance score. Ties
      *    keep roster order.
           WRITE-STANDINGS SECTION.
               PERFORM LOAD-TOURNAMENT-RESULTS
               PERFORM RANK-ENTRANTS
               OPEN OUTPUT STANDINGS-FILE
               PERFORM WRITE-STANDINGS-HEADING
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-ENTRANT-COUNT
                   PERFORM WRITE-STANDING-ROW
               END-PERFORM
               PERFORM WRITE-LEADER-DIVERGENCE
               PERFORM WRITE-STANDINGS-SUMMARY
               CLOSE STANDINGS-FILE
               IF WS-UNPLAYED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FORFEIT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           CONTINUE.

           LOAD-TOURNAMENT-RESULTS SECTION.
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-FILE-STATUS = "00"
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ RESULT-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNLOG-READS
                               IF TR-ENTRANT > 0
                                   AND TR-ENTRANT <= WS-ENTRANT-COUNT
                                   PERFORM TAKE-ONE-RESULT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESULT-FILE
               END-IF

               OPEN INPUT TOUR-HISTORY-FILE
               IF WS-TOUR-HISTORY-STATUS = "00"
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ TOUR-HISTORY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNLOG-READS
                               IF TH-ENTRANT > 0
                                   AND TH-ENTRANT <= WS-ENTRANT-COUNT
                                   AND TH-YEAR > 0
                                   AND TH-YEAR <= 20
                                   MOVE TH-ENTRANT TO WS-ENT-IDX
                                   MOVE TH-YEAR TO WS-YEAR-IDX
                                   MOVE 'Y' TO WS-ENT-YEAR-SEEN
                                       (WS-ENT-IDX, WS-YEAR-IDX)
                                   MOVE TH-POPULATION TO WS-ENT-YEAR-POP
                                       (WS-ENT-IDX, WS-YEAR-IDX)
                                   MOVE TH-ACRES TO WS-ENT-YEAR-ACRES
                                       (WS-ENT-IDX, WS-YEAR-IDX)
                                   MOVE TH-WHEAT TO WS-ENT-YEAR-WHEAT
                                       (WS-ENT-IDX, WS-YEAR-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TOUR-HISTORY-FILE
               END-IF

               MOVE 0 TO WS-FORFEIT-COUNT
               MOVE 0 TO WS-UNPLAYED-COUNT
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENTRANT-COUNT
                   PERFORM GRADE-ONE-ENTRANT
               END-PERFORM
           CONTINUE.

           TAKE-ONE-RESULT SECTION.
               MOVE TR-ENTRANT TO WS-ENT-IDX
               MOVE 'Y' TO WS-ENT-COLLECTED(WS-ENT-IDX)
               MOVE TR-OUTCOME TO WS-ENT-OUTCOME(WS-ENT-IDX)
               MOVE TR-SCORE TO WS-ENT-SCORE(WS-ENT-IDX)
               MOVE TR-FINAL-POP TO WS-ENT-FINAL-POP(WS-ENT-IDX)
               MOVE TR-FINAL-ACRES TO WS-ENT-FINAL-ACRES(WS-ENT-IDX)
               MOVE TR-FINAL-WHEAT TO WS-ENT-FINAL-WHEAT(WS-ENT-IDX)
               MOVE TR-YEARS TO WS-ENT-YEARS(WS-ENT-IDX)
           CONTINUE.

      *    Tier 1 met the charge, 2 survived short of it, 3 was
      *    impeached, 4 has no reign to rank.
           GRADE-ONE-ENTRANT SECTION.
               MOVE 0 TO WS-ENT-MEASURE(WS-ENT-IDX)
               IF WS-ENT-COLLECTED(WS-ENT-IDX) NOT = 'Y'
                   MOVE "NOT PLAYED" TO WS-ENT-OUTCOME(WS-ENT-IDX)
                   MOVE 4 TO WS-ENT-TIER(WS-ENT-IDX)
                   ADD 1 TO WS-UNPLAYED-COUNT
                   EXIT SECTION
               END-IF
               EVALUATE WS-ENT-OUTCOME(WS-ENT-IDX)
                   WHEN "VICTORY"
                       MOVE 1 TO WS-ENT-TIER(WS-ENT-IDX)
                   WHEN "SURVIVED"
                       IF WS-TN-VICTORY-TYPE = 1
                               OR WS-TN-VICTORY-TYPE = 2
                           MOVE 2 TO WS-ENT-TIER(WS-ENT-IDX)
                       ELSE
                           MOVE 1 TO WS-ENT-TIER(WS-ENT-IDX)
                       END-IF
                   WHEN "DEFEAT"
                   WHEN "DEFAULTED"
                       MOVE 2 TO WS-ENT-TIER(WS-ENT-IDX)
                   WHEN "IMPEACHED"
                       MOVE 3 TO WS-ENT-TIER(WS-ENT-IDX)
                   WHEN OTHER
                       MOVE 4 TO WS-ENT-TIER(WS-ENT-IDX)
                       ADD 1 TO WS-FORFEIT-COUNT
                       EXIT SECTION
               END-EVALUATE
               EVALUATE WS-TN-VICTORY-TYPE
                   WHEN 1
                       MOVE WS-ENT-FINAL-POP(WS-ENT-IDX)
                           TO WS-ENT-MEASURE(WS-ENT-IDX)
                   WHEN 2
                       IF WS-ENT-FINAL-POP(WS-ENT-IDX) > 0
                           COMPUTE WS-ENT-MEASURE(WS-ENT-IDX) ROUNDED
                                   = WS-ENT-FINAL-ACRES(WS-ENT-IDX)
                                   / WS-ENT-FINAL-POP(WS-ENT-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE WS-ENT-SCORE(WS-ENT-IDX)
                           TO WS-ENT-MEASURE(WS-ENT-IDX)
               END-EVALUATE
           CONTINUE.

      *    A selection sort of entrant numbers into standing order.
           RANK-ENTRANTS SECTION.
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-ENTRANT-COUNT
                   MOVE WS-RANK-IDX TO WS-RANK-ENTRANT(WS-RANK-IDX)
               END-PERFORM
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX >= WS-ENTRANT-COUNT
                   MOVE WS-RANK-IDX TO WS-RANK-BEST
                   COMPUTE WS-ENT-SCAN-IDX = WS-RANK-IDX + 1
                   PERFORM UNTIL WS-ENT-SCAN-IDX > WS-ENTRANT-COUNT
                       PERFORM COMPARE-RANK-CANDIDATE
                       IF WS-CANDIDATE-BETTER
                           MOVE WS-ENT-SCAN-IDX TO WS-RANK-BEST
                       END-IF
                       ADD 1 TO WS-ENT-SCAN-IDX
                   END-PERFORM
                   IF WS-RANK-BEST NOT = WS-RANK-IDX
                       MOVE WS-RANK-ENTRANT(WS-RANK-IDX)
                           TO WS-RANK-SWAP
                       MOVE WS-RANK-ENTRANT(WS-RANK-BEST)
                           TO WS-RANK-ENTRANT(WS-RANK-IDX)
                       MOVE WS-RANK-SWAP
                           TO WS-RANK-ENTRANT(WS-RANK-BEST)
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Is the entrant at position WS-ENT-SCAN-IDX ahead of the
      *    best so far at WS-RANK-BEST? Lower tier, then the higher
      *    measure; an exact tie leaves roster order alone.
           COMPARE-RANK-CANDIDATE SECTION.
               SET WS-CANDIDATE-BETTER TO FALSE
               MOVE WS-RANK-ENTRANT(WS-ENT-SCAN-IDX) TO WS-ENT-IDX
               MOVE WS-RANK-ENTRANT(WS-RANK-BEST) TO WS-RANK-SWAP
               IF WS-ENT-TIER(WS-ENT-IDX) < WS-ENT-TIER(WS-RANK-SWAP)
                   SET WS-CANDIDATE-BETTER TO TRUE
                   EXIT SECTION
               END-IF
               IF WS-ENT-TIER(WS-ENT-IDX) > WS-ENT-TIER(WS-RANK-SWAP)
                   EXIT SECTION
               END-IF
               IF WS-ENT-MEASURE(WS-ENT-IDX)
                       > WS-ENT-MEASURE(WS-RANK-SWAP)
                   SET WS-CANDIDATE-BETTER TO TRUE
                   EXIT SECTION
               END-IF
               IF WS-ENT-MEASURE(WS-ENT-IDX)
                       = WS-ENT-MEASURE(WS-RANK-SWAP)
                       AND WS-ENT-IDX < WS-RANK-SWAP
                   SET WS-CANDIDATE-BETTER TO TRUE
               END-IF
           CONTINUE.

           WRITE-STANDINGS-HEADING SECTION.
               MOVE "HAMMURABI TOURNAMENT -- HEAD-TO-HEAD STANDINGS"
                   TO PR-LINE
               WRITE PR-LINE
               MOVE WS-TN-YEARS TO WS-FORMAT-YEAR
               MOVE SPACES TO PR-LINE
               STRING "SCENARIO: " WS-TN-SCENARIO
                       "  SEED: " WS-TN-SEED
                       "  PROVINCES: " WS-TN-PROVINCES
                       "  YEARS: " WS-FORMAT-YEAR
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-TN-VICTORY-TARGET TO WS-FORMAT-TARGET
               MOVE SPACES TO PR-LINE
               EVALUATE WS-TN-VICTORY-TYPE
                   WHEN 1
                       STRING "CHARGE: A FINAL POPULATION OF AT "
                               "LEAST " WS-FORMAT-TARGET
                               " -- RANKED ON FINAL POPULATION"
                           DELIMITED BY SIZE INTO PR-LINE
                   WHEN 2
                       STRING "CHARGE: AT LEAST " WS-FORMAT-TARGET
                               " ACRES PER PERSON AT THE END -- "
                               "RANKED ON ACRES PER PERSON"
                           DELIMITED BY SIZE INTO PR-LINE
                   WHEN OTHER
                       STRING "NO CHARGE SET -- RANKED ON THE "
                               "PERFORMANCE SCORE"
                           DELIMITED BY SIZE INTO PR-LINE
               END-EVALUATE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE "RANK GOVERNOR             OUTCOME        MEASURE"
                   TO PR-LINE
               MOVE " POPULATION   ACRES   WHEAT YEARS" TO PR-LINE(49:)
               WRITE PR-LINE
           CONTINUE.

           WRITE-STANDING-ROW SECTION.
               MOVE WS-RANK-ENTRANT(WS-RANK-IDX) TO WS-ENT-IDX
               MOVE WS-RANK-IDX TO WS-FORMAT-RANK
               MOVE WS-ENT-MEASURE(WS-ENT-IDX) TO WS-FORMAT-MEASURE
               MOVE WS-ENT-FINAL-POP(WS-ENT-IDX) TO WS-FORMAT-POP
               MOVE WS-ENT-FINAL-ACRES(WS-ENT-IDX) TO WS-FORMAT-ACRES
               MOVE WS-ENT-FINAL-WHEAT(WS-ENT-IDX) TO WS-FORMAT-WHEAT
               MOVE WS-ENT-YEARS(WS-ENT-IDX) TO WS-FORMAT-YEAR
               MOVE SPACES TO PR-LINE
               IF WS-ENT-TIER(WS-ENT-IDX) = 4
                   STRING "  " WS-FORMAT-RANK " "
                           WS-ENT-NAME(WS-ENT-IDX) " "
                           WS-ENT-OUTCOME(WS-ENT-IDX)
                       DELIMITED BY SIZE INTO PR-LINE
               ELSE
                   STRING "  " WS-FORMAT-RANK " "
                           WS-ENT-NAME(WS-ENT-IDX) " "
                           WS-ENT-OUTCOME(WS-ENT-IDX) " "
                           WS-FORMAT-MEASURE "    "
                           WS-FORMAT-POP " " WS-FORMAT-ACRES " "
                           WS-FORMAT-WHEAT "    " WS-FORMAT-YEAR
                       DELIMITED BY SIZE INTO PR-LINE
               END-IF
               WRITE PR-LINE
           CONTINUE.

      *    The leader and the runner-up side by side, year by year,
      *    with the gap between them -- under the same luck, every
      *    difference is the governors' own doing. The first year
      *    the two kingdoms differ at all is called out.
           WRITE-LEADER-DIVERGENCE SECTION.
               IF WS-ENTRANT-COUNT < 2
                   EXIT SECTION
               END-IF
               MOVE WS-RANK-ENTRANT(1) TO WS-LEADER
               MOVE WS-RANK-ENTRANT(2) TO WS-RUNNER-UP
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               IF WS-ENT-TIER(WS-RUNNER-UP) = 4
                   MOVE "FEWER THAN TWO REIGNS WERE PLAYED -- NO "
                       TO PR-LINE
                   MOVE "HEAD-TO-HEAD TO SHOW." TO PR-LINE(41:)
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PR-LINE
               STRING "YEAR BY YEAR: " WS-ENT-NAME(WS-LEADER)
                       " (1) AGAINST " WS-ENT-NAME(WS-RUNNER-UP)
                       " (2)"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE "YEAR   POP(1)  POP(2)     GAP  ACRES(1)  ACRES(2)"
                   TO PR-LINE
               MOVE "      GAP  WHEAT(1)  WHEAT(2)      GAP"
                   TO PR-LINE(51:)
               WRITE PR-LINE

               MOVE 0 TO WS-PARTED-YEAR
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > 20
                   IF WS-ENT-YEAR-SEEN(WS-LEADER, WS-YEAR-IDX) = 'Y'
                       OR WS-ENT-YEAR-SEEN(WS-RUNNER-UP, WS-YEAR-IDX)
                           = 'Y'
                       PERFORM WRITE-DIVERGENCE-YEAR
                   END-IF
               END-PERFORM

               MOVE SPACES TO PR-LINE
               IF WS-PARTED-YEAR = 0
                   MOVE "THE TWO KINGDOMS STOOD EQUAL IN EVERY YEAR."
                       TO PR-LINE
               ELSE
                   MOVE WS-PARTED-YEAR TO WS-FORMAT-YEAR
                   STRING "THE TWO KINGDOMS FIRST PARTED IN YEAR "
                           WS-FORMAT-YEAR "."
                       DELIMITED BY SIZE INTO PR-LINE
               END-IF
               WRITE PR-LINE
           CONTINUE.

           WRITE-DIVERGENCE-YEAR SECTION.
               COMPUTE WS-POP-GAP =
                       WS-ENT-YEAR-POP(WS-LEADER, WS-YEAR-IDX)
                       - WS-ENT-YEAR-POP(WS-RUNNER-UP, WS-YEAR-IDX)
               COMPUTE WS-ACRES-GAP =
                       WS-ENT-YEAR-ACRES(WS-LEADER, WS-YEAR-IDX)
                       - WS-ENT-YEAR-ACRES(WS-RUNNER-UP, WS-YEAR-IDX)
               COMPUTE WS-WHEAT-GAP =
                       WS-ENT-YEAR-WHEAT(WS-LEADER, WS-YEAR-IDX)
                       - WS-ENT-YEAR-WHEAT(WS-RUNNER-UP, WS-YEAR-IDX)
               IF WS-PARTED-YEAR = 0
                       AND (WS-POP-GAP NOT = 0
                           OR WS-ACRES-GAP NOT = 0
                           OR WS-WHEAT-GAP NOT = 0)
                   MOVE WS-YEAR-IDX TO WS-PARTED-YEAR
               END-IF
               MOVE WS-YEAR-IDX TO WS-FORMAT-YEAR
               MOVE WS-ENT-YEAR-POP(WS-LEADER, WS-YEAR-IDX)
                   TO WS-FORMAT-POP
               MOVE WS-ENT-YEAR-POP(WS-RUNNER-UP, WS-YEAR-IDX)
                   TO WS-FORMAT-POP-2
               MOVE WS-POP-GAP TO WS-FORMAT-GAP
               MOVE WS-ENT-YEAR-ACRES(WS-LEADER, WS-YEAR-IDX)
                   TO WS-FORMAT-ACRES
               MOVE WS-ENT-YEAR-ACRES(WS-RUNNER-UP, WS-YEAR-IDX)
                   TO WS-FORMAT-ACRES-2
               MOVE WS-ACRES-GAP TO WS-FORMAT-GAP-2
               MOVE WS-ENT-YEAR-WHEAT(WS-LEADER, WS-YEAR-IDX)
                   TO WS-FORMAT-WHEAT
               MOVE WS-ENT-YEAR-WHEAT(WS-RUNNER-UP, WS-YEAR-IDX)
                   TO WS-FORMAT-WHEAT-2
               MOVE WS-WHEAT-GAP TO WS-FORMAT-GAP-3
               MOVE SPACES TO PR-LINE
               STRING "  " WS-FORMAT-YEAR " "
                       WS-FORMAT-POP " " WS-FORMAT-POP-2 " "
                       WS-FORMAT-GAP "   "
                       WS-FORMAT-ACRES "   " WS-FORMAT-ACRES-2 " "
                       WS-FORMAT-GAP-2 "   "
                       WS-FORMAT-WHEAT "   " WS-FORMAT-WHEAT-2 " "
                       WS-FORMAT-GAP-3
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

           WRITE-STANDINGS-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-ENTRANT-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "ENTRANTS ON THE ROSTER:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-FORFEIT-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "FORFEITS / NO REIGN:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-UNPLAYED-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "ENTRANTS NOT YET PLAYED:      " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               DISPLAY "HAMTOURN standings written to TOURRPT.DAT."
           CONTINUE.
       END PROGRAM HAMTOURN.
