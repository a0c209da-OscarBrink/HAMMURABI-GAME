      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-08
      * Purpose:   Save-layout upgrade for HAMMURABI-GAME, alongside
      *            HAMSAVIN. Every time SG-RECORD grew, a reign saved
      *            under the old layout came back misaligned, was
      *            refused by the resume verification and sat in
      *            HAMSAVBD.DAT for good. SG-RECORD now carries a
      *            layout stamp at its front; this utility rereads a
      *            slot, or the quarantined save, under the layout
      *            it was actually written in, carries every field
      *            forward into the current layout, and gives the
      *            fields the old layout never had their standard-
      *            rule values -- the same values a New Game starts
      *            with. The result must pass the same verification
      *            Resume applies before anything is written; a
      *            record that fails is reported and never written.
      *            The layouts it knows:
      *              1  the original 833-byte save: five provinces,
      *                 no blight chance, reign sequence, rule set,
      *                 trade tally or realms, and no canal, unrest
      *                 or contract holdings per province;
      *              2  the 1445-byte save, unstamped -- layout
      *                 3 without the stamp;
      *              3  the first stamped save, 1449 bytes, with no
      *                 age cohorts per province;
      *              4  the 1545-byte save, with no steward per
      *                 province;
      *              5  the 1673-byte save, with no poll tax;
      *              6  the current layout.
      *            The operator signs on through HAMOPSGN (function
      *            U) before the menu comes up -- a refused sign-on
      *            ends the run with RC=8 -- and every slot
      *            rewritten is audited to AUDIT.DAT through
      *            HAMAUDLG with the layout it came from.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB The save grows to layout 4 with each
      *              province's children, workers and elders.
      *              Layout 3 joins the historical views, and every
      *              carried-forward save has its people split into
      *              cohorts the way a New Game splits them.
      *   2026-10-14 OB The save grows to layout 5 with a steward per
      *              province. Layout 4 joins the historical views and
      *              carries across whole; a carried-forward province is
      *              governed in person.
      *   2026-10-15 OB The save grows to layout 6 with the poll-tax
      *              tolerance in the rule set and each province's
      *              poll-tax rate and yield. Layout 5 joins the
      *              historical views; layouts 3 to 5 take the standard
      *              tolerance and a carried-forward province has levied
      *              no tax.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN, function U;
      *              each slot rewritten is audited to AUDIT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMSAVUP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC WS-SLOT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SAVE-FILE-STATUS.
               SELECT QUARANTINE-SAVE-FILE ASSIGN TO "HAMSAVBD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QUARANTINE-FILE-STATUS.
      *        The realms a New Game would start with, for a save
      *        written before relations travelled with the reign.
               SELECT REALMS-FILE ASSIGN TO "REALMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REALMS-FILE-STATUS.
      *        Read only, to recover the reign sequence a save
      *        written before it was carried must keep.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-ANALYTICS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's SG-RECORD exactly: this is the layout
      *        every upgrade writes.
               FD SAVE-GAME-FILE.
               01 SG-RECORD.
                   05 SG-LAYOUT-STAMP.
                       10 SG-LAYOUT-TAG PIC XX.
                       10 SG-LAYOUT-VERSION PIC 99.
                   05 SG-YEAR PIC 9(2).
                   05 SG-NUM-YEARS PIC 9(2).
                   05 SG-PRICE PIC 99.
                   05 SG-NUM-PROVINCES PIC 9.
                   05 SG-CHECKPOINT-PROV PIC 9.
                   05 SG-CHECKPOINT-STEP PIC 9.
                   05 SG-GOVERNOR-NAME PIC X(20).
                   05 SG-PLAGUE-CHANCE PIC V99.
                   05 SG-RATS-CHANCE PIC V99.
                   05 SG-HARVEST-MIN PIC 9.
                   05 SG-HARVEST-MAX PIC 9.
                   05 SG-BATCH-MODE-ACTIVE PIC A.
                   05 SG-BATCH-FOOD PIC 9(7).
                   05 SG-BATCH-PLANTED-ACRES PIC 9(7).
                   05 SG-TRIBUTE-STRIKES PIC 9.
                   05 SG-TRIBUTE-IMPEACH PIC A.
                   05 SG-LOAN-DEFAULT PIC A.
                   05 SG-RAID-CHANCE PIC V99.
                   05 SG-BLIGHT-CHANCE PIC V99.
                   05 SG-CLIMATE-STATE PIC 9.
                   05 SG-EXPORT-PRICE PIC 99.
                   05 SG-TREASURE PIC 9(7).
                   05 SG-DYNASTY-REIGNS PIC 99.
                   05 SG-DYNASTY-YEARS PIC 9(3).
                   05 SG-DYNASTY-STARVED PIC 9(7).
                   05 SG-SCENARIO-NAME PIC X(20).
                   05 SG-VICTORY-TYPE PIC 9.
                   05 SG-VICTORY-TARGET PIC 9(5).
                   05 SG-AM-REIGN-SEQ PIC 9(3).
                   05 SG-RULE-FEED PIC 9(3).
                   05 SG-RULE-SEED-DIV PIC 9.
                   05 SG-RULE-GRANARY-COST PIC 9(5).
                   05 SG-RULE-QUAR-COST PIC 9(5).
                   05 SG-RULE-LOAN-LIMIT PIC 9(5).
                   05 SG-RULE-LOAN-TERM PIC 9.
                   05 SG-RULE-TRIB-ACRE-DIV PIC 9(3).
                   05 SG-RULE-TRIB-POP-DIV PIC 9(3).
                   05 SG-RULE-PRICE-BASE PIC 99.
                   05 SG-RULE-PRICE-SPAN PIC 99.
                   05 SG-RULE-POLL-TAX-TOL PIC 99.
                   05 SG-LAND-NET-TRADED PIC S9(7)
                       SIGN LEADING SEPARATE.
                   05 SG-REALM-COUNT PIC 9.
                   05 SG-REALMS OCCURS 3 TIMES.
                       10 SG-REALM-NAME PIC X(12).
                       10 SG-REALM-RELATION PIC 99.
                   05 SG-PROVINCES OCCURS 8 TIMES.
                       10 SG-PROV-WHEAT PIC 9(7).
                       10 SG-PROV-ACRES PIC 9(7).
                       10 SG-PROV-POPULATION PIC 9(4).
                       10 SG-PROV-EATEN-BY-RATS PIC 9(7).
                       10 SG-PROV-TOTAL-STARVED PIC 9(7).
                       10 SG-PROV-TOTAL-POP-EVER PIC 9(7).
                       10 SG-PROV-TOTAL-RATS-LOSS PIC 9(7).
                       10 SG-PROV-HARVEST PIC 9(7).
                       10 SG-PROV-OPENING-WHEAT PIC 9(7).
                       10 SG-PROV-XFER-WHEAT-NET PIC S9(7)
                           SIGN LEADING SEPARATE.
                       10 SG-PROV-XFER-POP-NET PIC S9(4)
                           SIGN LEADING SEPARATE.
                       10 SG-PROV-GRANARY-LEVEL PIC 9.
                       10 SG-PROV-SPOILED-WHEAT PIC 9(7).
                       10 SG-PROV-LOAN-BALANCE PIC 9(7).
                       10 SG-PROV-LOAN-YEARS-LEFT PIC 9.
                       10 SG-PROV-RAID-WHEAT-LOSS PIC 9(7).
                       10 SG-PROV-RAID-ACRES-LOSS PIC 9(7).
                       10 SG-PROV-GUARD-SPEND PIC 9(7).
                       10 SG-PROV-PLAGUE-PCT PIC 99.
                       10 SG-PROV-FERTILE-ACRES PIC 9(7).
                       10 SG-PROV-MARGINAL-ACRES PIC 9(7).
                       10 SG-PROV-EVENT-NOTE PIC X(20).
                       10 SG-PROV-CANAL-YEARS-LEFT PIC 9.
                       10 SG-PROV-UNREST PIC 99.
                       10 SG-PROV-CTR-PRICE PIC 99.
                       10 SG-PROV-CTR-AMOUNT PIC 9(5).
                       10 SG-PROV-CTR-YEARS PIC 9.
                       10 SG-PROV-CHILDREN PIC 9(4).
                       10 SG-PROV-WORKERS PIC 9(4).
                       10 SG-PROV-ELDERS PIC 9(4).
                       10 SG-PROV-STEWARD PIC X(16).
                       10 SG-PROV-POLL-TAX-RATE PIC 99.
                       10 SG-PROV-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors MAIN's quarantine record.
               FD QUARANTINE-SAVE-FILE.
               01 QS-RECORD PIC X(2000).

               FD REALMS-FILE.
               01 RL-RECORD.
                   05 RL-NAME PIC X(12).
                   05 RL-RELATION PIC 99.

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE key; only the
      *        key is consulted here.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-BODY PIC X(126).

           WORKING-STORAGE SECTION.
               01 WS-SAVE-FILE-STATUS PIC X(02).
               01 WS-QUARANTINE-FILE-STATUS PIC X(02).
               01 WS-REALMS-FILE-STATUS PIC X(02).
               01 WS-ANALYTICS-FILE-STATUS PIC X(02).
               01 WS-SLOT-NAME.
                   05 FILLER PIC X(7) VALUE "HAMSAVE".
                   05 WS-SLOT-CH PIC 9 VALUE 1.
                   05 FILLER PIC X(4) VALUE ".DAT".
               01 WS-SLOT-IDX PIC 9.

      *        The save layout the game resumes, as in MAIN. A
      *        future growth of SG-RECORD raises this, keeps the
      *        outgoing layout below as the next historical view,
      *        and adds its carry-forward step.
               01 WS-SAVE-LAYOUT-CURRENT PIC 99 VALUE 6.

      *        The record as read, before anything is carried: a
      *        slot or quarantined save of any layout lands here
      *        space-filled past its own length.
               01 WS-OLD-IMAGE PIC X(2000).

      *        Layout 1, the original 833-byte save. It matches the
      *        current body as far as SG-RAID-CHANCE and parts
      *        company from SG-BLIGHT-CHANCE on.
               01 SG1-RECORD REDEFINES WS-OLD-IMAGE.
                   05 SG1-YEAR PIC 9(2).
                   05 SG1-NUM-YEARS PIC 9(2).
                   05 SG1-PRICE PIC 99.
                   05 SG1-NUM-PROVINCES PIC 9.
                   05 SG1-CHECKPOINT-PROV PIC 9.
                   05 SG1-CHECKPOINT-STEP PIC 9.
                   05 SG1-GOVERNOR-NAME PIC X(20).
                   05 SG1-PLAGUE-CHANCE PIC V99.
                   05 SG1-RATS-CHANCE PIC V99.
                   05 SG1-HARVEST-MIN PIC 9.
                   05 SG1-HARVEST-MAX PIC 9.
                   05 SG1-BATCH-MODE-ACTIVE PIC A.
                   05 SG1-BATCH-FOOD PIC 9(7).
                   05 SG1-BATCH-PLANTED-ACRES PIC 9(7).
                   05 SG1-TRIBUTE-STRIKES PIC 9.
                   05 SG1-TRIBUTE-IMPEACH PIC A.
                   05 SG1-LOAN-DEFAULT PIC A.
                   05 SG1-RAID-CHANCE PIC V99.
                   05 SG1-CLIMATE-STATE PIC 9.
                   05 SG1-EXPORT-PRICE PIC 99.
                   05 SG1-TREASURE PIC 9(7).
                   05 SG1-DYNASTY-REIGNS PIC 99.
                   05 SG1-DYNASTY-YEARS PIC 9(3).
                   05 SG1-DYNASTY-STARVED PIC 9(7).
                   05 SG1-SCENARIO-NAME PIC X(20).
                   05 SG1-VICTORY-TYPE PIC 9.
                   05 SG1-VICTORY-TARGET PIC 9(5).
                   05 SG1-PROVINCES OCCURS 5 TIMES.
                       10 SG1-PROV-WHEAT PIC 9(7).
                       10 SG1-PROV-ACRES PIC 9(7).
                       10 SG1-PROV-POPULATION PIC 9(4).
                       10 SG1-PROV-EATEN-BY-RATS PIC 9(7).
                       10 SG1-PROV-TOTAL-STARVED PIC 9(7).
                       10 SG1-PROV-TOTAL-POP-EVER PIC 9(7).
                       10 SG1-PROV-TOTAL-RATS-LOSS PIC 9(7).
                       10 SG1-PROV-HARVEST PIC 9(7).
                       10 SG1-PROV-OPENING-WHEAT PIC 9(7).
                       10 SG1-PROV-XFER-WHEAT-NET PIC S9(7)
                           SIGN LEADING SEPARATE.
                       10 SG1-PROV-XFER-POP-NET PIC S9(4)
                           SIGN LEADING SEPARATE.
                       10 SG1-PROV-GRANARY-LEVEL PIC 9.
                       10 SG1-PROV-SPOILED-WHEAT PIC 9(7).
                       10 SG1-PROV-LOAN-BALANCE PIC 9(7).
                       10 SG1-PROV-LOAN-YEARS-LEFT PIC 9.
                       10 SG1-PROV-RAID-WHEAT-LOSS PIC 9(7).
                       10 SG1-PROV-RAID-ACRES-LOSS PIC 9(7).
                       10 SG1-PROV-GUARD-SPEND PIC 9(7).
                       10 SG1-PROV-PLAGUE-PCT PIC 99.
                       10 SG1-PROV-FERTILE-ACRES PIC 9(7).
                       10 SG1-PROV-MARGINAL-ACRES PIC 9(7).
                       10 SG1-PROV-EVENT-NOTE PIC X(20).
                   05 FILLER PIC X(1167).

      *        Layout 2, the unstamped 1445-byte save: the layout-3
      *        body without the stamp. Only the fields that tell
      *        it from layout 1 are named; the body carries across
      *        whole. Its SG-LAND-NET-TRADED sign byte falls where
      *        layout 1 holds province 1's population digits, so a
      *        sign there marks a layout-2 record.
               01 SG2-RECORD REDEFINES WS-OLD-IMAGE.
                   05 SG2-YEAR PIC 9(2).
                   05 SG2-NUM-YEARS PIC 9(2).
                   05 FILLER PIC X(134).
                   05 SG2-LAND-SIGN PIC X.
                   05 FILLER PIC X(1861).

      *        The stamp as it stands at the front of a stamped
      *        record of any later layout.
               01 SG3-RECORD REDEFINES WS-OLD-IMAGE.
                   05 SG3-LAYOUT-TAG PIC XX.
                   05 SG3-LAYOUT-VERSION PIC XX.
                   05 SG3-LAYOUT-VERSION-9 REDEFINES
                       SG3-LAYOUT-VERSION PIC 99.
                   05 FILLER PIC X(1996).

               01 WS-OLD-LAYOUT PIC 99.
                   88 WS-OLD-LAYOUT-UNKNOWN VALUE 0.
                   88 WS-OLD-LAYOUT-ORIGINAL VALUE 1.
                   88 WS-OLD-LAYOUT-UNSTAMPED VALUE 2.
                   88 WS-OLD-LAYOUT-STAMPED VALUE 3.
                   88 WS-OLD-LAYOUT-COHORTS VALUE 4.
                   88 WS-OLD-LAYOUT-STEWARDS VALUE 5.

      *        Layout 3 as laid out on disk: the 193 bytes of stamp
      *        and reign header, then eight provinces of 157 bytes
      *        each -- the current province less its cohorts. A
      *        layout-2 image is staged here behind a blank stamp.
               01 WS-STAGE-IMAGE PIC X(2000).
               01 WS-CARRY-OFFSET PIC 9(4).
               01 WS-STD-CHILDREN PIC 9(4).
               01 WS-STD-ELDERS PIC 9(4).
               01 WS-UPGRADE-RESULT PIC A.
                   88 WS-UPGRADE-READY VALUE 'R'.
                   88 WS-UPGRADE-CURRENT VALUE 'C'.
                   88 WS-UPGRADE-REFUSED VALUE 'X'.

      *        The standard rule set and the New Game starting
      *        figures a carried-forward save takes for whatever
      *        its layout never held -- MAIN's RESET-RULES-TO-
      *        STANDARD and SET-DIFFICULTY-PARAMS values.
               01 WS-STANDARD-RULES.
                   05 WS-STD-FEED PIC 9(3) VALUE 20.
                   05 WS-STD-SEED-DIV PIC 9 VALUE 2.
                   05 WS-STD-GRANARY-COST PIC 9(5) VALUE 500.
                   05 WS-STD-QUAR-COST PIC 9(5) VALUE 300.
                   05 WS-STD-LOAN-LIMIT PIC 9(5) VALUE 2000.
                   05 WS-STD-LOAN-TERM PIC 9 VALUE 4.
                   05 WS-STD-TRIB-ACRE-DIV PIC 9(3) VALUE 20.
                   05 WS-STD-TRIB-POP-DIV PIC 9(3) VALUE 2.
                   05 WS-STD-PRICE-BASE PIC 99 VALUE 17.
                   05 WS-STD-PRICE-SPAN PIC 99 VALUE 9.
                   05 WS-STD-POLL-TAX-TOL PIC 99 VALUE 2.
                   05 WS-STD-REALM-RELATION PIC 99 VALUE 50.

               01 WS-PROV-IDX PIC 9.
               01 WS-REALM-IDX PIC 9.
               01 WS-REALM-EOF-CHECK PIC A.
                   88 WS-REALM-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SCAN-DONE-CHECK PIC A.
                   88 WS-SCAN-DONE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Resume's verification, kept in step with MAIN's
      *        VERIFY-SAVE-RECORD.
               01 WS-SAVE-LOAD-CHECK PIC A VALUE 'N'.
                   88 WS-SAVE-LOAD-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SAVE-VERIFY-IDX PIC 9.

      *        The same hardened text entry the game's prompts use.
               01 WS-ENTRY-TEXT PIC X(10).
               01 WS-ENTRY-VALUE PIC S9(7).
               01 WS-ENTRY-OK-CHECK PIC A.
                   88 WS-ENTRY-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PARSE-IDX PIC 99.
               01 WS-ENTRY-CHAR PIC X.
               01 WS-ENTRY-CHAR-9 REDEFINES WS-ENTRY-CHAR PIC 9.
               01 WS-ENTRY-DIGITS PIC 99.
               01 WS-ENTRY-NEG-CHECK PIC A.
                   88 WS-ENTRY-NEGATIVE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-STARTED-CHECK PIC A.
                   88 WS-ENTRY-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-ENDED-CHECK PIC A.
                   88 WS-ENTRY-ENDED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-RETRIES PIC 9.

               01 WS-READ-CHECK PIC A.
                   88 WS-RECORD-READ VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-STATES PIC A.
                   88 WS-MENU-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-CHOICE PIC 9.
               01 WS-CONFIRM-ANSWER PIC X.

               01 WS-UPGRADED-COUNT PIC 9 VALUE 0.
               01 WS-REFUSED-COUNT PIC 9 VALUE 0.

      *        The operator signed on, and the audit record each
      *        rewritten slot is written through. The source is the
      *        dataset the carried-forward save was read from.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-UPGRADE-SOURCE PIC X(12).
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMSAVUP".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12).
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMSAVUP -- carry older saves forward to "
                       "the current save layout."
               CALL 'HAMOPSGN' USING WS-AUDIT-PROGRAM
                   WS-AUDIT-OPERATOR WS-SIGNON-RESULT
               IF NOT WS-SIGNED-ON
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-UPGRADE-MENU
               END-PERFORM
           STOP RUN.

           DISPLAY-UPGRADE-MENU SECTION.
               DISPLAY "========================================"
               DISPLAY "1. Show the layout of the five save slots"
               DISPLAY "2. Upgrade one slot in place"
               DISPLAY "3. Upgrade every older-layout slot"
               DISPLAY "4. Upgrade the quarantined save into a slot"
               DISPLAY "5. Quit"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM SURVEY-SAVE-SLOTS
                   WHEN 2
                       PERFORM UPGRADE-ONE-SLOT
                   WHEN 3
                       PERFORM UPGRADE-ALL-SLOTS
                   WHEN 4
                       PERFORM UPGRADE-QUARANTINED-SAVE
                   WHEN 5
                       SET WS-MENU-LOOP-STATE TO FALSE
                   WHEN OTHER
                       DISPLAY "Input invalid."
               END-EVALUATE
           CONTINUE.

      *    Reads one number from the console through the hardened
      *    text parse; five unusable entries in a row reads as a
      *    dead console and aborts with the file/input-error code.
           GET-NUMERIC-ENTRY SECTION.
               SET WS-ENTRY-OK TO FALSE
               MOVE 0 TO WS-ENTRY-RETRIES
               PERFORM UNTIL WS-ENTRY-OK
                   MOVE SPACES TO WS-ENTRY-TEXT
                   ACCEPT WS-ENTRY-TEXT
                   PERFORM PARSE-NUMERIC-ENTRY
                   IF WS-ENTRY-OK AND WS-ENTRY-VALUE < 0
                       SET WS-ENTRY-OK TO FALSE
                   END-IF
                   IF NOT WS-ENTRY-OK
                       ADD 1 TO WS-ENTRY-RETRIES
                       IF WS-ENTRY-RETRIES >= 5
                           DISPLAY "Console input is exhausted or "
                                   "unusable -- aborting."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       DISPLAY "That is not a number -- try again: "
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Character-by-character check of the raw entry: optional
      *    leading spaces, one optional sign, up to seven digits,
      *    optional trailing spaces, and nothing else at all.
           PARSE-NUMERIC-ENTRY SECTION.
               SET WS-ENTRY-OK TO TRUE
               SET WS-ENTRY-NEGATIVE TO FALSE
               SET WS-ENTRY-STARTED TO FALSE
               SET WS-ENTRY-ENDED TO FALSE
               MOVE 0 TO WS-ENTRY-DIGITS
               MOVE 0 TO WS-ENTRY-VALUE

               PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                       UNTIL WS-PARSE-IDX > 10
                           OR NOT WS-ENTRY-OK
                   MOVE WS-ENTRY-TEXT(WS-PARSE-IDX:1)
                       TO WS-ENTRY-CHAR
                   EVALUATE TRUE
                       WHEN WS-ENTRY-CHAR = SPACE
                           IF WS-ENTRY-STARTED
                               SET WS-ENTRY-ENDED TO TRUE
                           END-IF
                       WHEN (WS-ENTRY-CHAR = "-"
                               OR WS-ENTRY-CHAR = "+")
                               AND NOT WS-ENTRY-STARTED
                               AND NOT WS-ENTRY-ENDED
                           IF WS-ENTRY-CHAR = "-"
                               SET WS-ENTRY-NEGATIVE TO TRUE
                           END-IF
                           SET WS-ENTRY-STARTED TO TRUE
                       WHEN WS-ENTRY-CHAR >= "0"
                               AND WS-ENTRY-CHAR <= "9"
                           IF WS-ENTRY-ENDED
                               SET WS-ENTRY-OK TO FALSE
                           ELSE
                               IF WS-ENTRY-DIGITS >= 7
                                   SET WS-ENTRY-OK TO FALSE
                               ELSE
                                   COMPUTE WS-ENTRY-VALUE =
                                           (WS-ENTRY-VALUE * 10)
                                           + WS-ENTRY-CHAR-9
                                   ADD 1 TO WS-ENTRY-DIGITS
                                   SET WS-ENTRY-STARTED TO TRUE
                               END-IF
                           END-IF
                       WHEN OTHER
                           SET WS-ENTRY-OK TO FALSE
                   END-EVALUATE
               END-PERFORM

               IF WS-ENTRY-DIGITS = 0
                   SET WS-ENTRY-OK TO FALSE
               END-IF
               IF WS-ENTRY-OK AND WS-ENTRY-NEGATIVE
                   COMPUTE WS-ENTRY-VALUE = WS-ENTRY-VALUE * -1
               END-IF
           CONTINUE.


      *    Names the layout every slot was written under, so the
      *    operator knows what an upgrade would touch before any
      *    slot is rewritten.
           SURVEY-SAVE-SLOTS SECTION.
               DISPLAY "Save slots:"
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 5
                   MOVE WS-SLOT-IDX TO WS-SLOT-CH
                   PERFORM READ-SLOT-IMAGE
                   IF NOT WS-RECORD-READ
                       DISPLAY "  " WS-SLOT-IDX ". (empty)"
                   ELSE
                       PERFORM DETERMINE-OLD-LAYOUT
                       EVALUATE TRUE
                           WHEN WS-UPGRADE-CURRENT
                               DISPLAY "  " WS-SLOT-IDX
                                       ". current layout -- "
                                       SG3-LAYOUT-VERSION
                           WHEN WS-OLD-LAYOUT-UNKNOWN
                               DISPLAY "  " WS-SLOT-IDX
                                       ". (no layout this utility "
                                       "knows -- see HAMSAVIN)"
                           WHEN OTHER
                               DISPLAY "  " WS-SLOT-IDX
                                       ". older layout "
                                       WS-OLD-LAYOUT
                                       " -- can be carried forward"
                       END-EVALUATE
                   END-IF
               END-PERFORM
           CONTINUE.

      *    One slot, upgraded where it stands once the operator has
      *    seen the carried-forward reign and confirmed.
           UPGRADE-ONE-SLOT SECTION.
               DISPLAY "Upgrade which slot (1-5)? "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 5
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-SLOT-CH
               MOVE WS-ENTRY-VALUE TO WS-SLOT-IDX
               MOVE WS-SLOT-NAME TO WS-UPGRADE-SOURCE
               PERFORM READ-SLOT-IMAGE
               IF NOT WS-RECORD-READ
                   DISPLAY "Slot " WS-SLOT-IDX " is empty -- "
                           "nothing to upgrade."
                   EXIT SECTION
               END-IF
               PERFORM UPGRADE-OLD-IMAGE
               IF NOT WS-UPGRADE-READY
                   EXIT SECTION
               END-IF

               DISPLAY "Slot " WS-SLOT-IDX " will be REWRITTEN in "
                       "the current layout (take a HAMBKUP "
                       "generation first if in doubt). "
                       "Proceed? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                       AND WS-CONFIRM-ANSWER NOT = "y"
                   DISPLAY "Upgrade cancelled -- the slot was left "
                           "as found."
                   EXIT SECTION
               END-IF
               PERFORM WRITE-UPGRADED-SLOT
           CONTINUE.

      *    The release-night pass: every slot still in an older
      *    layout is carried forward in one confirmation. A slot
      *    that will not verify is reported and left as found;
      *    the others go ahead.
           UPGRADE-ALL-SLOTS SECTION.
               DISPLAY "Every slot in an older save layout will be "
                       "REWRITTEN in the current one (take a "
                       "HAMBKUP generation first if in doubt). "
                       "Proceed? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                       AND WS-CONFIRM-ANSWER NOT = "y"
                   DISPLAY "Upgrade cancelled -- no slot was "
                           "touched."
                   EXIT SECTION
               END-IF
               MOVE 0 TO WS-UPGRADED-COUNT
               MOVE 0 TO WS-REFUSED-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 5
                   MOVE WS-SLOT-IDX TO WS-SLOT-CH
                   MOVE WS-SLOT-NAME TO WS-UPGRADE-SOURCE
                   PERFORM READ-SLOT-IMAGE
                   IF WS-RECORD-READ
                       DISPLAY "Slot " WS-SLOT-IDX ":"
                       PERFORM UPGRADE-OLD-IMAGE
                       IF WS-UPGRADE-READY
                           PERFORM WRITE-UPGRADED-SLOT
                       END-IF
                       IF WS-UPGRADE-REFUSED
                           ADD 1 TO WS-REFUSED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "Slots carried forward: " WS-UPGRADED-COUNT
                       "  refused: " WS-REFUSED-COUNT
               IF WS-REFUSED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           CONTINUE.

      *    The save Resume refused, carried forward and written to
      *    a chosen slot. The quarantine copy is left as found, as
      *    HAMSAVIN leaves it.
           UPGRADE-QUARANTINED-SAVE SECTION.
               MOVE "HAMSAVBD.DAT" TO WS-UPGRADE-SOURCE
               SET WS-RECORD-READ TO FALSE
               MOVE SPACES TO WS-OLD-IMAGE
               OPEN INPUT QUARANTINE-SAVE-FILE
               IF WS-QUARANTINE-FILE-STATUS NOT = "00"
                   DISPLAY "HAMSAVBD.DAT could not be opened "
                           "(status " WS-QUARANTINE-FILE-STATUS
                           ") -- nothing is quarantined."
                   EXIT SECTION
               END-IF
               READ QUARANTINE-SAVE-FILE
                   AT END
                       DISPLAY "HAMSAVBD.DAT is empty."
                   NOT AT END
                       MOVE QS-RECORD TO WS-OLD-IMAGE
                       SET WS-RECORD-READ TO TRUE
               END-READ
               CLOSE QUARANTINE-SAVE-FILE
               IF NOT WS-RECORD-READ
                   EXIT SECTION
               END-IF
               PERFORM UPGRADE-OLD-IMAGE
               IF NOT WS-UPGRADE-READY
                   EXIT SECTION
               END-IF

               DISPLAY "Write the carried-forward save into which "
                       "slot (1-5)? "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 5
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-SLOT-CH
               MOVE WS-ENTRY-VALUE TO WS-SLOT-IDX
               DISPLAY "Slot " WS-SLOT-IDX " will be OVERWRITTEN. "
                       "Proceed? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                       AND WS-CONFIRM-ANSWER NOT = "y"
                   DISPLAY "Upgrade cancelled."
                   EXIT SECTION
               END-IF
               PERFORM WRITE-UPGRADED-SLOT
               DISPLAY "The quarantine copy in HAMSAVBD.DAT was "
                       "left as found."
           CONTINUE.

      *    Reads slot WS-SLOT-CH into the old-record image. The
      *    record area is space-filled first, so a save shorter
      *    than the current layout reads back space-filled past
      *    its own end.
           READ-SLOT-IMAGE SECTION.
               SET WS-RECORD-READ TO FALSE
               MOVE SPACES TO WS-OLD-IMAGE
               OPEN INPUT SAVE-GAME-FILE
               IF WS-SAVE-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE SPACES TO SG-RECORD
               READ SAVE-GAME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SG-RECORD TO WS-OLD-IMAGE
                       SET WS-RECORD-READ TO TRUE
               END-READ
               CLOSE SAVE-GAME-FILE
           CONTINUE.

      *    Which layout the image was written under. A stamp
      *    answers outright; an unstamped record is layout 2 when
      *    its trade-tally sign sits where layout 2 keeps it, and
      *    otherwise layout 1 if it at least opens with a year.
           DETERMINE-OLD-LAYOUT SECTION.
               MOVE 0 TO WS-OLD-LAYOUT
               MOVE 'X' TO WS-UPGRADE-RESULT
               IF SG3-LAYOUT-TAG = "LV"
                   IF SG3-LAYOUT-VERSION-9 NUMERIC
                           AND SG3-LAYOUT-VERSION-9
                               = WS-SAVE-LAYOUT-CURRENT
                       MOVE 'C' TO WS-UPGRADE-RESULT
                   END-IF
                   IF SG3-LAYOUT-VERSION-9 NUMERIC
                           AND SG3-LAYOUT-VERSION-9 = 3
                       MOVE 3 TO WS-OLD-LAYOUT
                   END-IF
                   IF SG3-LAYOUT-VERSION-9 NUMERIC
                           AND SG3-LAYOUT-VERSION-9 = 4
                       MOVE 4 TO WS-OLD-LAYOUT
                   END-IF
                   IF SG3-LAYOUT-VERSION-9 NUMERIC
                           AND SG3-LAYOUT-VERSION-9 = 5
                       MOVE 5 TO WS-OLD-LAYOUT
                   END-IF
                   EXIT SECTION
               END-IF
               IF SG2-YEAR NOT NUMERIC OR SG2-NUM-YEARS NOT NUMERIC
                   EXIT SECTION
               END-IF
               IF SG2-LAND-SIGN = "+" OR SG2-LAND-SIGN = "-"
                   MOVE 2 TO WS-OLD-LAYOUT
               ELSE
                   MOVE 1 TO WS-OLD-LAYOUT
               END-IF
           CONTINUE.

      *    Carries the image forward into SG-RECORD and verifies
      *    it. WS-UPGRADE-RESULT comes back R (ready to write), C
      *    (already current -- nothing to do) or X (refused, with
      *    the reason shown).
           UPGRADE-OLD-IMAGE SECTION.
               PERFORM DETERMINE-OLD-LAYOUT
               IF WS-UPGRADE-CURRENT
                   DISPLAY "  Already in the current layout -- "
                           "nothing to carry forward. A current "
                           "save that will not resume is "
                           "HAMSAVIN's business."
                   EXIT SECTION
               END-IF
               IF WS-OLD-LAYOUT-UNKNOWN
                   DISPLAY "  REFUSED: the record is in no save "
                           "layout this utility knows -- nothing "
                           "was written."
                   EXIT SECTION
               END-IF

               INITIALIZE SG-RECORD
               EVALUATE TRUE
                   WHEN WS-OLD-LAYOUT-ORIGINAL
                       IF SG1-NUM-PROVINCES NOT NUMERIC
                               OR SG1-NUM-PROVINCES > 5
                           DISPLAY "  REFUSED: a layout-1 save "
                                   "holds at most five provinces "
                                   "-- nothing was written."
                           EXIT SECTION
                       END-IF
                       PERFORM CARRY-LAYOUT-1
                   WHEN WS-OLD-LAYOUT-UNSTAMPED
                       PERFORM CARRY-LAYOUT-2
                   WHEN WS-OLD-LAYOUT-STAMPED
                       PERFORM CARRY-LAYOUT-3
                   WHEN WS-OLD-LAYOUT-COHORTS
                       PERFORM CARRY-LAYOUT-4
                   WHEN WS-OLD-LAYOUT-STEWARDS
                       PERFORM CARRY-LAYOUT-5
               END-EVALUATE
               IF NOT WS-OLD-LAYOUT-COHORTS
                       AND NOT WS-OLD-LAYOUT-STEWARDS
                   PERFORM SPLIT-CARRIED-COHORTS
               END-IF
               MOVE "LV" TO SG-LAYOUT-TAG
               MOVE WS-SAVE-LAYOUT-CURRENT TO SG-LAYOUT-VERSION

               PERFORM VERIFY-SAVE-RECORD
               IF NOT WS-SAVE-LOAD-OK
                   DISPLAY "  REFUSED: the layout-" WS-OLD-LAYOUT
                           " record does not verify once carried "
                           "forward -- nothing was written."
                   EXIT SECTION
               END-IF
               MOVE 'R' TO WS-UPGRADE-RESULT
               DISPLAY "  Layout " WS-OLD-LAYOUT " save of "
                       SG-GOVERNOR-NAME " -- year " SG-YEAR " of "
                       SG-NUM-YEARS ", " SG-NUM-PROVINCES
                       " province(s) -- verifies clean in layout "
                       SG-LAYOUT-VERSION "."
           CONTINUE.

      *    Layout 2 is the layout-3 body without the stamp, so it
      *    is staged behind a blank stamp and carried as layout 3.
           CARRY-LAYOUT-2 SECTION.
               MOVE SPACES TO WS-STAGE-IMAGE
               MOVE WS-OLD-IMAGE(1:1445) TO WS-STAGE-IMAGE(5:1445)
               MOVE WS-STAGE-IMAGE TO WS-OLD-IMAGE
               PERFORM CARRY-LAYOUT-3
           CONTINUE.

      *    Layouts 3 to 5 share one header: the current header
      *    less the poll-tax tolerance, which the standard rule set
      *    supplies. It is carried in two pieces either side of it.
           CARRY-STAMPED-HEADER SECTION.
               MOVE WS-OLD-IMAGE(5:138) TO SG-RECORD(5:138)
               MOVE WS-OLD-IMAGE(143:51) TO SG-RECORD(145:51)
               MOVE WS-STD-POLL-TAX-TOL TO SG-RULE-POLL-TAX-TOL
           CONTINUE.

      *    Layout 3 matches each current province up to its
      *    cohorts, so the provinces carry across one by one.
           CARRY-LAYOUT-3 SECTION.
               PERFORM CARRY-STAMPED-HEADER
               MOVE 194 TO WS-CARRY-OFFSET
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE WS-OLD-IMAGE(WS-CARRY-OFFSET:157)
                       TO SG-PROVINCES(WS-PROV-IDX)(1:157)
                   ADD 157 TO WS-CARRY-OFFSET
               END-PERFORM
           CONTINUE.

      *    Layout 4 matches each current province up to its
      *    steward; a carried province is governed in person, its
      *    steward field left blank by the INITIALIZE behind it.
           CARRY-LAYOUT-4 SECTION.
               PERFORM CARRY-STAMPED-HEADER
               MOVE 194 TO WS-CARRY-OFFSET
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE WS-OLD-IMAGE(WS-CARRY-OFFSET:169)
                       TO SG-PROVINCES(WS-PROV-IDX)(1:169)
                   ADD 169 TO WS-CARRY-OFFSET
               END-PERFORM
           CONTINUE.

      *    Layout 5 matches each current province up to its poll
      *    tax; a carried province has levied none, the INITIALIZE
      *    behind it leaving the rate and yield at zero.
           CARRY-LAYOUT-5 SECTION.
               PERFORM CARRY-STAMPED-HEADER
               MOVE 194 TO WS-CARRY-OFFSET
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE WS-OLD-IMAGE(WS-CARRY-OFFSET:185)
                       TO SG-PROVINCES(WS-PROV-IDX)(1:185)
                   ADD 185 TO WS-CARRY-OFFSET
               END-PERFORM
           CONTINUE.

      *    Layouts 1 to 3 never kept the people by age, so each carried
      *    province is split the way MAIN's SPLIT-STANDARD-COHORTS
      *    splits a New Game's: two in ten children, one in ten
      *    elders, the rest of working age. A population that is
      *    not a number is left for the verification to refuse.
           SPLIT-CARRIED-COHORTS SECTION.
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   IF WS-PROV-IDX > SG-NUM-PROVINCES
                           OR SG-PROV-POPULATION(WS-PROV-IDX)
                               NOT NUMERIC
                       MOVE 0 TO SG-PROV-CHILDREN(WS-PROV-IDX)
                       MOVE 0 TO SG-PROV-WORKERS(WS-PROV-IDX)
                       MOVE 0 TO SG-PROV-ELDERS(WS-PROV-IDX)
                   ELSE
                       COMPUTE WS-STD-CHILDREN =
                               SG-PROV-POPULATION(WS-PROV-IDX)
                               * 2 / 10
                       COMPUTE WS-STD-ELDERS =
                               SG-PROV-POPULATION(WS-PROV-IDX) / 10
                       MOVE WS-STD-CHILDREN
                           TO SG-PROV-CHILDREN(WS-PROV-IDX)
                       MOVE WS-STD-ELDERS
                           TO SG-PROV-ELDERS(WS-PROV-IDX)
                       COMPUTE SG-PROV-WORKERS(WS-PROV-IDX) =
                               SG-PROV-POPULATION(WS-PROV-IDX)
                               - WS-STD-CHILDREN - WS-STD-ELDERS
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Layout 1, field by field. What the original save never
      *    held takes the value a New Game starts with: the
      *    standard rule set, an even trade tally, the realms in
      *    REALMS.DAT, the blight chance of the difficulty its
      *    raid chance shows, no canal, unrest or contract, and
      *    the governor's latest reign sequence on the analytics
      *    master. The sixth to eighth provinces stay empty.
           CARRY-LAYOUT-1 SECTION.
               MOVE SG1-YEAR TO SG-YEAR
               MOVE SG1-NUM-YEARS TO SG-NUM-YEARS
               MOVE SG1-PRICE TO SG-PRICE
               MOVE SG1-NUM-PROVINCES TO SG-NUM-PROVINCES
               MOVE SG1-CHECKPOINT-PROV TO SG-CHECKPOINT-PROV
               MOVE SG1-CHECKPOINT-STEP TO SG-CHECKPOINT-STEP
               MOVE SG1-GOVERNOR-NAME TO SG-GOVERNOR-NAME
               MOVE SG1-PLAGUE-CHANCE TO SG-PLAGUE-CHANCE
               MOVE SG1-RATS-CHANCE TO SG-RATS-CHANCE
               MOVE SG1-HARVEST-MIN TO SG-HARVEST-MIN
               MOVE SG1-HARVEST-MAX TO SG-HARVEST-MAX
               MOVE SG1-BATCH-MODE-ACTIVE TO SG-BATCH-MODE-ACTIVE
               MOVE SG1-BATCH-FOOD TO SG-BATCH-FOOD
               MOVE SG1-BATCH-PLANTED-ACRES TO SG-BATCH-PLANTED-ACRES
               MOVE SG1-TRIBUTE-STRIKES TO SG-TRIBUTE-STRIKES
               MOVE SG1-TRIBUTE-IMPEACH TO SG-TRIBUTE-IMPEACH
               MOVE SG1-LOAN-DEFAULT TO SG-LOAN-DEFAULT
               MOVE SG1-RAID-CHANCE TO SG-RAID-CHANCE
               MOVE SG1-CLIMATE-STATE TO SG-CLIMATE-STATE
               MOVE SG1-EXPORT-PRICE TO SG-EXPORT-PRICE
               MOVE SG1-TREASURE TO SG-TREASURE
               MOVE SG1-DYNASTY-REIGNS TO SG-DYNASTY-REIGNS
               MOVE SG1-DYNASTY-YEARS TO SG-DYNASTY-YEARS
               MOVE SG1-DYNASTY-STARVED TO SG-DYNASTY-STARVED
               MOVE SG1-SCENARIO-NAME TO SG-SCENARIO-NAME
               MOVE SG1-VICTORY-TYPE TO SG-VICTORY-TYPE
               MOVE SG1-VICTORY-TARGET TO SG-VICTORY-TARGET

      *        The difficulty bands pair each raid chance with its
      *        blight chance: Easy .10/.08, Hard .25/.18, and
      *        anything else reads as Normal's .12.
               EVALUATE SG1-RAID-CHANCE
                   WHEN .10
                       MOVE .08 TO SG-BLIGHT-CHANCE
                   WHEN .25
                       MOVE .18 TO SG-BLIGHT-CHANCE
                   WHEN OTHER
                       MOVE .12 TO SG-BLIGHT-CHANCE
               END-EVALUATE

               MOVE WS-STD-FEED TO SG-RULE-FEED
               MOVE WS-STD-SEED-DIV TO SG-RULE-SEED-DIV
               MOVE WS-STD-GRANARY-COST TO SG-RULE-GRANARY-COST
               MOVE WS-STD-QUAR-COST TO SG-RULE-QUAR-COST
               MOVE WS-STD-LOAN-LIMIT TO SG-RULE-LOAN-LIMIT
               MOVE WS-STD-LOAN-TERM TO SG-RULE-LOAN-TERM
               MOVE WS-STD-TRIB-ACRE-DIV TO SG-RULE-TRIB-ACRE-DIV
               MOVE WS-STD-TRIB-POP-DIV TO SG-RULE-TRIB-POP-DIV
               MOVE WS-STD-PRICE-BASE TO SG-RULE-PRICE-BASE
               MOVE WS-STD-PRICE-SPAN TO SG-RULE-PRICE-SPAN
               MOVE WS-STD-POLL-TAX-TOL TO SG-RULE-POLL-TAX-TOL
               MOVE 0 TO SG-LAND-NET-TRADED
               PERFORM LOAD-STANDARD-REALMS
               PERFORM FIND-LATEST-REIGN-SEQ

               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > SG1-NUM-PROVINCES
                   MOVE SG1-PROV-WHEAT(WS-PROV-IDX)
                       TO SG-PROV-WHEAT(WS-PROV-IDX)
                   MOVE SG1-PROV-ACRES(WS-PROV-IDX)
                       TO SG-PROV-ACRES(WS-PROV-IDX)
                   MOVE SG1-PROV-POPULATION(WS-PROV-IDX)
                       TO SG-PROV-POPULATION(WS-PROV-IDX)
                   MOVE SG1-PROV-EATEN-BY-RATS(WS-PROV-IDX)
                       TO SG-PROV-EATEN-BY-RATS(WS-PROV-IDX)
                   MOVE SG1-PROV-TOTAL-STARVED(WS-PROV-IDX)
                       TO SG-PROV-TOTAL-STARVED(WS-PROV-IDX)
                   MOVE SG1-PROV-TOTAL-POP-EVER(WS-PROV-IDX)
                       TO SG-PROV-TOTAL-POP-EVER(WS-PROV-IDX)
                   MOVE SG1-PROV-TOTAL-RATS-LOSS(WS-PROV-IDX)
                       TO SG-PROV-TOTAL-RATS-LOSS(WS-PROV-IDX)
                   MOVE SG1-PROV-HARVEST(WS-PROV-IDX)
                       TO SG-PROV-HARVEST(WS-PROV-IDX)
                   MOVE SG1-PROV-OPENING-WHEAT(WS-PROV-IDX)
                       TO SG-PROV-OPENING-WHEAT(WS-PROV-IDX)
                   MOVE SG1-PROV-XFER-WHEAT-NET(WS-PROV-IDX)
                       TO SG-PROV-XFER-WHEAT-NET(WS-PROV-IDX)
                   MOVE SG1-PROV-XFER-POP-NET(WS-PROV-IDX)
                       TO SG-PROV-XFER-POP-NET(WS-PROV-IDX)
                   MOVE SG1-PROV-GRANARY-LEVEL(WS-PROV-IDX)
                       TO SG-PROV-GRANARY-LEVEL(WS-PROV-IDX)
                   MOVE SG1-PROV-SPOILED-WHEAT(WS-PROV-IDX)
                       TO SG-PROV-SPOILED-WHEAT(WS-PROV-IDX)
                   MOVE SG1-PROV-LOAN-BALANCE(WS-PROV-IDX)
                       TO SG-PROV-LOAN-BALANCE(WS-PROV-IDX)
                   MOVE SG1-PROV-LOAN-YEARS-LEFT(WS-PROV-IDX)
                       TO SG-PROV-LOAN-YEARS-LEFT(WS-PROV-IDX)
                   MOVE SG1-PROV-RAID-WHEAT-LOSS(WS-PROV-IDX)
                       TO SG-PROV-RAID-WHEAT-LOSS(WS-PROV-IDX)
                   MOVE SG1-PROV-RAID-ACRES-LOSS(WS-PROV-IDX)
                       TO SG-PROV-RAID-ACRES-LOSS(WS-PROV-IDX)
                   MOVE SG1-PROV-GUARD-SPEND(WS-PROV-IDX)
                       TO SG-PROV-GUARD-SPEND(WS-PROV-IDX)
                   MOVE SG1-PROV-PLAGUE-PCT(WS-PROV-IDX)
                       TO SG-PROV-PLAGUE-PCT(WS-PROV-IDX)
                   MOVE SG1-PROV-FERTILE-ACRES(WS-PROV-IDX)
                       TO SG-PROV-FERTILE-ACRES(WS-PROV-IDX)
                   MOVE SG1-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                       TO SG-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                   MOVE SG1-PROV-EVENT-NOTE(WS-PROV-IDX)
                       TO SG-PROV-EVENT-NOTE(WS-PROV-IDX)
                   MOVE 0 TO SG-PROV-CANAL-YEARS-LEFT(WS-PROV-IDX)
                   MOVE 0 TO SG-PROV-UNREST(WS-PROV-IDX)
                   MOVE 0 TO SG-PROV-CTR-PRICE(WS-PROV-IDX)
                   MOVE 0 TO SG-PROV-CTR-AMOUNT(WS-PROV-IDX)
                   MOVE 0 TO SG-PROV-CTR-YEARS(WS-PROV-IDX)
               END-PERFORM
           CONTINUE.

      *    The realms a New Game starts with, read the way MAIN's
      *    LOAD-REALM-DEFINITIONS reads them. No dataset means no
      *    neighbors, as it does for a New Game.
           LOAD-STANDARD-REALMS SECTION.
               MOVE 0 TO SG-REALM-COUNT
               SET WS-REALM-EOF TO FALSE
               OPEN INPUT REALMS-FILE
               IF WS-REALMS-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-REALM-EOF OR SG-REALM-COUNT >= 3
                   READ REALMS-FILE
                       AT END
                           SET WS-REALM-EOF TO TRUE
                       NOT AT END
                           IF RL-RELATION IS NUMERIC
                                   AND RL-NAME NOT = SPACES
                               ADD 1 TO SG-REALM-COUNT
                               MOVE SG-REALM-COUNT TO WS-REALM-IDX
                               MOVE RL-NAME
                                   TO SG-REALM-NAME(WS-REALM-IDX)
                               MOVE RL-RELATION
                                   TO SG-REALM-RELATION(WS-REALM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REALMS-FILE
           CONTINUE.

      *    A layout-1 save predates the reign sequence, but the
      *    reign it holds has already flushed its years to the
      *    analytics master under the governor's highest sequence.
      *    Carrying that number keeps the resumed reign's rows with
      *    its earlier ones; guessing 1 would let the flush
      *    overwrite the governor's real first reign. No master,
      *    or no rows for the governor, makes it the first.
           FIND-LATEST-REIGN-SEQ SECTION.
               MOVE 1 TO SG-AM-REIGN-SEQ
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-ANALYTICS-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE SG-GOVERNOR-NAME TO AM-GOVERNOR-NAME
               MOVE 0 TO AM-REIGN-SEQ
               MOVE 0 TO AM-YEAR
               MOVE 0 TO AM-PROVINCE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       CLOSE ANALYTICS-MASTER-FILE
                       EXIT SECTION
               END-START
               SET WS-SCAN-DONE TO FALSE
               PERFORM UNTIL WS-SCAN-DONE
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-SCAN-DONE TO TRUE
                       NOT AT END
                           IF AM-GOVERNOR-NAME = SG-GOVERNOR-NAME
                               IF AM-REIGN-SEQ > SG-AM-REIGN-SEQ
                                   MOVE AM-REIGN-SEQ
                                       TO SG-AM-REIGN-SEQ
                               END-IF
                           ELSE
                               SET WS-SCAN-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE
           CONTINUE.

           WRITE-UPGRADED-SLOT SECTION.
               OPEN OUTPUT SAVE-GAME-FILE
               IF WS-SAVE-FILE-STATUS NOT = "00"
                   DISPLAY "  The slot could not be opened (status "
                           WS-SAVE-FILE-STATUS ") -- nothing was "
                           "written."
                   MOVE 'X' TO WS-UPGRADE-RESULT
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               WRITE SG-RECORD
               CLOSE SAVE-GAME-FILE
               ADD 1 TO WS-UPGRADED-COUNT
               DISPLAY "  Slot " WS-SLOT-IDX " now holds the save "
                       "in layout " SG-LAYOUT-VERSION "."

               MOVE "UPGRADE" TO WS-AUDIT-ACTION
               MOVE WS-SLOT-NAME TO WS-AUDIT-FILE
               MOVE SG-GOVERNOR-NAME TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "LAYOUT " WS-OLD-LAYOUT " READ FROM "
                       WS-UPGRADE-SOURCE
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "LAYOUT " SG-LAYOUT-VERSION " YEAR " SG-YEAR
                       " OF " SG-NUM-YEARS " PROVINCES "
                       SG-NUM-PROVINCES
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.

      *    Resume's verification, field for field as MAIN's
      *    VERIFY-SAVE-RECORD applies it: only a carried-forward
      *    save that would resume is ever written.
           VERIFY-SAVE-RECORD SECTION.
               SET WS-SAVE-LOAD-OK TO TRUE

               IF SG-LAYOUT-TAG NOT = "LV"
                   DISPLAY "Save verification failed: the slot was "
                           "written before saves carried a layout "
                           "stamp -- run HAMSAVUP to carry it "
                           "forward."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF
               IF SG-LAYOUT-VERSION NOT = WS-SAVE-LAYOUT-CURRENT
                   DISPLAY "Save verification failed: the slot was "
                           "written under save layout "
                           SG-LAYOUT-VERSION ", not "
                           WS-SAVE-LAYOUT-CURRENT " -- run HAMSAVUP "
                           "to carry it forward."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-YEAR NOT NUMERIC
                       OR SG-NUM-YEARS NOT NUMERIC
                       OR SG-PRICE NOT NUMERIC
                       OR SG-NUM-PROVINCES NOT NUMERIC
                       OR SG-CHECKPOINT-PROV NOT NUMERIC
                       OR SG-CHECKPOINT-STEP NOT NUMERIC
                       OR SG-TRIBUTE-STRIKES NOT NUMERIC
                       OR SG-DYNASTY-REIGNS NOT NUMERIC
                       OR SG-DYNASTY-YEARS NOT NUMERIC
                       OR SG-DYNASTY-STARVED NOT NUMERIC
                       OR SG-TREASURE NOT NUMERIC
                       OR SG-EXPORT-PRICE NOT NUMERIC
                       OR SG-VICTORY-TYPE NOT NUMERIC
                       OR SG-VICTORY-TARGET NOT NUMERIC
                       OR SG-AM-REIGN-SEQ NOT NUMERIC
                   DISPLAY "Save verification failed: a control "
                           "field holds non-numeric data."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

      *        The tuning fields go straight into arithmetic the
      *        first turn after a resume -- the harvest band into
      *        ADD/SUBTRACT, the chance fields into comparisons,
      *        the batch figures into the turn itself -- so garbage
      *        in any of them is refused here, not discovered as an
      *        abend mid-year.
               IF SG-PLAGUE-CHANCE NOT NUMERIC
                       OR SG-RATS-CHANCE NOT NUMERIC
                       OR SG-RAID-CHANCE NOT NUMERIC
                       OR SG-BLIGHT-CHANCE NOT NUMERIC
                       OR SG-HARVEST-MIN NOT NUMERIC
                       OR SG-HARVEST-MAX NOT NUMERIC
                       OR SG-CLIMATE-STATE NOT NUMERIC
                       OR SG-BATCH-FOOD NOT NUMERIC
                       OR SG-BATCH-PLANTED-ACRES NOT NUMERIC
                   DISPLAY "Save verification failed: a difficulty "
                           "or batch field holds non-numeric data."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-NUM-PROVINCES < 1 OR SG-NUM-PROVINCES > 8
                   DISPLAY "Save verification failed: province "
                           "count " SG-NUM-PROVINCES
                           " is outside 1-8."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-YEAR < 1 OR SG-NUM-YEARS < 2
                       OR SG-NUM-YEARS > 20
                       OR SG-YEAR > SG-NUM-YEARS + 1
                   DISPLAY "Save verification failed: year "
                           SG-YEAR " does not sit inside a "
                           SG-NUM-YEARS "-year reign."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-CHECKPOINT-PROV > SG-NUM-PROVINCES
                   DISPLAY "Save verification failed: checkpoint "
                           "province " SG-CHECKPOINT-PROV
                           " is beyond the province count."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-CHECKPOINT-STEP > 2
                   DISPLAY "Save verification failed: checkpoint "
                           "step " SG-CHECKPOINT-STEP
                           " is outside 0-2."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-PRICE < 1
                   DISPLAY "Save verification failed: land price "
                           "of zero."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               PERFORM VARYING WS-SAVE-VERIFY-IDX FROM 1 BY 1
                       UNTIL WS-SAVE-VERIFY-IDX > SG-NUM-PROVINCES
                   IF SG-PROV-WHEAT(WS-SAVE-VERIFY-IDX) NOT NUMERIC
                       OR SG-PROV-ACRES(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-POPULATION(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-FERTILE-ACRES(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-MARGINAL-ACRES(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-LOAN-BALANCE(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-LOAN-YEARS-LEFT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-GRANARY-LEVEL(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CANAL-YEARS-LEFT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-UNREST(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CTR-PRICE(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CTR-AMOUNT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CTR-YEARS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CHILDREN(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-WORKERS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-ELDERS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       DISPLAY "Save verification failed: province "
                               WS-SAVE-VERIFY-IDX
                               " holds non-numeric data."
                       SET WS-SAVE-LOAD-OK TO FALSE
                       EXIT SECTION
                   END-IF

      *            The running totals and last-year event figures
      *            feed ADDs and COMPUTEs on the very first resumed
      *            turn, so they get the same scrutiny.
                   IF SG-PROV-EATEN-BY-RATS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-TOTAL-STARVED(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-TOTAL-POP-EVER(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-TOTAL-RATS-LOSS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-HARVEST(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-OPENING-WHEAT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-SPOILED-WHEAT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       DISPLAY "Save verification failed: province "
                               WS-SAVE-VERIFY-IDX
                               " holds non-numeric totals."
                       SET WS-SAVE-LOAD-OK TO FALSE
                       EXIT SECTION
                   END-IF

                   IF SG-PROV-RAID-WHEAT-LOSS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-RAID-ACRES-LOSS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-GUARD-SPEND(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-RATE(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-YIELD(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-PLAGUE-PCT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-XFER-WHEAT-NET(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-XFER-POP-NET(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       DISPLAY "Save verification failed: province "
                               WS-SAVE-VERIFY-IDX
                               " holds non-numeric event figures."
                       SET WS-SAVE-LOAD-OK TO FALSE
                       EXIT SECTION
                   END-IF

      *            An outstanding loan with no years left on the
      *            schedule would divide by zero at collection time.
                   IF SG-PROV-LOAN-BALANCE(WS-SAVE-VERIFY-IDX) > 0
                           AND SG-PROV-LOAN-YEARS-LEFT
                               (WS-SAVE-VERIFY-IDX) = 0
                       DISPLAY "Save verification failed: province "
                               WS-SAVE-VERIFY-IDX
                               " owes a loan with no repayment "
                               "years left."
                       SET WS-SAVE-LOAD-OK TO FALSE
                       EXIT SECTION
                   END-IF
               END-PERFORM
           CONTINUE.
       END PROGRAM HAMSAVUP.
