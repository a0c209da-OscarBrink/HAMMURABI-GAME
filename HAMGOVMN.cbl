      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-21
      * Purpose:   Menu-driven maintenance for the governor registry
      *            GOVREG.DAT, in the catalog utility's mold. Each
      *            governor is registered once, in capitals, with a
      *            class or section and an active flag; MAIN,
      *            HAMEDIT and HAMLBMNT check every name that comes
      *            in against it through HAMGOVRG. The registry is
      *            listed, governors are registered and changed
      *            (retiring one clears it from play without
      *            touching its history), and the names already on
      *            the analytics master, the rolled-up summaries and
      *            the leaderboard that the registry does not carry
      *            are listed -- the Hammurabis and Hamurabis left
      *            over from the free-text days.
      *            Merge moves one governor's whole history onto
      *            another: the master rows, the summaries and the
      *            board entries are re-keyed to the surviving name,
      *            the merged reigns renumbered to follow the
      *            survivor's own, and the merged name is kept on
      *            the registry retired, pointing at the survivor,
      *            so it is turned away with the right name from
      *            then on. The archive catalog ARCHCAT.DAT is
      *            re-keyed the same way through HAMARCH, so an
      *            archived reign is found under the number the
      *            master now files it under.
      *            The operator signs on through HAMOPSGN (function
      *            G) before the menu comes up -- a refused sign-on
      *            ends the run with RC=8 -- and each merge is
      *            audited to AUDIT.DAT through HAMAUDLG with what
      *            it moved.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-12 OB Board entries carry their reign sequence
      *              now; a merged entry's is renumbered with the
      *              master rows it belongs to.
      *   2026-10-13 OB AM-RECORD and the saved row of a rekey grow to
      *              143 bytes with the closing year's children, workers
      *              and elders.
      *   2026-10-15 OB AEMASTER.DAT grows to 152 bytes with each year's
      *              poll-tax rate and yield.
      *   2026-10-15 OB LEADERBD.DAT grows to 77 bytes with the reign's
      *              difficulty band and verdict date.
      *   2026-10-15 OB The merge re-keys the archive catalog with the
      *              master files, and the catalog's own reigns count
      *              toward the renumbering.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN, function G;
      *              each merge is audited to AUDIT.DAT with what it
      *              moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMGOVMN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REGISTRY-FILE ASSIGN TO "GOVREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GOVERNOR-NAME
                   FILE STATUS IS WS-REGISTRY-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT SUMMARY-FILE ASSIGN TO "AESUMM.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-FILE-STATUS.
               SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LEADERBOARD-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors HAMGOVRG's REGISTRY-FILE record.
               FD REGISTRY-FILE.
               01 GR-RECORD.
                   05 GR-GOVERNOR-NAME PIC X(20).
                   05 GR-CLASS PIC X(10).
                   05 GR-ACTIVE PIC A.
                   05 GR-MERGED-INTO PIC X(20).
                   05 GR-REGISTERED-DATE PIC 9(8).

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE record.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-CLOSING-WHEAT PIC 9(7).
                   05 AM-ACRES PIC 9(7).
                   05 AM-POPULATION PIC 9(4).
                   05 AM-PRICE PIC 99.
                   05 AM-STARVED-COUNT PIC 9(7).
                   05 AM-RATS-LOSS PIC 9(7).
                   05 AM-SPOILAGE-LOSS PIC 9(7).
                   05 AM-RAID-WHEAT-LOSS PIC 9(7).
                   05 AM-RAID-ACRES-LOSS PIC 9(7).
                   05 AM-GUARD-SPEND PIC 9(7).
                   05 AM-GRANARY-LEVEL PIC 9.
                   05 AM-FERTILE-ACRES PIC 9(7).
                   05 AM-MARGINAL-ACRES PIC 9(7).
                   05 AM-LOAN-BALANCE PIC 9(7).
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors HAMAEMNT's SUMMARY-FILE record.
               FD SUMMARY-FILE.
               01 SU-RECORD.
                   05 SU-GOVERNOR-NAME PIC X(20).
                   05 SU-REIGN-SEQ PIC 9(3).
                   05 SU-LAST-YEAR PIC 99.
                   05 SU-FINAL-POP PIC 9(5).
                   05 SU-FINAL-ACRES PIC 9(7).
                   05 SU-STARVED PIC 9(7).
                   05 SU-RECORDS PIC 9(4).
                   05 SU-RATS-LOSS PIC 9(7).
                   05 SU-SPOILAGE-LOSS PIC 9(7).
                   05 SU-RAID-WHEAT-LOSS PIC 9(7).

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

           WORKING-STORAGE SECTION.
               01 WS-REGISTRY-STATUS PIC X(02).
               01 WS-MASTER-FILE-STATUS PIC X(02).
               01 WS-SUMMARY-FILE-STATUS PIC X(02).
               01 WS-LEADERBOARD-FILE-STATUS PIC X(02).

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

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-STATES PIC A.
                   88 WS-MENU-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-CHOICE PIC 9.
               01 WS-CHAR-ANSWER PIC X.
               01 WS-REGISTRY-OPEN-CHECK PIC A.
                   88 WS-REGISTRY-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Names are registered in capitals; a typed name is
      *        folded before it is looked up or written.
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-GOVERNOR-NAME PIC X(20).
               01 WS-FOLDED-NAME PIC X(20).
               01 WS-NEW-CLASS PIC X(10).
               01 WS-REGISTRY-COUNT PIC 9(5).
               01 WS-FORMAT-COUNT PIC Z(5)9.

      *        The names in use across the standing files, for the
      *        unregistered-names listing: each with the master
      *        rows, summaries and board entries filed under it.
               01 WS-NAME-COUNT PIC 9(3) VALUE 0.
               01 WS-NAME-IDX PIC 9(3).
               01 WS-NAME-FOUND-IDX PIC 9(3).
               01 WS-NAME-OVERFLOW PIC 9(5).
               01 WS-LOOKUP-NAME PIC X(20).
               01 WS-NAME-TABLE.
                   05 WS-NAME-ENTRY OCCURS 200 TIMES.
                       10 WS-NAME-TEXT PIC X(20).
                       10 WS-NAME-ROWS PIC 9(6).
                       10 WS-NAME-SUMMARIES PIC 9(4).
                       10 WS-NAME-BOARD PIC 9(4).
               01 WS-UNREGISTERED-COUNT PIC 9(3).
               01 WS-FORMAT-ROWS PIC Z(5)9.
               01 WS-FORMAT-SUMMARIES PIC Z(3)9.
               01 WS-FORMAT-BOARD PIC Z(3)9.

      *        The merge: the governor whose history moves, the
      *        survivor it moves onto, what each file holds under
      *        the first, and the renumbering that puts the merged
      *        reigns behind the survivor's own.
               01 WS-MERGE-FROM PIC X(20).
               01 WS-MERGE-INTO PIC X(20).
               01 WS-MERGE-FROM-MAX-SEQ PIC 9(3).
               01 WS-MERGE-INTO-MAX-SEQ PIC 9(3).
               01 WS-MERGE-OFFSET PIC 9(3).
               01 WS-MERGE-LAST-SEQ PIC 9(4).
               01 WS-MERGE-FIRST-SEQ PIC 9(4).
               01 WS-MERGE-MASTER-ROWS PIC 9(6).
               01 WS-MERGE-SUMMARIES PIC 9(4).
               01 WS-MERGE-BOARD PIC 9(4).
               01 WS-MASTER-MOVED PIC 9(6).
               01 WS-SUMMARIES-MOVED PIC 9(4).
               01 WS-BOARD-MOVED PIC 9(4).
      *        The highest reign of the merged name in the archive
      *        catalog, and the archived sets the re-key moved.
               01 WS-MERGE-ARCHIVED-SEQ PIC 9(3).
               01 WS-SETS-MOVED PIC 9(3).
               01 WS-FORMAT-SETS PIC ZZ9.
      *        HAMARCH's parameters.
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.
               01 WS-SAVED-ROW PIC X(152).
               01 WS-MERGE-FAILED-CHECK PIC A.
                   88 WS-MERGE-FAILED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REKEY-DONE-CHECK PIC A.
                   88 WS-REKEY-DONE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
      *        The operator signed on, and the audit record each
      *        merge is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMGOVMN".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12) VALUE "GOVREG.DAT".
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMGOVMN".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMGOVMN -- governor registry maintenance."
               CALL 'HAMOPSGN' USING WS-AUDIT-PROGRAM
                   WS-AUDIT-OPERATOR WS-SIGNON-RESULT
               MOVE WS-AUDIT-OPERATOR TO WS-RUNLOG-SUBJECT
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               IF NOT WS-SIGNED-ON
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-MAINTENANCE-MENU
               END-PERFORM
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.


      *    The END record for the run log, written on every way out.
      *    The CALL leaves HAMRUNLG's own return code behind, so the
      *    program's own is put back afterwards.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

           DISPLAY-MAINTENANCE-MENU SECTION.
               DISPLAY "========================================"
               DISPLAY "1. List the registry"
               DISPLAY "2. Register a governor"
               DISPLAY "3. Change a governor's class or active flag"
               DISPLAY "4. List names in use that are not registered"
               DISPLAY "5. Merge one governor's history into another"
               DISPLAY "6. Quit"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-REGISTRY
                   WHEN 2
                       PERFORM REGISTER-GOVERNOR
                   WHEN 3
                       PERFORM CHANGE-GOVERNOR
                   WHEN 4
                       PERFORM LIST-UNREGISTERED-NAMES
                   WHEN 5
                       PERFORM MERGE-GOVERNOR-HISTORY
                   WHEN 6
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
                           PERFORM WRITE-RUN-LOG-END
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

      *    Asks for a governor's name and folds it to capitals, the
      *    way the registry keys it.
           ASK-GOVERNOR-NAME SECTION.
               MOVE SPACES TO WS-GOVERNOR-NAME
               ACCEPT WS-GOVERNOR-NAME
               MOVE WS-GOVERNOR-NAME TO WS-FOLDED-NAME
               INSPECT WS-FOLDED-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           CONTINUE.

      *    Opens the registry for update, building an empty one the
      *    first time the shop registers anybody.
           OPEN-REGISTRY-UPDATE SECTION.
               SET WS-REGISTRY-OPEN TO FALSE
               OPEN I-O REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "35"
                   OPEN OUTPUT REGISTRY-FILE
                   CLOSE REGISTRY-FILE
                   DISPLAY "GOVREG.DAT was not present -- an empty "
                           "registry has been built."
                   OPEN I-O REGISTRY-FILE
               END-IF
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "GOVREG.DAT could not be opened for "
                           "update (status " WS-REGISTRY-STATUS ")."
                   EXIT SECTION
               END-IF
               SET WS-REGISTRY-OPEN TO TRUE
           CONTINUE.

           LIST-REGISTRY SECTION.
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "GOVREG.DAT could not be opened "
                           "(status " WS-REGISTRY-STATUS ") -- no "
                           "registry has been built yet."
                   EXIT SECTION
               END-IF
               DISPLAY "GOVERNOR             CLASS      ACT "
                       "REGISTERED  MERGED INTO"
               MOVE 0 TO WS-REGISTRY-COUNT
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ REGISTRY-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTRY-COUNT
                           DISPLAY GR-GOVERNOR-NAME " "
                                   GR-CLASS " "
                                   GR-ACTIVE "   "
                                   GR-REGISTERED-DATE "    "
                                   GR-MERGED-INTO
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               MOVE WS-REGISTRY-COUNT TO WS-FORMAT-COUNT
               DISPLAY WS-FORMAT-COUNT " governor(s) on the registry."
           CONTINUE.

           REGISTER-GOVERNOR SECTION.
               DISPLAY "Governor name to register: "
               PERFORM ASK-GOVERNOR-NAME
               IF WS-FOLDED-NAME = SPACES
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               DISPLAY "Class or section (up to 10 characters): "
               MOVE SPACES TO WS-NEW-CLASS
               ACCEPT WS-NEW-CLASS
               PERFORM OPEN-REGISTRY-UPDATE
               IF NOT WS-REGISTRY-OPEN
                   EXIT SECTION
               END-IF
               MOVE WS-FOLDED-NAME TO GR-GOVERNOR-NAME
               MOVE WS-NEW-CLASS TO GR-CLASS
               MOVE 'Y' TO GR-ACTIVE
               MOVE SPACES TO GR-MERGED-INTO
               ACCEPT GR-REGISTERED-DATE FROM DATE YYYYMMDD
               WRITE GR-RECORD
                   INVALID KEY
                       DISPLAY WS-FOLDED-NAME " is already on the "
                               "registry -- use Change instead."
                   NOT INVALID KEY
                       DISPLAY WS-FOLDED-NAME " registered."
               END-WRITE
               CLOSE REGISTRY-FILE
           CONTINUE.

      *    ENTER at either prompt keeps what is there. Putting a
      *    retired governor back in play drops any merge pointer:
      *    the name stands for itself again.
           CHANGE-GOVERNOR SECTION.
               DISPLAY "Governor name to change: "
               PERFORM ASK-GOVERNOR-NAME
               IF WS-FOLDED-NAME = SPACES
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               PERFORM OPEN-REGISTRY-UPDATE
               IF NOT WS-REGISTRY-OPEN
                   EXIT SECTION
               END-IF
               MOVE WS-FOLDED-NAME TO GR-GOVERNOR-NAME
               READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                   INVALID KEY
                       DISPLAY WS-FOLDED-NAME " is not on the "
                               "registry."
                       CLOSE REGISTRY-FILE
                       EXIT SECTION
               END-READ
               DISPLAY "Now: class " GR-CLASS "  active " GR-ACTIVE
                       "  merged into " GR-MERGED-INTO
               DISPLAY "New class (ENTER keeps it): "
               MOVE SPACES TO WS-NEW-CLASS
               ACCEPT WS-NEW-CLASS
               IF WS-NEW-CLASS NOT = SPACES
                   MOVE WS-NEW-CLASS TO GR-CLASS
               END-IF
               DISPLAY "Active in play? (Y/N, ENTER keeps it): "
               MOVE SPACE TO WS-CHAR-ANSWER
               ACCEPT WS-CHAR-ANSWER
               EVALUATE WS-CHAR-ANSWER
                   WHEN "Y"
                   WHEN "y"
                       MOVE 'Y' TO GR-ACTIVE
                       MOVE SPACES TO GR-MERGED-INTO
                   WHEN "N"
                   WHEN "n"
                       MOVE 'N' TO GR-ACTIVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE GR-RECORD
                   INVALID KEY
                       DISPLAY "The entry could not be rewritten "
                               "(status " WS-REGISTRY-STATUS ")."
                   NOT INVALID KEY
                       DISPLAY WS-FOLDED-NAME " changed."
               END-REWRITE
               CLOSE REGISTRY-FILE
           CONTINUE.

      *    Every name filed on the master, the summaries and the
      *    board, checked exactly as filed against the registry;
      *    the ones it does not carry are listed with what is filed
      *    under them, and a name that only differs from a
      *    registered one in its capitals is pointed at it -- a
      *    merge candidate.
           LIST-UNREGISTERED-NAMES SECTION.
               PERFORM GATHER-NAMES-IN-USE
               IF WS-NAME-COUNT = 0
                   DISPLAY "No governor is filed on the master, the "
                           "summaries or the board."
                   EXIT SECTION
               END-IF

               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                       AND WS-REGISTRY-STATUS NOT = "35"
                   DISPLAY "GOVREG.DAT could not be opened "
                           "(status " WS-REGISTRY-STATUS ")."
                   EXIT SECTION
               END-IF
               DISPLAY "GOVERNOR               ROWS  SUMM BOARD"
               MOVE 0 TO WS-UNREGISTERED-COUNT
               PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                       UNTIL WS-NAME-IDX > WS-NAME-COUNT
                   PERFORM LIST-ONE-NAME-IN-USE
               END-PERFORM
               IF WS-REGISTRY-STATUS NOT = "35"
                   CLOSE REGISTRY-FILE
               END-IF
               MOVE WS-UNREGISTERED-COUNT TO WS-FORMAT-COUNT
               DISPLAY WS-FORMAT-COUNT " name(s) in use are not on "
                       "the registry."
               IF WS-NAME-OVERFLOW > 0
                   MOVE WS-NAME-OVERFLOW TO WS-FORMAT-COUNT
                   DISPLAY "WARNING: " WS-FORMAT-COUNT " record(s) "
                           "were filed under names beyond the "
                           "200 this listing holds."
               END-IF
           CONTINUE.

           LIST-ONE-NAME-IN-USE SECTION.
               IF WS-REGISTRY-STATUS NOT = "35"
                   MOVE WS-NAME-TEXT(WS-NAME-IDX) TO GR-GOVERNOR-NAME
                   READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EXIT SECTION
                   END-READ
               END-IF
               ADD 1 TO WS-UNREGISTERED-COUNT
               MOVE WS-NAME-ROWS(WS-NAME-IDX) TO WS-FORMAT-ROWS
               MOVE WS-NAME-SUMMARIES(WS-NAME-IDX)
                   TO WS-FORMAT-SUMMARIES
               MOVE WS-NAME-BOARD(WS-NAME-IDX) TO WS-FORMAT-BOARD
               DISPLAY WS-NAME-TEXT(WS-NAME-IDX) " " WS-FORMAT-ROWS
                       "  " WS-FORMAT-SUMMARIES "  " WS-FORMAT-BOARD
               IF WS-REGISTRY-STATUS = "35"
                   EXIT SECTION
               END-IF
               MOVE WS-NAME-TEXT(WS-NAME-IDX) TO WS-FOLDED-NAME
               INSPECT WS-FOLDED-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               IF WS-FOLDED-NAME NOT = WS-NAME-TEXT(WS-NAME-IDX)
                   MOVE WS-FOLDED-NAME TO GR-GOVERNOR-NAME
                   READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "    registered as "
                                   WS-FOLDED-NAME
                                   " -- merge it there"
                   END-READ
               END-IF
           CONTINUE.

      *    One pass over each standing file that files reigns by
      *    governor. A file that is not there simply adds nothing.
           GATHER-NAMES-IN-USE SECTION.
               MOVE 0 TO WS-NAME-COUNT
               MOVE 0 TO WS-NAME-OVERFLOW
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ ANALYTICS-MASTER-FILE NEXT
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE AM-GOVERNOR-NAME
                                   TO WS-LOOKUP-NAME
                               PERFORM NOTE-NAME-IN-USE
                               IF WS-NAME-FOUND-IDX > 0
                                   ADD 1 TO WS-NAME-ROWS
                                       (WS-NAME-FOUND-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ANALYTICS-MASTER-FILE
               END-IF

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ SUMMARY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE SU-GOVERNOR-NAME
                                   TO WS-LOOKUP-NAME
                               PERFORM NOTE-NAME-IN-USE
                               IF WS-NAME-FOUND-IDX > 0
                                   ADD 1 TO WS-NAME-SUMMARIES
                                       (WS-NAME-FOUND-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-FILE
               END-IF

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ LEADERBOARD-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE LB-GOVERNOR-NAME
                                   TO WS-LOOKUP-NAME
                               PERFORM NOTE-NAME-IN-USE
                               IF WS-NAME-FOUND-IDX > 0
                                   ADD 1 TO WS-NAME-BOARD
                                       (WS-NAME-FOUND-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEADERBOARD-FILE
               END-IF
           CONTINUE.

           NOTE-NAME-IN-USE SECTION.
               MOVE 0 TO WS-NAME-FOUND-IDX
               PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                       UNTIL WS-NAME-IDX > WS-NAME-COUNT
                           OR WS-NAME-FOUND-IDX > 0
                   IF WS-NAME-TEXT(WS-NAME-IDX) = WS-LOOKUP-NAME
                       MOVE WS-NAME-IDX TO WS-NAME-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-NAME-FOUND-IDX > 0
                   EXIT SECTION
               END-IF
               IF WS-NAME-COUNT >= 200
                   ADD 1 TO WS-NAME-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-NAME-COUNT
               MOVE WS-NAME-COUNT TO WS-NAME-FOUND-IDX
               MOVE WS-LOOKUP-NAME TO WS-NAME-TEXT(WS-NAME-FOUND-IDX)
               MOVE 0 TO WS-NAME-ROWS(WS-NAME-FOUND-IDX)
               MOVE 0 TO WS-NAME-SUMMARIES(WS-NAME-FOUND-IDX)
               MOVE 0 TO WS-NAME-BOARD(WS-NAME-FOUND-IDX)
           CONTINUE.

      *    Moves one governor's history onto a registered survivor.
      *    The name being merged is taken exactly as it is filed
      *    (it is usually the stray spelling); the survivor must be
      *    registered and active. The merged reigns are renumbered
      *    to follow the survivor's highest reign on the master,
      *    the summaries or the archive catalog, so no two reigns
      *    share a key. The catalog goes first, then the master; a
      *    failure in either stops the merge before the summaries
      *    or the board are touched.
           MERGE-GOVERNOR-HISTORY SECTION.
               DISPLAY "Governor whose history is to move, exactly "
                       "as filed: "
               PERFORM ASK-GOVERNOR-NAME
               MOVE WS-GOVERNOR-NAME TO WS-MERGE-FROM
               IF WS-MERGE-FROM = SPACES
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               DISPLAY "Registered governor to receive it: "
               PERFORM ASK-GOVERNOR-NAME
               MOVE WS-FOLDED-NAME TO WS-MERGE-INTO
               IF WS-MERGE-INTO = SPACES
                       OR WS-MERGE-INTO = WS-MERGE-FROM
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF

               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "GOVREG.DAT could not be opened "
                           "(status " WS-REGISTRY-STATUS ") -- "
                           "register the survivor first."
                   EXIT SECTION
               END-IF
               MOVE WS-MERGE-INTO TO GR-GOVERNOR-NAME
               READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                   INVALID KEY
                       MOVE 'N' TO GR-ACTIVE
               END-READ
               CLOSE REGISTRY-FILE
               IF GR-ACTIVE NOT = 'Y'
                   DISPLAY WS-MERGE-INTO " is not an active "
                           "governor on the registry -- register "
                           "or reinstate the survivor first."
                   EXIT SECTION
               END-IF

               SET WS-MERGE-FAILED TO FALSE
               PERFORM COUNT-MERGE-HISTORY
               IF WS-MERGE-FAILED
                   EXIT SECTION
               END-IF
               IF WS-MERGE-MASTER-ROWS = 0
                       AND WS-MERGE-SUMMARIES = 0
                       AND WS-MERGE-BOARD = 0
                       AND WS-MERGE-ARCHIVED-SEQ = 0
                   DISPLAY "Nothing is filed under " WS-MERGE-FROM
                           " -- nothing to merge."
                   EXIT SECTION
               END-IF
               MOVE WS-MERGE-INTO-MAX-SEQ TO WS-MERGE-OFFSET
               COMPUTE WS-MERGE-FIRST-SEQ = WS-MERGE-OFFSET + 1
               COMPUTE WS-MERGE-LAST-SEQ =
                       WS-MERGE-OFFSET + WS-MERGE-FROM-MAX-SEQ
               IF WS-MERGE-LAST-SEQ > 999
                   DISPLAY "REFUSED: the merged reigns would run "
                           "past reign 999 of " WS-MERGE-INTO
                           ". Nothing was changed."
                   EXIT SECTION
               END-IF

               MOVE WS-MERGE-MASTER-ROWS TO WS-FORMAT-ROWS
               MOVE WS-MERGE-SUMMARIES TO WS-FORMAT-SUMMARIES
               MOVE WS-MERGE-BOARD TO WS-FORMAT-BOARD
               DISPLAY WS-MERGE-FROM " holds " WS-FORMAT-ROWS
                       " master row(s), " WS-FORMAT-SUMMARIES
                       " summary(ies) and " WS-FORMAT-BOARD
                       " board entry(ies)."
               IF WS-MERGE-ARCHIVED-SEQ > 0
                   DISPLAY "Its archived reigns, through reign "
                           WS-MERGE-ARCHIVED-SEQ ", are re-keyed "
                           "in the archive catalog with them."
               END-IF
               IF WS-MERGE-FROM-MAX-SEQ > 0
                   DISPLAY "Its reigns 001-" WS-MERGE-FROM-MAX-SEQ
                           " become reigns of " WS-MERGE-INTO
                           " counted on from " WS-MERGE-INTO-MAX-SEQ
                           "."
               END-IF
               DISPLAY "Merge " WS-MERGE-FROM " into "
                       WS-MERGE-INTO "? (Y/N): "
               ACCEPT WS-CHAR-ANSWER
               IF WS-CHAR-ANSWER NOT = "Y"
                       AND WS-CHAR-ANSWER NOT = "y"
                   DISPLAY "Merge cancelled."
                   EXIT SECTION
               END-IF

               MOVE WS-MERGE-INTO TO WS-RUNLOG-SUBJECT
               MOVE 0 TO WS-MASTER-MOVED
               MOVE 0 TO WS-SUMMARIES-MOVED
               MOVE 0 TO WS-BOARD-MOVED
               MOVE 0 TO WS-SETS-MOVED
               PERFORM REKEY-ARCHIVE-CATALOG
               IF WS-MERGE-FAILED
                   EXIT SECTION
               END-IF
               PERFORM REKEY-MASTER-ROWS
               IF NOT WS-MERGE-FAILED
                   PERFORM REKEY-SUMMARY-RECORDS
                   PERFORM REKEY-BOARD-ENTRIES
                   PERFORM RETIRE-MERGED-NAME
               END-IF

               MOVE WS-MASTER-MOVED TO WS-FORMAT-ROWS
               MOVE WS-SUMMARIES-MOVED TO WS-FORMAT-SUMMARIES
               MOVE WS-BOARD-MOVED TO WS-FORMAT-BOARD
               DISPLAY WS-FORMAT-ROWS " master row(s), "
                       WS-FORMAT-SUMMARIES " summary(ies) and "
                       WS-FORMAT-BOARD " board entry(ies) moved to "
                       WS-MERGE-INTO "."
               IF WS-SETS-MOVED > 0
                   MOVE WS-SETS-MOVED TO WS-FORMAT-SETS
                   DISPLAY WS-FORMAT-SETS " archived reign(s) "
                           "re-keyed in ARCHCAT.DAT."
               END-IF
               COMPUTE WS-RUNLOG-WRITES = WS-RUNLOG-WRITES
                       + WS-MASTER-MOVED + WS-SUMMARIES-MOVED
                       + WS-BOARD-MOVED + WS-SETS-MOVED
               PERFORM AUDIT-MERGE
               IF WS-MERGE-FAILED
                   DISPLAY "The merge did not finish -- correct "
                           "the master and run it again; the rows "
                           "already moved stay with "
                           WS-MERGE-INTO "."
               END-IF
           CONTINUE.

      *    The merge's audit record: the name merged away and the
      *    reigns it held before, what moved onto the survivor
      *    after -- marked when the merge did not finish.
           AUDIT-MERGE SECTION.
               MOVE "MERGE" TO WS-AUDIT-ACTION
               MOVE WS-MERGE-INTO TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "FROM " WS-MERGE-FROM " REIGNS TO "
                       WS-MERGE-FROM-MAX-SEQ " OFFSET "
                       WS-MERGE-OFFSET
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               MOVE WS-MASTER-MOVED TO WS-FORMAT-ROWS
               MOVE WS-SUMMARIES-MOVED TO WS-FORMAT-SUMMARIES
               MOVE WS-BOARD-MOVED TO WS-FORMAT-BOARD
               MOVE WS-SETS-MOVED TO WS-FORMAT-SETS
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "ROWS " WS-FORMAT-ROWS
                       " SUMMARIES " WS-FORMAT-SUMMARIES
                       " BOARD " WS-FORMAT-BOARD
                       " SETS " WS-FORMAT-SETS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               IF WS-MERGE-FAILED
                   MOVE "INCOMPLETE" TO WS-AUDIT-AFTER(61:10)
               END-IF
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.

      *    What each file holds under the merged name, and the
      *    highest reign either governor has on the master, the
      *    summaries or the archive catalog. A master that is
      *    there but will not open stops the merge: renumbering
      *    blind could collide.
           COUNT-MERGE-HISTORY SECTION.
               MOVE 0 TO WS-MERGE-MASTER-ROWS
               MOVE 0 TO WS-MERGE-SUMMARIES
               MOVE 0 TO WS-MERGE-BOARD
               MOVE 0 TO WS-MERGE-FROM-MAX-SEQ
               MOVE 0 TO WS-MERGE-INTO-MAX-SEQ

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                       AND WS-MASTER-FILE-STATUS NOT = "35"
                   DISPLAY "AEMASTER.DAT could not be opened "
                           "(status " WS-MASTER-FILE-STATUS
                           ") -- nothing was merged."
                   SET WS-MERGE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               IF WS-MASTER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ ANALYTICS-MASTER-FILE NEXT
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF AM-GOVERNOR-NAME = WS-MERGE-FROM
                                   ADD 1 TO WS-MERGE-MASTER-ROWS
                                   IF AM-REIGN-SEQ >
                                           WS-MERGE-FROM-MAX-SEQ
                                       MOVE AM-REIGN-SEQ
                                           TO WS-MERGE-FROM-MAX-SEQ
                                   END-IF
                               END-IF
                               IF AM-GOVERNOR-NAME = WS-MERGE-INTO
                                   AND AM-REIGN-SEQ >
                                       WS-MERGE-INTO-MAX-SEQ
                                   MOVE AM-REIGN-SEQ
                                       TO WS-MERGE-INTO-MAX-SEQ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ANALYTICS-MASTER-FILE
               END-IF

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ SUMMARY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF SU-GOVERNOR-NAME = WS-MERGE-FROM
                                   ADD 1 TO WS-MERGE-SUMMARIES
                                   IF SU-REIGN-SEQ >
                                           WS-MERGE-FROM-MAX-SEQ
                                       MOVE SU-REIGN-SEQ
                                           TO WS-MERGE-FROM-MAX-SEQ
                                   END-IF
                               END-IF
                               IF SU-GOVERNOR-NAME = WS-MERGE-INTO
                                   AND SU-REIGN-SEQ >
                                       WS-MERGE-INTO-MAX-SEQ
                                   MOVE SU-REIGN-SEQ
                                       TO WS-MERGE-INTO-MAX-SEQ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-FILE
               END-IF

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ LEADERBOARD-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF LB-GOVERNOR-NAME = WS-MERGE-FROM
                                   ADD 1 TO WS-MERGE-BOARD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEADERBOARD-FILE
               END-IF

      *        A reign may be archived past the last one the master
      *        still carries, so the catalog's highest reign for
      *        either name counts toward the renumbering too.
               MOVE "HIGH" TO WS-ARCHIVE-REQUEST
               MOVE WS-MERGE-FROM TO WS-ARCHIVE-GOVERNOR
               MOVE 0 TO WS-ARCHIVE-REIGN-SEQ
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               MOVE WS-ARCHIVE-REIGN-SEQ TO WS-MERGE-ARCHIVED-SEQ
               IF WS-MERGE-ARCHIVED-SEQ > WS-MERGE-FROM-MAX-SEQ
                   MOVE WS-MERGE-ARCHIVED-SEQ
                       TO WS-MERGE-FROM-MAX-SEQ
               END-IF
               MOVE "HIGH" TO WS-ARCHIVE-REQUEST
               MOVE WS-MERGE-INTO TO WS-ARCHIVE-GOVERNOR
               MOVE 0 TO WS-ARCHIVE-REIGN-SEQ
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-REIGN-SEQ > WS-MERGE-INTO-MAX-SEQ
                   MOVE WS-ARCHIVE-REIGN-SEQ TO WS-MERGE-INTO-MAX-SEQ
               END-IF
           CONTINUE.

      *    The archived sets of the merged name go under the
      *    survivor with the same renumbering as its master rows,
      *    so certification and ARCHPARM.DAT still find them. It
      *    goes before the master: a catalog that cannot be
      *    rewritten stops the merge with nothing changed.
           REKEY-ARCHIVE-CATALOG SECTION.
               IF WS-MERGE-ARCHIVED-SEQ = 0
                   EXIT SECTION
               END-IF
               MOVE "FROM" TO WS-ARCHIVE-REQUEST
               MOVE WS-MERGE-FROM TO WS-ARCHIVE-GOVERNOR
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               MOVE "RKEY" TO WS-ARCHIVE-REQUEST
               MOVE WS-MERGE-INTO TO WS-ARCHIVE-GOVERNOR
               MOVE WS-MERGE-OFFSET TO WS-ARCHIVE-REIGN-SEQ
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT = 8
                   DISPLAY "ARCHCAT.DAT could not be re-keyed -- "
                           "nothing was merged."
                   SET WS-MERGE-FAILED TO TRUE
               ELSE
                   MOVE WS-ARCHIVE-REIGN-SEQ TO WS-SETS-MOVED
               END-IF
           CONTINUE.

      *    Each pass positions on the first row still filed under
      *    the merged name -- the row before it has just been
      *    deleted -- so the scan never depends on where a WRITE
      *    under the survivor's name left the file.
           REKEY-MASTER-ROWS SECTION.
               IF WS-MERGE-MASTER-ROWS = 0
                   EXIT SECTION
               END-IF
               OPEN I-O ANALYTICS-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "AEMASTER.DAT could not be opened for "
                           "update (status " WS-MASTER-FILE-STATUS
                           ") -- nothing was merged."
                   SET WS-MERGE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               SET WS-REKEY-DONE TO FALSE
               PERFORM UNTIL WS-REKEY-DONE
                   MOVE WS-MERGE-FROM TO AM-GOVERNOR-NAME
                   MOVE 0 TO AM-REIGN-SEQ
                   MOVE 0 TO AM-YEAR
                   MOVE 0 TO AM-PROVINCE
                   START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                       INVALID KEY
                           SET WS-REKEY-DONE TO TRUE
                   END-START
                   IF NOT WS-REKEY-DONE
                       READ ANALYTICS-MASTER-FILE NEXT
                           AT END
                               SET WS-REKEY-DONE TO TRUE
                           NOT AT END
                               IF AM-GOVERNOR-NAME = WS-MERGE-FROM
                                   PERFORM REKEY-ONE-MASTER-ROW
                               ELSE
                                   SET WS-REKEY-DONE TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE
           CONTINUE.

      *    Write under the survivor, then delete the old row: a
      *    failure between the two leaves the row twice, never
      *    nowhere.
           REKEY-ONE-MASTER-ROW SECTION.
               MOVE AM-RECORD TO WS-SAVED-ROW
               MOVE WS-MERGE-INTO TO AM-GOVERNOR-NAME
               ADD WS-MERGE-OFFSET TO AM-REIGN-SEQ
               WRITE AM-RECORD
                   INVALID KEY
                       DISPLAY "A row for " WS-MERGE-INTO " reign "
                               AM-REIGN-SEQ " year " AM-YEAR
                               " province " AM-PROVINCE
                               " is already on the master -- the "
                               "merge stops here."
                       SET WS-MERGE-FAILED TO TRUE
                       SET WS-REKEY-DONE TO TRUE
                       EXIT SECTION
               END-WRITE
               MOVE WS-SAVED-ROW TO AM-RECORD
               DELETE ANALYTICS-MASTER-FILE
                   INVALID KEY
                       DISPLAY "The old row could not be deleted "
                               "(status " WS-MASTER-FILE-STATUS
                               ") -- the merge stops here."
                       SET WS-MERGE-FAILED TO TRUE
                       SET WS-REKEY-DONE TO TRUE
                       EXIT SECTION
               END-DELETE
               ADD 1 TO WS-MASTER-MOVED
           CONTINUE.

           REKEY-SUMMARY-RECORDS SECTION.
               IF WS-MERGE-SUMMARIES = 0
                   EXIT SECTION
               END-IF
               OPEN I-O SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS NOT = "00"
                   DISPLAY "AESUMM.DAT could not be opened for "
                           "update (status " WS-SUMMARY-FILE-STATUS
                           ") -- its summaries were not moved."
                   SET WS-MERGE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ SUMMARY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF SU-GOVERNOR-NAME = WS-MERGE-FROM
                               MOVE WS-MERGE-INTO TO SU-GOVERNOR-NAME
                               ADD WS-MERGE-OFFSET TO SU-REIGN-SEQ
                               REWRITE SU-RECORD
                               ADD 1 TO WS-SUMMARIES-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           CONTINUE.

           REKEY-BOARD-ENTRIES SECTION.
               IF WS-MERGE-BOARD = 0
                   EXIT SECTION
               END-IF
               OPEN I-O LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                   DISPLAY "LEADERBD.DAT could not be opened for "
                           "update (status "
                           WS-LEADERBOARD-FILE-STATUS
                           ") -- its entries were not moved."
                   SET WS-MERGE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ LEADERBOARD-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF LB-GOVERNOR-NAME = WS-MERGE-FROM
                               MOVE WS-MERGE-INTO TO LB-GOVERNOR-NAME
                               IF LB-REIGN-SEQ NUMERIC
                                       AND LB-REIGN-SEQ > 0
                                   ADD WS-MERGE-OFFSET TO LB-REIGN-SEQ
                               END-IF
                               REWRITE LB-RECORD
                               ADD 1 TO WS-BOARD-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
           CONTINUE.

      *    The merged name stays on the registry, retired and
      *    pointing at the survivor, so typing it again is turned
      *    away with the right name. A name that was only the
      *    survivor in other capitals needs no entry of its own.
           RETIRE-MERGED-NAME SECTION.
               MOVE WS-MERGE-FROM TO WS-FOLDED-NAME
               INSPECT WS-FOLDED-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               IF WS-FOLDED-NAME = WS-MERGE-INTO
                   EXIT SECTION
               END-IF
               PERFORM OPEN-REGISTRY-UPDATE
               IF NOT WS-REGISTRY-OPEN
                   EXIT SECTION
               END-IF
               MOVE WS-FOLDED-NAME TO GR-GOVERNOR-NAME
               READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                   INVALID KEY
                       MOVE WS-FOLDED-NAME TO GR-GOVERNOR-NAME
                       MOVE SPACES TO GR-CLASS
                       MOVE 'N' TO GR-ACTIVE
                       MOVE WS-MERGE-INTO TO GR-MERGED-INTO
                       ACCEPT GR-REGISTERED-DATE FROM DATE YYYYMMDD
                       WRITE GR-RECORD
                   NOT INVALID KEY
                       MOVE 'N' TO GR-ACTIVE
                       MOVE WS-MERGE-INTO TO GR-MERGED-INTO
                       REWRITE GR-RECORD
               END-READ
               CLOSE REGISTRY-FILE
               DISPLAY WS-FOLDED-NAME " is retired on the registry, "
                       "merged into " WS-MERGE-INTO "."
           CONTINUE.
       END PROGRAM HAMGOVMN.
