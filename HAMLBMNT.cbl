      *            written before the scenario column was added:
      *            the old 44-byte records are reread under their
      *            original layout and rewritten in the current one
      *            with a blank scenario. The operator signs on
      *            through HAMOPSGN before the board is loaded, and
      *            every entry deleted, archived or imported, and
      *            every conversion, is written to the audit trail
      *            AUDIT.DAT through HAMAUDLG.
      * Tectonics: cobc
      * Mod-log:
      *   2026-08-22 OB Conversion mode for pre-scenario boards, and
      *              through the existing retention/archive path.
      *              The merged board sorts and displays through
      *              the game's SHOW-LEADERBOARD unchanged.
      *   2026-09-21 OB Imported entries are checked against the
      *              governor registry through HAMGOVRG: a
      *              registered name is merged under its registered
      *              spelling, a merged-away name under its
      *              survivor, and a name the registry does not
      *              carry is put to the operator once -- register
      *              it and merge, or leave its entries out.
      *   2026-10-12 OB The board carries each entry's reign sequence
      *              and certification mark (68 bytes), with a
      *              one-time conversion for 64-byte boards and
      *              archives. The list shows the mark, the export
      *              can be limited to certified entries, and an
      *              import keeps the mark the exporting machine gave.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN, the operator
      *              carried as the run log's subject; each entry
      *              deleted, archived or imported, and each conversion,
      *              is audited to AUDIT.DAT with the entry image.
      *   2026-10-15 OB A rewrite refused for an overflowed table ends
      *              RC 8, and the END record's return code is put back
      *              after the run-log call, so the nightly housekeeping
      *              job sees the refusal.
      *   2026-10-15 OB The board carries each entry's difficulty band
      *              and verdict date (77 bytes), with a one-time
      *              conversion for 68-byte boards and archives; an
      *              imported entry comes in undated.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMLBMNT.
               SELECT INTERCHANGE-FILE ASSIGN TO "LBEXPORT.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INTERCHANGE-STATUS.
      *        The board or its archive under the 64-byte layout
      *        used before certification, whichever the conversion
      *        pass names; never open alongside the current FDs.
               SELECT PRECERT-FILE ASSIGN TO DYNAMIC WS-PRECERT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OLD-FILE-STATUS.
      *        The board or its archive under the 68-byte layout
      *        used before each entry carried its difficulty and
      *        verdict date; opened only by that conversion pass.
               SELECT UNDATED-FILE ASSIGN TO DYNAMIC WS-UNDATED-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OLD-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
                   05 LB-OUTCOME PIC X(10).
                   05 LB-GOVERNOR-NAME PIC X(20).
                   05 LB-SCENARIO PIC X(20).
                   05 LB-REIGN-SEQ PIC 9(3).
                   05 LB-CERTIFIED PIC X.
                   05 LB-DIFFICULTY PIC 9.
                   05 LB-COMPLETED-DATE PIC 9(8).

      *        The archive keeps the same record layout so any
      *        report that reads LEADERBD.DAT can read LEADARCH.DAT
                   05 AR-OUTCOME PIC X(10).
                   05 AR-GOVERNOR-NAME PIC X(20).
                   05 AR-SCENARIO PIC X(20).
                   05 AR-REIGN-SEQ PIC 9(3).
                   05 AR-CERTIFIED PIC X.
                   05 AR-DIFFICULTY PIC 9.
                   05 AR-COMPLETED-DATE PIC 9(8).

      *        The board's layout before the scenario column.
               FD OLD-LEADERBOARD-FILE.
                   05 IX-OUTCOME PIC X(10).
                   05 IX-GOVERNOR-NAME PIC X(20).
                   05 IX-SCENARIO PIC X(20).
                   05 IX-REIGN-SEQ PIC 9(3).
                   05 IX-CERTIFIED PIC X.

      *        The board's layout before the certification columns.
               FD PRECERT-FILE.
               01 PC-RECORD.
                   05 PC-SCORE PIC 9(5)V99.
                   05 PC-FINAL-POPULATION PIC 9(4).
                   05 PC-YEARS-RULED PIC 9(2).
                   05 PC-NUM-PROVINCES PIC 9.
                   05 PC-OUTCOME PIC X(10).
                   05 PC-GOVERNOR-NAME PIC X(20).
                   05 PC-SCENARIO PIC X(20).

      *        The board's layout before the difficulty and verdict
      *        date columns.
               FD UNDATED-FILE.
               01 UD-RECORD.
                   05 UD-SCORE PIC 9(5)V99.
                   05 UD-FINAL-POPULATION PIC 9(4).
                   05 UD-YEARS-RULED PIC 9(2).
                   05 UD-NUM-PROVINCES PIC 9.
                   05 UD-OUTCOME PIC X(10).
                   05 UD-GOVERNOR-NAME PIC X(20).
                   05 UD-SCENARIO PIC X(20).
                   05 UD-REIGN-SEQ PIC 9(3).
                   05 UD-CERTIFIED PIC X.

           WORKING-STORAGE SECTION.
               01 WS-LEADERBOARD-FILE-STATUS PIC X(02).
               01 WS-ARCHIVE-FILE-STATUS PIC X(02).
               01 WS-OLD-FILE-STATUS PIC X(02).
               01 WS-PRECERT-NAME PIC X(12) VALUE "LEADERBD.DAT".
               01 WS-PRECERT-BOARD-COUNT PIC 9(5).
               01 WS-PRECERT-ARCH-COUNT PIC 9(5).
               01 WS-UNDATED-NAME PIC X(12) VALUE "LEADERBD.DAT".
               01 WS-UNDATED-BOARD-COUNT PIC 9(5).
               01 WS-UNDATED-ARCH-COUNT PIC 9(5).
               01 WS-CERTIFIED-ONLY PIC X.

      *        The same hardened text entry the game's prompts use:
      *        raw keystrokes into a text field, a strict parse, a
                   88 WS-DUPLICATE-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The registry check on imported names. The operator's
      *        answer for a name the registry does not carry is
      *        remembered for the rest of the file, so a machine's
      *        forty reigns under one new name ask once, not forty
      *        times; past 50 such names each entry asks again.
               01 WS-IMPORT-REFUSED PIC 9(3).
               01 WS-GOVREG-REQUEST PIC X(4).
               01 WS-GOVREG-CLASS PIC X(10).
               01 WS-GOVREG-ALTERNATE PIC X(20).
               01 WS-GOVREG-RESULT PIC 99.
               01 WS-IMPORT-NAME PIC X(20).
               01 WS-IMPORT-ANSWER PIC X.
               01 WS-DECISION-COUNT PIC 99 VALUE 0.
               01 WS-DECISION-IDX PIC 99.
               01 WS-DECISION-FOUND-IDX PIC 99.
               01 WS-DECISION-TABLE.
                   05 WS-DECISION-ENTRY OCCURS 50 TIMES.
                       10 WS-DECISION-NAME PIC X(20).
                       10 WS-DECISION-ANSWER PIC X.

      *        The whole file held in storage while the operator
      *        works on it; 500 entries is years of shop play.
               01 WS-LB-TABLE.
                       10 WS-LB-ENTRY-OUTCOME PIC X(10).
                       10 WS-LB-ENTRY-GOVERNOR PIC X(20).
                       10 WS-LB-ENTRY-SCENARIO PIC X(20).
                       10 WS-LB-ENTRY-REIGN-SEQ PIC 9(3).
                       10 WS-LB-ENTRY-CERTIFIED PIC X.
                       10 WS-LB-ENTRY-DIFFICULTY PIC 9.
                       10 WS-LB-ENTRY-COMPLETED-DATE PIC 9(8).
                       10 WS-LB-ENTRY-KEEP PIC A.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

      *        The operator signed on, and the audit record every
      *        change to the board is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMLBMNT".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12) VALUE "LEADERBD.DAT".
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMLBMNT -- leaderboard housekeeping."
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
               PERFORM LOAD-LEADERBOARD

               SET WS-MENU-LOOP-STATE TO TRUE


      *    The END record for the run log, written on every way out.
      *    The CALL leaves HAMRUNLG's own return code behind, and
      *    the nightly job's steps are conditioned on this one's, so
      *    it is put back afterwards.
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
               DISPLAY "5. Convert a pre-scenario (44-byte) board"
               DISPLAY "6. Export the board to an interchange file"
               DISPLAY "7. Import an interchange file (merge)"
               DISPLAY "8. Convert a pre-certification (64-byte) "
                       "board and archive"
               DISPLAY "9. Convert an undated (68-byte) board and "
                       "archive"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
                       PERFORM EXPORT-INTERCHANGE
                   WHEN 7
                       PERFORM IMPORT-INTERCHANGE
                   WHEN 8
                       PERFORM CONVERT-PRECERT-BOARD
                   WHEN 9
                       PERFORM CONVERT-UNDATED-BOARD
                   WHEN OTHER
                       DISPLAY "Input invalid."
               END-EVALUATE
                           MOVE SPACES
                               TO WS-LB-ENTRY-SCENARIO
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-REIGN-SEQ
                               (WS-ENTRY-COUNT)
                           MOVE SPACE TO WS-LB-ENTRY-CERTIFIED
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-DIFFICULTY
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-COMPLETED-DATE
                               (WS-ENTRY-COUNT)
                           MOVE 'Y' TO WS-LB-ENTRY-KEEP
                               (WS-ENTRY-COUNT)
                   END-READ
               PERFORM REWRITE-LEADERBOARD
               DISPLAY "Conversion complete -- the board is now in "
                       "the current layout."
               MOVE "CONVERT" TO WS-AUDIT-ACTION
               MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
               MOVE "44-BYTE LAYOUT" TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-KEPT-COUNT " ENTRIES REWRITTEN IN THE "
                       "CURRENT LAYOUT"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

      *    One-time conversion for a board and archive written
      *    before the certification columns: both are reread under
      *    their 64-byte layout and rewritten in the current one
      *    with no reign sequence and no mark, so every old entry
      *    comes up uncertified at the next certification pass --
      *    nothing links it to a journal. Either file over 500
      *    records is refused before anything is touched.
           CONVERT-PRECERT-BOARD SECTION.
               DISPLAY "This rereads LEADERBD.DAT and LEADARCH.DAT as "
                       "PRE-CERTIFICATION files and rewrites them in "
                       "the current layout. Only run it once. "
                       "Proceed? (Y/N): "
               ACCEPT WS-DELETE-NAME
               IF WS-DELETE-NAME NOT = "Y"
                       AND WS-DELETE-NAME NOT = "y"
                   DISPLAY "Conversion cancelled."
                   EXIT SECTION
               END-IF

               MOVE "LEADERBD.DAT" TO WS-PRECERT-NAME
               PERFORM COUNT-PRECERT-RECORDS
               MOVE WS-TOTAL-ON-FILE TO WS-PRECERT-BOARD-COUNT
               MOVE "LEADARCH.DAT" TO WS-PRECERT-NAME
               PERFORM COUNT-PRECERT-RECORDS
               MOVE WS-TOTAL-ON-FILE TO WS-PRECERT-ARCH-COUNT
               IF WS-PRECERT-BOARD-COUNT > 500
                       OR WS-PRECERT-ARCH-COUNT > 500
                   DISPLAY "REFUSED: the old board or archive holds "
                           "more than 500 records and the table holds "
                           "only 500 -- converting now would destroy "
                           "the rest. Nothing was changed."
                   PERFORM LOAD-LEADERBOARD
                   EXIT SECTION
               END-IF

               MOVE "LEADERBD.DAT" TO WS-PRECERT-NAME
               PERFORM LOAD-PRECERT-TABLE
               PERFORM REWRITE-LEADERBOARD
               MOVE "CONVERT" TO WS-AUDIT-ACTION
               MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
               MOVE "64-BYTE LAYOUT" TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-KEPT-COUNT " ENTRIES REWRITTEN IN THE "
                       "CURRENT LAYOUT"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM WRITE-AUDIT-RECORD

               IF WS-PRECERT-ARCH-COUNT > 0
                   MOVE "LEADARCH.DAT" TO WS-PRECERT-NAME
                   PERFORM LOAD-PRECERT-TABLE
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                           UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                       MOVE WS-LB-ENTRY-SCORE(WS-ENTRY-IDX)
                           TO AR-SCORE
                       MOVE WS-LB-ENTRY-POPULATION(WS-ENTRY-IDX)
                           TO AR-FINAL-POPULATION
                       MOVE WS-LB-ENTRY-YEARS(WS-ENTRY-IDX)
                           TO AR-YEARS-RULED
                       MOVE WS-LB-ENTRY-PROVINCES(WS-ENTRY-IDX)
                           TO AR-NUM-PROVINCES
                       MOVE WS-LB-ENTRY-OUTCOME(WS-ENTRY-IDX)
                           TO AR-OUTCOME
                       MOVE WS-LB-ENTRY-GOVERNOR(WS-ENTRY-IDX)
                           TO AR-GOVERNOR-NAME
                       MOVE WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX)
                           TO AR-SCENARIO
                       MOVE 0 TO AR-REIGN-SEQ
                       MOVE SPACE TO AR-CERTIFIED
                       MOVE 0 TO AR-DIFFICULTY
                       MOVE 0 TO AR-COMPLETED-DATE
                       WRITE AR-RECORD
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   MOVE WS-ENTRY-COUNT TO WS-FORMAT-IDX
                   DISPLAY WS-FORMAT-IDX " archived entries "
                           "converted."
                   MOVE "LEADARCH.DAT" TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING WS-ENTRY-COUNT " ENTRIES REWRITTEN IN THE "
                           "CURRENT LAYOUT"
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LOAD-LEADERBOARD
               END-IF
               DISPLAY "Conversion complete -- the board and archive "
                       "are now in the current layout."
           CONTINUE.

      *    Counts the records of the 64-byte file WS-PRECERT-NAME
      *    names into WS-TOTAL-ON-FILE; a file not there counts 0.
           COUNT-PRECERT-RECORDS SECTION.
               MOVE 0 TO WS-TOTAL-ON-FILE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT PRECERT-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ PRECERT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE PRECERT-FILE
           CONTINUE.

           LOAD-PRECERT-TABLE SECTION.
               MOVE 0 TO WS-ENTRY-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT PRECERT-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                       OR WS-ENTRY-COUNT >= 500
                   READ PRECERT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE PC-SCORE
                               TO WS-LB-ENTRY-SCORE(WS-ENTRY-COUNT)
                           MOVE PC-FINAL-POPULATION
                               TO WS-LB-ENTRY-POPULATION
                               (WS-ENTRY-COUNT)
                           MOVE PC-YEARS-RULED
                               TO WS-LB-ENTRY-YEARS(WS-ENTRY-COUNT)
                           MOVE PC-NUM-PROVINCES
                               TO WS-LB-ENTRY-PROVINCES
                               (WS-ENTRY-COUNT)
                           MOVE PC-OUTCOME
                               TO WS-LB-ENTRY-OUTCOME(WS-ENTRY-COUNT)
                           MOVE PC-GOVERNOR-NAME
                               TO WS-LB-ENTRY-GOVERNOR
                               (WS-ENTRY-COUNT)
                           MOVE PC-SCENARIO
                               TO WS-LB-ENTRY-SCENARIO
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-REIGN-SEQ
                               (WS-ENTRY-COUNT)
                           MOVE SPACE TO WS-LB-ENTRY-CERTIFIED
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-DIFFICULTY
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-COMPLETED-DATE
                               (WS-ENTRY-COUNT)
                           MOVE 'Y' TO WS-LB-ENTRY-KEEP
                               (WS-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRECERT-FILE
           CONTINUE.

      *    One-time conversion for a board and archive written
      *    before each entry carried its difficulty and verdict
      *    date: both are reread under their 68-byte layout and
      *    rewritten in the current one with both columns zero.
      *    The reign sequence and certification mark are kept. An
      *    entry with no verdict date is never sent to the school's
      *    gradebook, since nothing says when it was ruled. Either
      *    file over 500 records is refused before anything is
      *    touched.
           CONVERT-UNDATED-BOARD SECTION.
               DISPLAY "This rereads LEADERBD.DAT and LEADARCH.DAT as "
                       "UNDATED (68-byte) files and rewrites them in "
                       "the current layout. Only run it once. "
                       "Proceed? (Y/N): "
               ACCEPT WS-DELETE-NAME
               IF WS-DELETE-NAME NOT = "Y"
                       AND WS-DELETE-NAME NOT = "y"
                   DISPLAY "Conversion cancelled."
                   EXIT SECTION
               END-IF

               MOVE "LEADERBD.DAT" TO WS-UNDATED-NAME
               PERFORM COUNT-UNDATED-RECORDS
               MOVE WS-TOTAL-ON-FILE TO WS-UNDATED-BOARD-COUNT
               MOVE "LEADARCH.DAT" TO WS-UNDATED-NAME
               PERFORM COUNT-UNDATED-RECORDS
               MOVE WS-TOTAL-ON-FILE TO WS-UNDATED-ARCH-COUNT
               IF WS-UNDATED-BOARD-COUNT > 500
                       OR WS-UNDATED-ARCH-COUNT > 500
                   DISPLAY "REFUSED: the old board or archive holds "
                           "more than 500 records and the table holds "
                           "only 500 -- converting now would destroy "
                           "the rest. Nothing was changed."
                   PERFORM LOAD-LEADERBOARD
                   EXIT SECTION
               END-IF

               MOVE "LEADERBD.DAT" TO WS-UNDATED-NAME
               PERFORM LOAD-UNDATED-TABLE
               PERFORM REWRITE-LEADERBOARD
               MOVE "CONVERT" TO WS-AUDIT-ACTION
               MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
               MOVE "68-BYTE LAYOUT" TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-KEPT-COUNT " ENTRIES REWRITTEN IN THE "
                       "CURRENT LAYOUT"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM WRITE-AUDIT-RECORD

               IF WS-UNDATED-ARCH-COUNT > 0
                   MOVE "LEADARCH.DAT" TO WS-UNDATED-NAME
                   PERFORM LOAD-UNDATED-TABLE
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                           UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                       MOVE WS-LB-ENTRY-SCORE(WS-ENTRY-IDX)
                           TO AR-SCORE
                       MOVE WS-LB-ENTRY-POPULATION(WS-ENTRY-IDX)
                           TO AR-FINAL-POPULATION
                       MOVE WS-LB-ENTRY-YEARS(WS-ENTRY-IDX)
                           TO AR-YEARS-RULED
                       MOVE WS-LB-ENTRY-PROVINCES(WS-ENTRY-IDX)
                           TO AR-NUM-PROVINCES
                       MOVE WS-LB-ENTRY-OUTCOME(WS-ENTRY-IDX)
                           TO AR-OUTCOME
                       MOVE WS-LB-ENTRY-GOVERNOR(WS-ENTRY-IDX)
                           TO AR-GOVERNOR-NAME
                       MOVE WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX)
                           TO AR-SCENARIO
                       MOVE WS-LB-ENTRY-REIGN-SEQ(WS-ENTRY-IDX)
                           TO AR-REIGN-SEQ
                       MOVE WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
                           TO AR-CERTIFIED
                       MOVE 0 TO AR-DIFFICULTY
                       MOVE 0 TO AR-COMPLETED-DATE
                       WRITE AR-RECORD
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   MOVE WS-ENTRY-COUNT TO WS-FORMAT-IDX
                   DISPLAY WS-FORMAT-IDX " archived entries "
                           "converted."
                   MOVE "LEADARCH.DAT" TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING WS-ENTRY-COUNT " ENTRIES REWRITTEN IN THE "
                           "CURRENT LAYOUT"
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LOAD-LEADERBOARD
               END-IF
               DISPLAY "Conversion complete -- the board and archive "
                       "are now in the current layout."
           CONTINUE.

      *    Counts the records of the 68-byte file WS-UNDATED-NAME
      *    names into WS-TOTAL-ON-FILE; a file not there counts 0.
           COUNT-UNDATED-RECORDS SECTION.
               MOVE 0 TO WS-TOTAL-ON-FILE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT UNDATED-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ UNDATED-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE UNDATED-FILE
           CONTINUE.

           LOAD-UNDATED-TABLE SECTION.
               MOVE 0 TO WS-ENTRY-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT UNDATED-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                       OR WS-ENTRY-COUNT >= 500
                   READ UNDATED-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE UD-SCORE
                               TO WS-LB-ENTRY-SCORE(WS-ENTRY-COUNT)
                           MOVE UD-FINAL-POPULATION
                               TO WS-LB-ENTRY-POPULATION
                               (WS-ENTRY-COUNT)
                           MOVE UD-YEARS-RULED
                               TO WS-LB-ENTRY-YEARS(WS-ENTRY-COUNT)
                           MOVE UD-NUM-PROVINCES
                               TO WS-LB-ENTRY-PROVINCES
                               (WS-ENTRY-COUNT)
                           MOVE UD-OUTCOME
                               TO WS-LB-ENTRY-OUTCOME(WS-ENTRY-COUNT)
                           MOVE UD-GOVERNOR-NAME
                               TO WS-LB-ENTRY-GOVERNOR
                               (WS-ENTRY-COUNT)
                           MOVE UD-SCENARIO
                               TO WS-LB-ENTRY-SCENARIO
                               (WS-ENTRY-COUNT)
                           MOVE UD-REIGN-SEQ
                               TO WS-LB-ENTRY-REIGN-SEQ
                               (WS-ENTRY-COUNT)
                           MOVE UD-CERTIFIED
                               TO WS-LB-ENTRY-CERTIFIED
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-DIFFICULTY
                               (WS-ENTRY-COUNT)
                           MOVE 0 TO WS-LB-ENTRY-COMPLETED-DATE
                               (WS-ENTRY-COUNT)
                           MOVE 'Y' TO WS-LB-ENTRY-KEEP
                               (WS-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE UNDATED-FILE
           CONTINUE.

           LOAD-LEADERBOARD SECTION.
                               MOVE LB-SCENARIO
                                   TO WS-LB-ENTRY-SCENARIO
                                   (WS-ENTRY-COUNT)
                               MOVE LB-REIGN-SEQ
                                   TO WS-LB-ENTRY-REIGN-SEQ
                                   (WS-ENTRY-COUNT)
                               MOVE LB-CERTIFIED
                                   TO WS-LB-ENTRY-CERTIFIED
                                   (WS-ENTRY-COUNT)
                               MOVE LB-DIFFICULTY
                                   TO WS-LB-ENTRY-DIFFICULTY
                                   (WS-ENTRY-COUNT)
                               MOVE LB-COMPLETED-DATE
                                   TO WS-LB-ENTRY-COMPLETED-DATE
                                   (WS-ENTRY-COUNT)
                               MOVE 'Y' TO WS-LB-ENTRY-KEEP
                                   (WS-ENTRY-COUNT)
                               END-IF
                           "are on file but the table holds only "
                           "500 -- rewriting now would destroy the "
                           "rest. Nothing was changed."
                   MOVE 8 TO RETURN-CODE
               END-IF
           CONTINUE.

           LIST-ALL-ENTRIES SECTION.
               DISPLAY "REC SCORE     POP YRS PRV OUTCOME    "
                       "GOVERNOR             SCENARIO             C"
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-IDX TO WS-FORMAT-IDX
                           WS-LB-ENTRY-PROVINCES(WS-ENTRY-IDX) "   "
                           WS-LB-ENTRY-OUTCOME(WS-ENTRY-IDX) " "
                           WS-LB-ENTRY-GOVERNOR(WS-ENTRY-IDX) " "
                           WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX) " "
                           WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
               END-PERFORM
           CONTINUE.

                           = WS-DELETE-NAME
                       MOVE 'N' TO WS-LB-ENTRY-KEEP(WS-ENTRY-IDX)
                       ADD 1 TO WS-MOVED-COUNT
                       MOVE "DELETE" TO WS-AUDIT-ACTION
                       MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
                       MOVE WS-LB-ENTRY(WS-ENTRY-IDX)(1:68)
                           TO WS-AUDIT-BEFORE
                       MOVE SPACES TO WS-AUDIT-AFTER
                       PERFORM AUDIT-BOARD-ENTRY
                   END-IF
               END-PERFORM
               IF WS-MOVED-COUNT = 0
                               TO AR-GOVERNOR-NAME
                           MOVE WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX)
                               TO AR-SCENARIO
                           MOVE WS-LB-ENTRY-REIGN-SEQ(WS-ENTRY-IDX)
                               TO AR-REIGN-SEQ
                           MOVE WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
                               TO AR-CERTIFIED
                           MOVE WS-LB-ENTRY-DIFFICULTY(WS-ENTRY-IDX)
                               TO AR-DIFFICULTY
                           MOVE WS-LB-ENTRY-COMPLETED-DATE
                               (WS-ENTRY-IDX) TO AR-COMPLETED-DATE
                           WRITE AR-RECORD
                           MOVE 'N' TO
                               WS-LB-ENTRY-KEEP(WS-ENTRY-IDX)
                           ADD 1 TO WS-MOVED-COUNT
                           MOVE "ARCHIVE" TO WS-AUDIT-ACTION
                           MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
                           MOVE WS-LB-ENTRY(WS-ENTRY-IDX)(1:68)
                               TO WS-AUDIT-BEFORE
                           MOVE "MOVED TO LEADARCH.DAT"
                               TO WS-AUDIT-AFTER
                           PERFORM AUDIT-BOARD-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                           "cancelled."
                   EXIT SECTION
               END-IF
      *        A championship judged across machines can take only
      *        the entries each machine has certified for itself --
      *        the journals that prove them never leave home.
               DISPLAY "Export certified entries only? (Y/N): "
               MOVE SPACE TO WS-CERTIFIED-ONLY
               ACCEPT WS-CERTIFIED-ONLY
               IF WS-CERTIFIED-ONLY = "y"
                   MOVE "Y" TO WS-CERTIFIED-ONLY
               END-IF
               MOVE 0 TO WS-MOVED-COUNT
               OPEN OUTPUT INTERCHANGE-FILE
               IF WS-INTERCHANGE-STATUS NOT = "00"
                   DISPLAY "LBEXPORT.DAT could not be created "
               END-IF
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   IF WS-CERTIFIED-ONLY = "Y"
                           AND WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
                               NOT = "C"
                       CONTINUE
                   ELSE
                   MOVE WS-MACHINE-ID TO IX-MACHINE
                   MOVE WS-LB-ENTRY-SCORE(WS-ENTRY-IDX)
                       TO IX-SCORE
                       TO IX-GOVERNOR-NAME
                   MOVE WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX)
                       TO IX-SCENARIO
                   MOVE WS-LB-ENTRY-REIGN-SEQ(WS-ENTRY-IDX)
                       TO IX-REIGN-SEQ
                   MOVE WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
                       TO IX-CERTIFIED
                   WRITE IX-RECORD
                   ADD 1 TO WS-MOVED-COUNT
                   END-IF
               END-PERFORM
               CLOSE INTERCHANGE-FILE
               MOVE WS-MOVED-COUNT TO WS-FORMAT-IDX
               DISPLAY WS-FORMAT-IDX " entries exported to "
                       "LBEXPORT.DAT stamped " WS-MACHINE-ID "."
           CONTINUE.
               MOVE 0 TO WS-IMPORT-COUNT
               MOVE 0 TO WS-IMPORT-DUPS
               MOVE 0 TO WS-IMPORT-OVERFLOW
               MOVE 0 TO WS-IMPORT-REFUSED
               MOVE 0 TO WS-DECISION-COUNT
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ INTERCHANGE-FILE
               DISPLAY WS-FORMAT-IDX " entries merged"
                   WITH NO ADVANCING
               MOVE WS-IMPORT-DUPS TO WS-FORMAT-IDX
               DISPLAY ", " WS-FORMAT-IDX " duplicates suppressed"
                   WITH NO ADVANCING
               MOVE WS-IMPORT-REFUSED TO WS-FORMAT-IDX
               DISPLAY ", " WS-FORMAT-IDX " refused as unregistered."
               IF WS-IMPORT-OVERFLOW > 0
                   MOVE WS-IMPORT-OVERFLOW TO WS-FORMAT-IDX
                   DISPLAY "WARNING: " WS-FORMAT-IDX " entries "
           CONTINUE.

           MERGE-ONE-INTERCHANGE SECTION.
               PERFORM CHECK-IMPORT-GOVERNOR
               IF WS-IMPORT-ANSWER = "N"
                   ADD 1 TO WS-IMPORT-REFUSED
                   EXIT SECTION
               END-IF
               MOVE WS-IMPORT-NAME TO IX-GOVERNOR-NAME
               SET WS-DUPLICATE-FOUND TO FALSE
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > WS-ENTRY-COUNT
                   TO WS-LB-ENTRY-GOVERNOR(WS-ENTRY-COUNT)
               MOVE IX-SCENARIO
                   TO WS-LB-ENTRY-SCENARIO(WS-ENTRY-COUNT)
      *        The reign sequence is the other machine's and finds
      *        nothing here; its certification mark travels with it.
               MOVE 0 TO WS-LB-ENTRY-REIGN-SEQ(WS-ENTRY-COUNT)
               MOVE IX-CERTIFIED
                   TO WS-LB-ENTRY-CERTIFIED(WS-ENTRY-COUNT)
      *        The interchange layout carries neither the difficulty
      *        nor the verdict date, so an imported reign stays out
      *        of the gradebook interface like any undated one.
               MOVE 0 TO WS-LB-ENTRY-DIFFICULTY(WS-ENTRY-COUNT)
               MOVE 0 TO WS-LB-ENTRY-COMPLETED-DATE(WS-ENTRY-COUNT)
               MOVE 'Y' TO WS-LB-ENTRY-KEEP(WS-ENTRY-COUNT)
               MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX
               MOVE "IMPORT" TO WS-AUDIT-ACTION
               MOVE "LEADERBD.DAT" TO WS-AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE WS-LB-ENTRY(WS-ENTRY-IDX)(1:68) TO WS-AUDIT-AFTER
               PERFORM AUDIT-BOARD-ENTRY
           CONTINUE.

      *    Settles the imported entry's governor against the
      *    registry, leaving the name to merge under in
      *    WS-IMPORT-NAME and "N" in WS-IMPORT-ANSWER when the
      *    entry is to be left out. A registered name comes back in
      *    its registered spelling, so the duplicate check matches
      *    the local board's entries for the same governor; a name
      *    retired by a merge goes to its survivor; no registry in
      *    force lets everything through, as before.
           CHECK-IMPORT-GOVERNOR SECTION.
               MOVE "Y" TO WS-IMPORT-ANSWER
               MOVE IX-GOVERNOR-NAME TO WS-IMPORT-NAME
               MOVE "FIND" TO WS-GOVREG-REQUEST
               MOVE SPACES TO WS-GOVREG-CLASS
               CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                   WS-IMPORT-NAME WS-GOVREG-CLASS
                   WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
               IF WS-GOVREG-RESULT = 0 OR WS-GOVREG-RESULT = 8
                   EXIT SECTION
               END-IF
               IF WS-GOVREG-RESULT = 6
                       AND WS-GOVREG-ALTERNATE NOT = SPACES
                   MOVE WS-GOVREG-ALTERNATE TO WS-IMPORT-NAME
                   EXIT SECTION
               END-IF

               MOVE 0 TO WS-DECISION-FOUND-IDX
               PERFORM VARYING WS-DECISION-IDX FROM 1 BY 1
                       UNTIL WS-DECISION-IDX > WS-DECISION-COUNT
                           OR WS-DECISION-FOUND-IDX > 0
                   IF WS-DECISION-NAME(WS-DECISION-IDX)
                           = WS-IMPORT-NAME
                       MOVE WS-DECISION-IDX TO WS-DECISION-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-DECISION-FOUND-IDX > 0
                   MOVE WS-DECISION-ANSWER(WS-DECISION-FOUND-IDX)
                       TO WS-IMPORT-ANSWER
                   EXIT SECTION
               END-IF

               IF WS-GOVREG-RESULT = 6
                   DISPLAY WS-IMPORT-NAME " is retired from the "
                           "governor registry."
                   DISPLAY "Merge its entries anyway? (Y/N): "
               ELSE
                   DISPLAY WS-IMPORT-NAME " (from machine "
                           IX-MACHINE ") is not on the governor "
                           "registry."
                   IF WS-GOVREG-ALTERNATE NOT = SPACES
                       DISPLAY "Did you mean "
                               WS-GOVREG-ALTERNATE "?"
                   END-IF
                   DISPLAY "Register it and merge its entries? "
                           "(Y/N): "
               END-IF
               MOVE SPACE TO WS-IMPORT-ANSWER
               ACCEPT WS-IMPORT-ANSWER
               IF WS-IMPORT-ANSWER = "Y" OR WS-IMPORT-ANSWER = "y"
                   MOVE "Y" TO WS-IMPORT-ANSWER
                   IF WS-GOVREG-RESULT = 4
                       MOVE "ADD" TO WS-GOVREG-REQUEST
                       MOVE SPACES TO WS-GOVREG-CLASS
                       CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                           WS-IMPORT-NAME WS-GOVREG-CLASS
                           WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
                   END-IF
               ELSE
                   MOVE "N" TO WS-IMPORT-ANSWER
               END-IF
               IF WS-DECISION-COUNT < 50
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE WS-IMPORT-NAME
                       TO WS-DECISION-NAME(WS-DECISION-COUNT)
                   MOVE WS-IMPORT-ANSWER
                       TO WS-DECISION-ANSWER(WS-DECISION-COUNT)
               END-IF
           CONTINUE.

      *    Rewrites LEADERBD.DAT with only the entries still marked
                           TO LB-GOVERNOR-NAME
                       MOVE WS-LB-ENTRY-SCENARIO(WS-ENTRY-IDX)
                           TO LB-SCENARIO
                       MOVE WS-LB-ENTRY-REIGN-SEQ(WS-ENTRY-IDX)
                           TO LB-REIGN-SEQ
                       MOVE WS-LB-ENTRY-CERTIFIED(WS-ENTRY-IDX)
                           TO LB-CERTIFIED
                       MOVE WS-LB-ENTRY-DIFFICULTY(WS-ENTRY-IDX)
                           TO LB-DIFFICULTY
                       MOVE WS-LB-ENTRY-COMPLETED-DATE(WS-ENTRY-IDX)
                           TO LB-COMPLETED-DATE
                       WRITE LB-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
                       "live board."
               PERFORM LOAD-LEADERBOARD
           CONTINUE.

      *    One audit record for the board entry at WS-ENTRY-IDX,
      *    keyed by its governor, the entry image through its
      *    certification mark (68 bytes) before and after the
      *    change.
           AUDIT-BOARD-ENTRY SECTION.
               MOVE WS-LB-ENTRY-GOVERNOR(WS-ENTRY-IDX) TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

           WRITE-AUDIT-RECORD SECTION.
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.
       END PROGRAM HAMLBMNT.
