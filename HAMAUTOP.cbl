      *            the verdict, or as the step after the ledger
      *            re-proof in HAMBATCH.JCL.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's set when
      *              ARCHPARM.DAT names one, so a reign played
      *              weeks and several governors ago can still be
      *              examined; without the parm the live files are
      *              read as before.
      *   2026-10-13 OB YH-RECORD grows to 148 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB YEARHIST.DAT grows to 157 bytes with each year's
      *              poll-tax rate and yield.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAUTOP.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT YEAR-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-HISTORY-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
               SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-FILE-STATUS.
               SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.
               SELECT AUTOPSY-REPORT-FILE ASSIGN TO "AUTOPRPT.DAT"
                   05 YH-GUARD-SPEND PIC 9(7).
                   05 YH-EVENT-NOTE PIC X(20).
                   05 YH-UNREST PIC 99.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors MAIN's LEDGER-FILE record.
               FD LEDGER-FILE.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live files unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-HISTORY-NAME PIC X(20) VALUE "YEARHIST.DAT".
               01 WS-LEDGER-NAME PIC X(20) VALUE "LEDGER.DAT".
               01 WS-JOURNAL-NAME PIC X(20) VALUE "JOURNAL.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMAUTOP -- reign autopsy."
               PERFORM SELECT-ARCHIVE-SET
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               IF WS-ARCHIVE-RESULT > 0
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF
               PERFORM LOAD-YEAR-HISTORY
               IF WS-ROW-COUNT = 0
                   DISPLAY "No history records on file -- nothing "


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

      *    Asks HAMARCH which set to read. A parm naming a reign the
      *    catalog does not carry ends the run: the live files
      *    would put another reign's figures under that name.
           SELECT-ARCHIVE-SET SECTION.
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
                   EXIT SECTION
               END-IF
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO WS-HISTORY-NAME
                   STRING "YEARHIST." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-HISTORY-NAME
                   MOVE SPACES TO WS-LEDGER-NAME
                   STRING "LEDGER." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-LEDGER-NAME
                   MOVE SPACES TO WS-JOURNAL-NAME
                   STRING "JOURNAL." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-JOURNAL-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           LOAD-YEAR-HISTORY SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT YEAR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "The year history could not be opened "
                           "(status " WS-HISTORY-FILE-STATUS "): "
                           WS-HISTORY-NAME
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   DISPLAY "The ledger could not be opened -- the "
                           "feeding and land analyses will be "
                           "thin: " WS-LEDGER-NAME
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF

      *    Joins the decisions as keyed: the journal's FD records
      *    name the exact ration the governor entered, where the
      *    reign was interactive. An unattended reign journals the
      *    turn deck's year figures (TF) rather than a ration per
      *    province, and its ledger's FOOD posting stands alone.
           JOIN-JOURNAL-DECISIONS SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT JOURNAL-FILE
                       WS-REPORT-DATE
                   DELIMITED BY SIZE INTO AU-LINE
               WRITE AU-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO AU-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO AU-LINE
                   WRITE AU-LINE
               END-IF
               MOVE SPACES TO AU-LINE
               WRITE AU-LINE

