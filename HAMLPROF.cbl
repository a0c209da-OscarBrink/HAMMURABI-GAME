      *            and each one is reported as an exception in its
      *            own right.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's set when
      *              ARCHPARM.DAT names one, so a reign played
      *              weeks and several governors ago can still be
      *              re-proved; without the parm the live files are
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
           PROGRAM-ID. HAMLPROF.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-FILE-STATUS.
               SELECT YEAR-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-HISTORY-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
               SELECT PROOF-REPORT-FILE ASSIGN TO "LEDGPROF.DAT"
                   05 YH-GUARD-SPEND PIC 9(7).
                   05 YH-EVENT-NOTE PIC X(20).
                   05 YH-UNREST PIC 99.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

               FD PROOF-REPORT-FILE.
               01 PR-LINE PIC X(100).
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live files unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-LEDGER-NAME PIC X(20) VALUE "LEDGER.DAT".
               01 WS-HISTORY-NAME PIC X(20) VALUE "YEARHIST.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMLPROF -- offline wheat-ledger re-proof."
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
               OPEN OUTPUT PROOF-REPORT-FILE
               MOVE "WHEAT-LEDGER RE-PROOF REPORT" TO PR-LINE
               WRITE PR-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO PR-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF

               PERFORM LOAD-LEDGER-POSTINGS
               PERFORM PROVE-YEAR-HISTORY


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
                   MOVE SPACES TO WS-LEDGER-NAME
                   STRING "LEDGER." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-LEDGER-NAME
                   MOVE SPACES TO WS-HISTORY-NAME
                   STRING "YEARHIST." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-HISTORY-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.
      *    Rolls every ledger posting into its governor/year/province
      *    group's running credit or debit total. OUTBAL postings
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-LEDGER-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT YEAR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-HISTORY-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
