      *            the plagues, raids, tribute strikes, and recorded
      *            events that marked each reign.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's history when
      *              ARCHPARM.DAT names one, so the chronicle of a
      *              dynasty since started over can still be
      *              written; without the parm YEARHIST.DAT is read
      *              as before.
      *   2026-10-13 OB YH-RECORD grows to 148 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB YEARHIST.DAT grows to 157 bytes with each year's
      *              poll-tax rate and yield.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCHRON.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT YEAR-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-HISTORY-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
               SELECT CHRONICLE-FILE ASSIGN TO "CHRONRPT.DAT"
                   05 YH-GUARD-SPEND PIC 9(7).
                   05 YH-EVENT-NOTE PIC X(20).
                   05 YH-UNREST PIC 99.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

               FD CHRONICLE-FILE.
               01 CH-LINE PIC X(110).
               01 WS-REPORT-DATE PIC 9(8).
               01 WS-FORMAT-NUM PIC Z(6)9.
               01 WS-NOTE-IDX PIC 9.
      *        The live history unless ARCHPARM.DAT names an
      *        archived reign, whose set HAMARCH finds in the
      *        catalog.
               01 WS-HISTORY-NAME PIC X(20) VALUE "YEARHIST.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCHRON -- dynasty chronicle."
               PERFORM SELECT-ARCHIVE-SET
               IF WS-ARCHIVE-RESULT > 0
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SCAN-YEAR-HISTORY
               IF WS-GOV-COUNT = 0
                   DISPLAY "No history records on file -- no "
                       " reign(s) was written to CHRONRPT.DAT."
           STOP RUN.

      *    Asks HAMARCH which history to read. A parm naming a reign
      *    the catalog does not carry ends the run: the live file
      *    would put another dynasty under that name.
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
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           SCAN-YEAR-HISTORY SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT YEAR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "The year history could not be opened "
                           "(status " WS-HISTORY-FILE-STATUS "): "
                           WS-HISTORY-NAME
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                       WS-REPORT-DATE
                   DELIMITED BY SIZE INTO CH-LINE
               WRITE CH-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO CH-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO CH-LINE
                   WRITE CH-LINE
               END-IF
               MOVE SPACES TO CH-LINE
               WRITE CH-LINE

