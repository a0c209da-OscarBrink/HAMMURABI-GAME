      *            rolled off does not vanish from the shop's
      *            records.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB AM-RECORD and the AEARCH.DAT row grow to 143
      *              bytes with the closing year's children, workers and
      *              elders.
      *   2026-10-15 OB AEMASTER.DAT and AEARCH.DAT grow to 152 bytes
      *              with each year's poll-tax rate and yield.
      *   2026-10-15 OB Run-log START and END records with the rows
      *              counted and archived, so the nightly housekeeping
      *              job can take this step's condition code from
      *              HAMRUNLG.DAT; a master that will not open for
      *              update ends RC 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAEMNT.
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

      *        One record per rolled-up reign: the figures the
      *        career report needs to keep the governor's record
      *        report that reads AEMASTER.DAT can read AEARCH.DAT
      *        unchanged (sequentially).
               FD ARCHIVE-FILE.
               01 AR-RECORD PIC X(152).

           WORKING-STORAGE SECTION.
               01 WS-MASTER-FILE-STATUS PIC X(02).
               01 WS-REIGNS-ROLLED PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(5)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMAEMNT".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMAEMNT -- analytics master housekeeping."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-MAINTENANCE-MENU
               END-PERFORM
               MOVE WS-ROWS-ON-FILE TO WS-RUNLOG-READS
               MOVE WS-ROWS-ARCHIVED TO WS-RUNLOG-WRITES
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.

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
               DISPLAY "1. Count rows and reigns on the master"
                           DISPLAY "Console input is exhausted or "
                                   "unusable -- aborting."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF
                       DISPLAY "That is not a number -- try again: "
                           ") -- nothing was rolled."
                   CLOSE SUMMARY-FILE
                   CLOSE ARCHIVE-FILE
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF

