      *            and the condition code each run ended with, and
      *            flags the runs that ended nonzero or never wrote
      *            an END record at all. Written to RUNLGRPT.DAT and
      *            echoed to the console. HAMRUNRP logs its own run
      *            like every other step of the nightly job, and
      *            leaves its own records out of the inquiry, so the
      *            report's START never passes for a run that died
      *            and a report run after midnight still finds last
      *            night.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-15 OB Run-log START and END records of its own, for
      *              the nightly housekeeping job; its own records are
      *              left out of the inquiry.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMRUNRP.
               01 WS-START-COUNT PIC 9(3) VALUE 0.
               01 WS-END-COUNT PIC 9(3) VALUE 0.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMRUNRP".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMRUNRP -- run-log inquiry."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC

      *        First pass: which date is the newest on file? That
      *        date is "last night" whatever the calendar says.
                   DISPLAY "HAMRUNLG.DAT could not be opened "
                           "(status " WS-RUN-LOG-STATUS ") -- no "
                           "runs have been logged."
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF RG-STAMP-DATE IS NUMERIC
                                   AND RG-PROGRAM NOT = "HAMRUNRP"
                                   AND RG-STAMP-DATE
                                       > WS-NEWEST-DATE
                               MOVE RG-STAMP-DATE

               IF WS-NEWEST-DATE = 0
                   DISPLAY "The run log holds no readable records."
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF RG-STAMP-DATE = WS-NEWEST-DATE
                                   AND RG-PROGRAM NOT = "HAMRUNRP"
                               PERFORM REPORT-ONE-RUN
                           END-IF
                   END-READ
               END-IF
               CLOSE INQUIRY-REPORT-FILE
               DISPLAY "The inquiry was written to RUNLGRPT.DAT."
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

           REPORT-ONE-RUN SECTION.
               ADD 1 TO WS-SHOWN-COUNT
               ADD 1 TO WS-RUNLOG-WRITES
               MOVE SPACES TO IR-LINE
               STRING RG-STAMP-TIME " " RG-PROGRAM " "
                       RG-EVENT " " RG-MODE " " RG-SUBJECT
