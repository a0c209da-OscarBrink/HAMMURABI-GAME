      *            ends the step RC=8 so the batch jobs never run
      *            on a half-loaded table.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-15 OB Run-log START and END records with the lines
      *              edited and rejected, so the nightly housekeeping
      *              job can take this step's condition code from
      *              HAMRUNLG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCTLED.
               01 WS-FORMAT-COUNT-2 PIC Z(3)9.
               01 WS-FAULT-TEXT PIC X(40).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMCTLED".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCTLED -- control-dataset edit pass."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               OPEN OUTPUT EDIT-REPORT-FILE
               MOVE "CONTROL-DATASET EDIT REPORT" TO ER-LINE
               WRITE ER-LINE

               PERFORM EDIT-EVENTS-FILE
               ADD WS-LINE-COUNT TO WS-RUNLOG-READS
               PERFORM EDIT-SCENARIO-FILE
               ADD WS-LINE-COUNT TO WS-RUNLOG-READS
               PERFORM EDIT-POLICY-FILE
               ADD WS-LINE-COUNT TO WS-RUNLOG-READS

               MOVE SPACES TO ER-LINE
               MOVE WS-REJECT-COUNT TO WS-FORMAT-COUNT
               IF WS-REJECT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-REJECT-COUNT TO WS-RUNLOG-WRITES
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

      *    EVENTS.DAT: the chance and band columns must be numeric,
      *    the band must not run backwards (the silent-drop rule
      *    the game applies, enforced loudly here), the resource
