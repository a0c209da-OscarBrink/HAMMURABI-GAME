      *              the interleaving caution above is history, kept
      *              for the record. The governor table grew from 50
      *              to 200 so the report stops truncating the shop.
      *   2026-10-13 OB AM-RECORD grows to 143 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB AEMASTER.DAT grows to 152 bytes with each year's
      *              poll-tax rate and yield.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCARER.
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

               FD CAREER-REPORT-FILE.
               01 CR-LINE PIC X(100).
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

      *    Folds the housekeeping job's rolled-up reigns into the
