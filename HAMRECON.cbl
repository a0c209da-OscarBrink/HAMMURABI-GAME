      *              final-year tracking and re-resolves the reign
      *              sequence, so each reign in the chain
      *              reconciles on its own.
      *   2026-10-12 OB LEADERBD.DAT grows by the reign sequence and
      *              the certification mark.
      *   2026-10-13 OB YH-RECORD and AM-RECORD grow by the closing
      *              year's children, workers and elders, to 148 and 143
      *              bytes.
      *   2026-10-15 OB YEARHIST.DAT grows to 157 bytes and AEMASTER.DAT
      *              to 152 with each year's poll-tax rate and yield.
      *   2026-10-15 OB LEADERBD.DAT grows to 77 bytes with the reign's
      *              difficulty band and verdict date.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMRECON.
                   05 YH-GUARD-SPEND PIC 9(7).
                   05 YH-EVENT-NOTE PIC X(20).
                   05 YH-UNREST PIC 99.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE record.
               FD ANALYTICS-MASTER-FILE.
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

      *        Mirrors MAIN's LEADERBOARD-FILE record.
               FD LEADERBOARD-FILE.
                   05 LB-OUTCOME PIC X(10).
                   05 LB-GOVERNOR-NAME PIC X(20).
                   05 LB-SCENARIO PIC X(20).
                   05 LB-REIGN-SEQ PIC 9(3).
                   05 LB-CERTIFIED PIC X.
                   05 LB-DIFFICULTY PIC 9.
                   05 LB-COMPLETED-DATE PIC 9(8).

               FD RECON-REPORT-FILE.
               01 RR-LINE PIC X(100).


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
           OPEN-ANALYTICS-MASTER SECTION.
               OPEN INPUT ANALYTICS-MASTER-FILE
