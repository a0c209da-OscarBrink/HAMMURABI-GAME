      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-08
      * Purpose:   Offline re-proof of the silver ledger. The game's
      *            PROVE-SILVER-LEDGER proves the treasury only while
      *            the session is live, and stands down on a year
      *            resumed from a mid-year checkpoint. This job reads
      *            every posting in SLVLEDGR.DAT, rebuilds opening +
      *            receipts - payments for each governor/year, and
      *            compares the result against the year's CLOSING
      *            balance on the same ledger, writing an exceptions
      *            report to SLVPROF.DAT with a nonzero return code
      *            when any year does not balance. Run as the step
      *            after the wheat re-proof in HAMBATCH.JCL.
      *            The treasury carries over from year to year, so
      *            each year's OPENING must also equal the prior
      *            year's CLOSING; a year whose OPENING went with a
      *            crash is proved from the prior CLOSING instead,
      *            which is what catches the years the live proof
      *            waived.
      *            OUTBAL postings are the live proof's own flags,
      *            not silver movements; they are kept out of the
      *            rebuilt sums and each one is reported as an
      *            exception in its own right.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's set when
      *              ARCHPARM.DAT names one, so a reign played
      *              weeks and several governors ago can still be
      *              re-proved; without the parm the live files are
      *              read as before.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMSPROF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SILVER-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-SILVER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SILVER-FILE-STATUS.
               SELECT PROOF-REPORT-FILE ASSIGN TO "SLVPROF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's SILVER-LEDGER-FILE record.
               FD SILVER-LEDGER-FILE.
               01 SL-RECORD.
                   05 SL-GOVERNOR PIC X(20).
                   05 SL-YEAR PIC 99.
                   05 SL-PROVINCE PIC 9.
                   05 SL-CODE PIC X(8).
                   05 SL-SIDE PIC X(2).
                   05 SL-AMOUNT PIC 9(7).

               FD PROOF-REPORT-FILE.
               01 PR-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-SILVER-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        One entry per governor/year seen on the ledger, with
      *        both balances as posted and the rebuilt running
      *        totals. The ledger is per-reign and the treasury is
      *        the kingdom's, so a reign holds at most one entry a
      *        year; 600 is far more than one ledger can need.
               01 WS-SP-COUNT PIC 9(3) VALUE 0.
               01 WS-SP-IDX PIC 9(3).
               01 WS-SP-FOUND-IDX PIC 9(3).
               01 WS-SP-PRIOR-IDX PIC 9(3).
               01 WS-SP-SEARCH-IDX PIC 9(3).
               01 WS-SP-FULL-CHECK PIC A VALUE 'N'.
                   88 WS-SP-TABLE-FULL-TOLD VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SP-TABLE.
                   05 WS-SP-ENTRY OCCURS 600 TIMES.
                       10 WS-SP-GOVERNOR PIC X(20).
                       10 WS-SP-YEAR PIC 99.
                       10 WS-SP-OPENING PIC 9(7).
                       10 WS-SP-CLOSING PIC 9(7).
                       10 WS-SP-CREDITS PIC 9(8).
                       10 WS-SP-DEBITS PIC 9(8).
                       10 WS-SP-HAS-OPENING PIC A.
                       10 WS-SP-HAS-CLOSING PIC A.

               01 WS-FIND-GOVERNOR PIC X(20).
               01 WS-FIND-YEAR PIC 99.
               01 WS-LEDGER-RECORDS PIC 9(5) VALUE 0.
               01 WS-OUTBAL-RECORDS PIC 9(4) VALUE 0.
               01 WS-PROVED-COUNT PIC 9(4) VALUE 0.
               01 WS-CHAINED-COUNT PIC 9(4) VALUE 0.
               01 WS-UNCLOSED-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-OPENING PIC 9(7).
               01 WS-EXPECTED PIC S9(9).
               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-EXPECTED PIC -(8)9.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMSPROF".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live files unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-SILVER-NAME PIC X(20) VALUE "SLVLEDGR.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMSPROF -- offline silver-ledger re-proof."
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
               MOVE "SILVER-LEDGER RE-PROOF REPORT" TO PR-LINE
               WRITE PR-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO PR-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF

               PERFORM LOAD-SILVER-POSTINGS
               PERFORM PROVE-TREASURY-YEARS
               PERFORM WRITE-PROOF-SUMMARY

               CLOSE PROOF-REPORT-FILE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-LEDGER-RECORDS TO WS-RUNLOG-READS
               MOVE WS-EXCEPTION-COUNT TO WS-RUNLOG-WRITES
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
                   MOVE SPACES TO WS-SILVER-NAME
                   STRING "SLVLEDGR." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-SILVER-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.
      *    Rolls every silver posting into its governor/year
      *    group: the brought- and carried-forward balances are
      *    kept as posted, receipts and payments are summed.
           LOAD-SILVER-POSTINGS SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT SILVER-LEDGER-FILE
               IF WS-SILVER-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-SILVER-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ SILVER-LEDGER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-RECORDS
                           PERFORM TAKE-SILVER-POSTING
                   END-READ
               END-PERFORM
               CLOSE SILVER-LEDGER-FILE
           CONTINUE.

           TAKE-SILVER-POSTING SECTION.
               IF SL-YEAR NOT NUMERIC
                       OR SL-PROVINCE NOT NUMERIC
                       OR SL-AMOUNT NOT NUMERIC
                       OR (SL-SIDE NOT = "CR" AND SL-SIDE NOT = "DR"
                           AND SL-SIDE NOT = "BF"
                           AND SL-SIDE NOT = "CF")
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: UNREADABLE SILVER POSTING: "
                           SL-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF SL-CODE = "OUTBAL"
                   ADD 1 TO WS-OUTBAL-RECORDS
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: LIVE PROOF FLAGGED "
                           SL-GOVERNOR " YEAR " SL-YEAR
                           " TREASURY OUT OF BALANCE BY " SL-SIDE
                           " " SL-AMOUNT
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               MOVE SL-GOVERNOR TO WS-FIND-GOVERNOR
               MOVE SL-YEAR TO WS-FIND-YEAR
               PERFORM FIND-PROOF-ENTRY
               IF WS-SP-FOUND-IDX = 0
                   IF WS-SP-COUNT >= 600
                       IF NOT WS-SP-TABLE-FULL-TOLD
                           SET WS-SP-TABLE-FULL-TOLD TO TRUE
                           MOVE SPACES TO PR-LINE
                           STRING "EXCEPTION: MORE THAN 600 "
                                   "TREASURY YEARS ON THE LEDGER -- "
                                   "THE EXCESS WERE NOT PROVED"
                               DELIMITED BY SIZE INTO PR-LINE
                           WRITE PR-LINE
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                       EXIT SECTION
                   END-IF
                   ADD 1 TO WS-SP-COUNT
                   MOVE WS-SP-COUNT TO WS-SP-FOUND-IDX
                   MOVE SL-GOVERNOR
                       TO WS-SP-GOVERNOR(WS-SP-FOUND-IDX)
                   MOVE SL-YEAR TO WS-SP-YEAR(WS-SP-FOUND-IDX)
                   MOVE 0 TO WS-SP-OPENING(WS-SP-FOUND-IDX)
                   MOVE 0 TO WS-SP-CLOSING(WS-SP-FOUND-IDX)
                   MOVE 0 TO WS-SP-CREDITS(WS-SP-FOUND-IDX)
                   MOVE 0 TO WS-SP-DEBITS(WS-SP-FOUND-IDX)
                   MOVE 'N' TO WS-SP-HAS-OPENING(WS-SP-FOUND-IDX)
                   MOVE 'N' TO WS-SP-HAS-CLOSING(WS-SP-FOUND-IDX)
               END-IF

               EVALUATE SL-SIDE
                   WHEN "BF"
                       MOVE SL-AMOUNT
                           TO WS-SP-OPENING(WS-SP-FOUND-IDX)
                       MOVE 'Y' TO WS-SP-HAS-OPENING(WS-SP-FOUND-IDX)
                   WHEN "CF"
                       MOVE SL-AMOUNT
                           TO WS-SP-CLOSING(WS-SP-FOUND-IDX)
                       MOVE 'Y' TO WS-SP-HAS-CLOSING(WS-SP-FOUND-IDX)
                   WHEN "CR"
                       ADD SL-AMOUNT TO WS-SP-CREDITS(WS-SP-FOUND-IDX)
                   WHEN OTHER
                       ADD SL-AMOUNT TO WS-SP-DEBITS(WS-SP-FOUND-IDX)
               END-EVALUATE
           CONTINUE.

      *    Finds the entry for WS-FIND-GOVERNOR / WS-FIND-YEAR;
      *    zero in WS-SP-FOUND-IDX when there is none.
           FIND-PROOF-ENTRY SECTION.
               MOVE 0 TO WS-SP-FOUND-IDX
               PERFORM VARYING WS-SP-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SP-SEARCH-IDX > WS-SP-COUNT
                           OR WS-SP-FOUND-IDX > 0
                   IF WS-SP-GOVERNOR(WS-SP-SEARCH-IDX)
                           = WS-FIND-GOVERNOR
                           AND WS-SP-YEAR(WS-SP-SEARCH-IDX)
                               = WS-FIND-YEAR
                       MOVE WS-SP-SEARCH-IDX TO WS-SP-FOUND-IDX
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Proves every governor/year on the ledger in the order
      *    it was first posted.
           PROVE-TREASURY-YEARS SECTION.
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-SP-COUNT
                   PERFORM PROVE-ONE-TREASURY-YEAR
               END-PERFORM
           CONTINUE.

      *    The prior year's closing, where the ledger has it, is
      *    both the check on this year's opening and the stand-in
      *    for an opening the crash took. A year that opened but
      *    never closed is a reign that ended before its year end:
      *    harmless if no silver moved, an exception if it did.
           PROVE-ONE-TREASURY-YEAR SECTION.
               MOVE WS-SP-GOVERNOR(WS-SP-IDX) TO WS-FIND-GOVERNOR
               MOVE 0 TO WS-SP-PRIOR-IDX
               IF WS-SP-YEAR(WS-SP-IDX) > 1
                   COMPUTE WS-FIND-YEAR = WS-SP-YEAR(WS-SP-IDX) - 1
                   PERFORM FIND-PROOF-ENTRY
                   MOVE WS-SP-FOUND-IDX TO WS-SP-PRIOR-IDX
                   IF WS-SP-PRIOR-IDX > 0
                       IF WS-SP-HAS-CLOSING(WS-SP-PRIOR-IDX) = 'N'
                           MOVE 0 TO WS-SP-PRIOR-IDX
                       END-IF
                   END-IF
               END-IF

               IF WS-SP-HAS-CLOSING(WS-SP-IDX) = 'N'
                   IF WS-SP-CREDITS(WS-SP-IDX) = 0
                           AND WS-SP-DEBITS(WS-SP-IDX) = 0
                       ADD 1 TO WS-UNCLOSED-COUNT
                       MOVE SPACES TO PR-LINE
                       STRING "NOTE: " WS-SP-GOVERNOR(WS-SP-IDX)
                               " YEAR " WS-SP-YEAR(WS-SP-IDX)
                               " OPENED BUT NEVER CLOSED -- THE "
                               "REIGN ENDED FIRST, NO SILVER MOVED"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                   ELSE
                       MOVE SPACES TO PR-LINE
                       STRING "EXCEPTION: " WS-SP-GOVERNOR(WS-SP-IDX)
                               " YEAR " WS-SP-YEAR(WS-SP-IDX)
                               " MOVED SILVER BUT HAS NO CLOSING "
                               "BALANCE"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   EXIT SECTION
               END-IF

               IF WS-SP-HAS-OPENING(WS-SP-IDX) = 'Y'
                   MOVE WS-SP-OPENING(WS-SP-IDX) TO WS-OPENING
                   IF WS-SP-PRIOR-IDX > 0
                       IF WS-SP-CLOSING(WS-SP-PRIOR-IDX)
                               NOT = WS-OPENING
                           MOVE SPACES TO PR-LINE
                           STRING "EXCEPTION: "
                                   WS-SP-GOVERNOR(WS-SP-IDX)
                                   " YEAR " WS-SP-YEAR(WS-SP-IDX)
                                   " OPENED AT " WS-OPENING
                                   " BUT THE PRIOR YEAR CLOSED AT "
                                   WS-SP-CLOSING(WS-SP-PRIOR-IDX)
                               DELIMITED BY SIZE INTO PR-LINE
                           WRITE PR-LINE
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                   END-IF
               ELSE
                   IF WS-SP-PRIOR-IDX = 0
                       MOVE SPACES TO PR-LINE
                       STRING "EXCEPTION: " WS-SP-GOVERNOR(WS-SP-IDX)
                               " YEAR " WS-SP-YEAR(WS-SP-IDX)
                               " HAS NO OPENING BALANCE AND NO PRIOR "
                               "CLOSING TO PROVE FROM"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       EXIT SECTION
                   END-IF
                   MOVE WS-SP-CLOSING(WS-SP-PRIOR-IDX) TO WS-OPENING
                   ADD 1 TO WS-CHAINED-COUNT
               END-IF

               COMPUTE WS-EXPECTED =
                       WS-OPENING
                       + WS-SP-CREDITS(WS-SP-IDX)
                       - WS-SP-DEBITS(WS-SP-IDX)
               IF WS-EXPECTED = WS-SP-CLOSING(WS-SP-IDX)
                   ADD 1 TO WS-PROVED-COUNT
               ELSE
                   MOVE WS-EXPECTED TO WS-FORMAT-EXPECTED
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " WS-SP-GOVERNOR(WS-SP-IDX)
                           " YEAR " WS-SP-YEAR(WS-SP-IDX)
                           " REBUILDS TO " WS-FORMAT-EXPECTED
                           " BUT CLOSED AT "
                           WS-SP-CLOSING(WS-SP-IDX)
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           CONTINUE.

           WRITE-PROOF-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               MOVE WS-LEDGER-RECORDS TO WS-FORMAT-COUNT
               STRING "SILVER POSTINGS READ:     " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-SP-COUNT TO WS-FORMAT-COUNT
               STRING "TREASURY YEARS ON FILE:   " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-PROVED-COUNT TO WS-FORMAT-COUNT
               STRING "TREASURY YEARS PROVED:    " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               IF WS-CHAINED-COUNT > 0
                   MOVE SPACES TO PR-LINE
                   MOVE WS-CHAINED-COUNT TO WS-FORMAT-COUNT
                   STRING "PROVED FROM PRIOR CLOSE:  "
                           WS-FORMAT-COUNT
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF
               IF WS-UNCLOSED-COUNT > 0
                   MOVE SPACES TO PR-LINE
                   MOVE WS-UNCLOSED-COUNT TO WS-FORMAT-COUNT
                   STRING "YEARS NEVER CLOSED:       "
                           WS-FORMAT-COUNT
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF
               MOVE SPACES TO PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               STRING "EXCEPTIONS:               " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               DISPLAY "HAMSPROF complete -- " WS-FORMAT-COUNT
                       " exception(s); report in SLVPROF.DAT."
           CONTINUE.
       END PROGRAM HAMSPROF.
