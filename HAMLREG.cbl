      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-10
      * Purpose:   Land registry report. Lists every deed in
      *            LANDREG.DAT province by province -- each grade
      *            pool's opening, every acre bought, sold, raided,
      *            seized, flooded, granted, canal-converted, or
      *            founded, and its closing -- and re-proves each
      *            province-year's pools as it goes: opening + acres
      *            in - acres out must land on the closing deed, and
      *            each opening must carry forward the prior year's
      *            closing. A year whose opening went with a crash
      *            is proved from the prior closing instead. The
      *            report goes to LANDRPT.DAT; any pool that does
      *            not reconcile is an exception and ends the run
      *            with a nonzero return code. Run as the step after
      *            the silver re-proof in HAMBATCH.JCL.
      *            OUTBAL deeds are the live proof's own flags, not
      *            movements; they are kept out of the rebuilt sums
      *            and each one is reported as an exception.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's set when
      *              ARCHPARM.DAT names one, so a reign played
      *              weeks and several governors ago can still be
      *              listed and re-proved; without the parm the
      *              live files are read as before.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMLREG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LAND-REGISTRY-FILE
                   ASSIGN TO DYNAMIC WS-REGISTRY-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LAND-FILE-STATUS.
               SELECT REGISTRY-REPORT-FILE ASSIGN TO "LANDRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's LAND-REGISTRY-FILE record.
               FD LAND-REGISTRY-FILE.
               01 LR-RECORD.
                   05 LR-GOVERNOR PIC X(20).
                   05 LR-YEAR PIC 99.
                   05 LR-PROVINCE PIC 9.
                   05 LR-GRADE PIC X.
                   05 LR-CAUSE PIC X(8).
                   05 LR-SIDE PIC X(2).
                   05 LR-ACRES PIC 9(7).

               FD REGISTRY-REPORT-FILE.
               01 PR-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-LAND-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Every readable deed, in the order it was written. A
      *        reign's registry holds at most four balance deeds and
      *        a handful of movements per province-year, so 9000
      *        deeds is far more than one registry can need.
               01 WS-DEED-COUNT PIC 9(4) VALUE 0.
               01 WS-DEED-IDX PIC 9(4).
               01 WS-DEED-FULL-CHECK PIC A VALUE 'N'.
                   88 WS-DEED-TABLE-FULL-TOLD VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-DEED-TABLE.
                   05 WS-DEED-ENTRY OCCURS 9000 TIMES.
                       10 WS-DD-GOVERNOR PIC X(20).
                       10 WS-DD-YEAR PIC 99.
                       10 WS-DD-PROVINCE PIC 9.
                       10 WS-DD-GRADE PIC X.
                       10 WS-DD-CAUSE PIC X(8).
                       10 WS-DD-SIDE PIC X(2).
                       10 WS-DD-ACRES PIC 9(7).

      *        The re-proof state for the province being reported,
      *        one entry per grade pool (1 fertile, 2 marginal).
               01 WS-RPT-PROV PIC 9.
               01 WS-PROV-DEEDS PIC 9(4).
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-GRADE-IDX PIC 9.
               01 WS-POOL-TABLE.
                   05 WS-POOL OCCURS 2 TIMES.
                       10 WS-PL-OPENING PIC 9(7).
                       10 WS-PL-CREDITS PIC 9(8).
                       10 WS-PL-DEBITS PIC 9(8).
                       10 WS-PL-LAST-CLOSE PIC 9(7).
                       10 WS-PL-HAS-CLOSE PIC A.
                       10 WS-PL-MOVED PIC A.

               01 WS-GRADE-NAME PIC X(8).
               01 WS-DIRECTION PIC X(7).
               01 WS-DEEDS-READ PIC 9(5) VALUE 0.
               01 WS-OUTBAL-DEEDS PIC 9(4) VALUE 0.
               01 WS-PROVED-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-EXPECTED PIC S9(9).
               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-ACRES PIC Z(6)9.
               01 WS-FORMAT-EXPECTED PIC -(8)9.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMLREG".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live files unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-REGISTRY-NAME PIC X(20) VALUE "LANDREG.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMLREG -- land registry report."
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
               OPEN OUTPUT REGISTRY-REPORT-FILE
               MOVE "LAND REGISTRY -- DEEDS BY PROVINCE" TO PR-LINE
               WRITE PR-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO PR-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF

               PERFORM LOAD-REGISTRY-DEEDS
               PERFORM VARYING WS-RPT-PROV FROM 1 BY 1
                       UNTIL WS-RPT-PROV > 8
                   PERFORM REPORT-ONE-PROVINCE
               END-PERFORM
               PERFORM WRITE-REGISTRY-SUMMARY

               CLOSE REGISTRY-REPORT-FILE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-DEEDS-READ TO WS-RUNLOG-READS
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
                   MOVE SPACES TO WS-REGISTRY-NAME
                   STRING "LANDREG." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-REGISTRY-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

      *    Reads the whole registry into the deed table. OUTBAL
      *    deeds are reported here, once, and kept out of the
      *    table so the rebuilt sums are not blinded by them.
           LOAD-REGISTRY-DEEDS SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LAND-REGISTRY-FILE
               IF WS-LAND-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-REGISTRY-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ LAND-REGISTRY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DEEDS-READ
                           PERFORM TAKE-REGISTRY-DEED
                   END-READ
               END-PERFORM
               CLOSE LAND-REGISTRY-FILE
           CONTINUE.

           TAKE-REGISTRY-DEED SECTION.
               IF LR-YEAR NOT NUMERIC
                       OR LR-PROVINCE NOT NUMERIC
                       OR LR-ACRES NOT NUMERIC
                       OR LR-PROVINCE = 0 OR LR-PROVINCE > 8
                       OR (LR-GRADE NOT = "F" AND LR-GRADE NOT = "M")
                       OR (LR-SIDE NOT = "CR" AND LR-SIDE NOT = "DR"
                           AND LR-SIDE NOT = "BF"
                           AND LR-SIDE NOT = "CF")
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: UNREADABLE REGISTRY DEED: "
                           LR-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF LR-CAUSE = "OUTBAL"
                   ADD 1 TO WS-OUTBAL-DEEDS
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: LIVE PROOF FLAGGED "
                           LR-GOVERNOR " YEAR " LR-YEAR
                           " PROVINCE " LR-PROVINCE
                           " GRADE " LR-GRADE
                           " OUT OF BALANCE BY " LR-SIDE " "
                           LR-ACRES
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF WS-DEED-COUNT >= 9000
                   IF NOT WS-DEED-TABLE-FULL-TOLD
                       SET WS-DEED-TABLE-FULL-TOLD TO TRUE
                       MOVE SPACES TO PR-LINE
                       STRING "EXCEPTION: MORE THAN 9000 DEEDS IN "
                               "THE REGISTRY -- THE EXCESS WERE NOT "
                               "REPORTED"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-DEED-COUNT
               MOVE LR-GOVERNOR TO WS-DD-GOVERNOR(WS-DEED-COUNT)
               MOVE LR-YEAR TO WS-DD-YEAR(WS-DEED-COUNT)
               MOVE LR-PROVINCE TO WS-DD-PROVINCE(WS-DEED-COUNT)
               MOVE LR-GRADE TO WS-DD-GRADE(WS-DEED-COUNT)
               MOVE LR-CAUSE TO WS-DD-CAUSE(WS-DEED-COUNT)
               MOVE LR-SIDE TO WS-DD-SIDE(WS-DEED-COUNT)
               MOVE LR-ACRES TO WS-DD-ACRES(WS-DEED-COUNT)
           CONTINUE.

      *    One province's deeds, in registry order, re-proved year
      *    by year as they are listed. A province with no deeds at
      *    all was never part of the reign and prints nothing.
           REPORT-ONE-PROVINCE SECTION.
               MOVE 0 TO WS-PROV-DEEDS
               PERFORM VARYING WS-DEED-IDX FROM 1 BY 1
                       UNTIL WS-DEED-IDX > WS-DEED-COUNT
                   IF WS-DD-PROVINCE(WS-DEED-IDX) = WS-RPT-PROV
                       ADD 1 TO WS-PROV-DEEDS
                   END-IF
               END-PERFORM
               IF WS-PROV-DEEDS = 0
                   EXIT SECTION
               END-IF

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "PROVINCE " WS-RPT-PROV
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "  GOVERNOR             YR  GRADE     CAUSE"
                       "     MOVE      ACRES"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               INITIALIZE WS-POOL-TABLE
               MOVE 'N' TO WS-PL-HAS-CLOSE(1)
               MOVE 'N' TO WS-PL-HAS-CLOSE(2)
               MOVE 'N' TO WS-PL-MOVED(1)
               MOVE 'N' TO WS-PL-MOVED(2)
               MOVE SPACES TO WS-CUR-GOVERNOR
               MOVE 0 TO WS-CUR-YEAR
               PERFORM VARYING WS-DEED-IDX FROM 1 BY 1
                       UNTIL WS-DEED-IDX > WS-DEED-COUNT
                   IF WS-DD-PROVINCE(WS-DEED-IDX) = WS-RPT-PROV
                       PERFORM TAKE-PROVINCE-DEED
                   END-IF
               END-PERFORM
               PERFORM CHECK-POOLS-CLOSED
           CONTINUE.

      *    A new governor starts the carry-forward chain over; a
      *    new year opens each pool from the prior year's closing,
      *    which a brought-forward deed then confirms.
           TAKE-PROVINCE-DEED SECTION.
               IF WS-DD-GOVERNOR(WS-DEED-IDX) NOT = WS-CUR-GOVERNOR
                   PERFORM CHECK-POOLS-CLOSED
                   MOVE WS-DD-GOVERNOR(WS-DEED-IDX) TO WS-CUR-GOVERNOR
                   MOVE 0 TO WS-CUR-YEAR
                   MOVE 'N' TO WS-PL-HAS-CLOSE(1)
                   MOVE 'N' TO WS-PL-HAS-CLOSE(2)
               END-IF
               IF WS-DD-YEAR(WS-DEED-IDX) NOT = WS-CUR-YEAR
                   PERFORM CHECK-POOLS-CLOSED
                   MOVE WS-DD-YEAR(WS-DEED-IDX) TO WS-CUR-YEAR
                   PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                           UNTIL WS-GRADE-IDX > 2
                       IF WS-PL-HAS-CLOSE(WS-GRADE-IDX) = 'Y'
                           MOVE WS-PL-LAST-CLOSE(WS-GRADE-IDX)
                               TO WS-PL-OPENING(WS-GRADE-IDX)
                       ELSE
                           MOVE 0 TO WS-PL-OPENING(WS-GRADE-IDX)
                       END-IF
                       MOVE 0 TO WS-PL-CREDITS(WS-GRADE-IDX)
                       MOVE 0 TO WS-PL-DEBITS(WS-GRADE-IDX)
                   END-PERFORM
               END-IF

               IF WS-DD-GRADE(WS-DEED-IDX) = "F"
                   MOVE 1 TO WS-GRADE-IDX
                   MOVE "FERTILE" TO WS-GRADE-NAME
               ELSE
                   MOVE 2 TO WS-GRADE-IDX
                   MOVE "MARGINAL" TO WS-GRADE-NAME
               END-IF
               EVALUATE WS-DD-SIDE(WS-DEED-IDX)
                   WHEN "CR"
                       MOVE "IN" TO WS-DIRECTION
                   WHEN "DR"
                       MOVE "OUT" TO WS-DIRECTION
                   WHEN OTHER
                       MOVE "BALANCE" TO WS-DIRECTION
               END-EVALUATE
               MOVE WS-DD-ACRES(WS-DEED-IDX) TO WS-FORMAT-ACRES
               MOVE SPACES TO PR-LINE
               STRING "  " WS-DD-GOVERNOR(WS-DEED-IDX)
                       " " WS-DD-YEAR(WS-DEED-IDX)
                       "  " WS-GRADE-NAME
                       "  " WS-DD-CAUSE(WS-DEED-IDX)
                       "  " WS-DIRECTION
                       " " WS-FORMAT-ACRES
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               EVALUATE WS-DD-SIDE(WS-DEED-IDX)
                   WHEN "BF"
                       IF WS-PL-HAS-CLOSE(WS-GRADE-IDX) = 'Y'
                               AND WS-PL-LAST-CLOSE(WS-GRADE-IDX)
                                   NOT = WS-DD-ACRES(WS-DEED-IDX)
                           MOVE WS-PL-LAST-CLOSE(WS-GRADE-IDX)
                               TO WS-FORMAT-ACRES
                           MOVE SPACES TO PR-LINE
                           STRING "EXCEPTION: THE POOL OPENED OFF "
                                   "THE PRIOR YEAR'S CLOSING OF "
                                   WS-FORMAT-ACRES
                               DELIMITED BY SIZE INTO PR-LINE
                           WRITE PR-LINE
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                       MOVE WS-DD-ACRES(WS-DEED-IDX)
                           TO WS-PL-OPENING(WS-GRADE-IDX)
                   WHEN "CR"
                       ADD WS-DD-ACRES(WS-DEED-IDX)
                           TO WS-PL-CREDITS(WS-GRADE-IDX)
                       MOVE 'Y' TO WS-PL-MOVED(WS-GRADE-IDX)
                   WHEN "DR"
                       ADD WS-DD-ACRES(WS-DEED-IDX)
                           TO WS-PL-DEBITS(WS-GRADE-IDX)
                       MOVE 'Y' TO WS-PL-MOVED(WS-GRADE-IDX)
                   WHEN "CF"
                       PERFORM PROVE-POOL-CLOSING
               END-EVALUATE
           CONTINUE.

           PROVE-POOL-CLOSING SECTION.
               COMPUTE WS-EXPECTED =
                       WS-PL-OPENING(WS-GRADE-IDX)
                       + WS-PL-CREDITS(WS-GRADE-IDX)
                       - WS-PL-DEBITS(WS-GRADE-IDX)
               IF WS-EXPECTED = WS-DD-ACRES(WS-DEED-IDX)
                   ADD 1 TO WS-PROVED-COUNT
               ELSE
                   MOVE WS-EXPECTED TO WS-FORMAT-EXPECTED
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: THE YEAR'S DEEDS REBUILD THE "
                           "POOL TO " WS-FORMAT-EXPECTED
                           " ACRES, NOT THE CLOSING ABOVE"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE WS-DD-ACRES(WS-DEED-IDX)
                   TO WS-PL-LAST-CLOSE(WS-GRADE-IDX)
               MOVE 'Y' TO WS-PL-HAS-CLOSE(WS-GRADE-IDX)
               MOVE 'N' TO WS-PL-MOVED(WS-GRADE-IDX)
           CONTINUE.

      *    Acres that moved in a year that never reached its
      *    closing deed are unproven -- a reign that ended mid-
      *    year, or a registry cut short by a crash.
           CHECK-POOLS-CLOSED SECTION.
               PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                       UNTIL WS-GRADE-IDX > 2
                   IF WS-PL-MOVED(WS-GRADE-IDX) = 'Y'
                       MOVE SPACES TO PR-LINE
                       STRING "EXCEPTION: " WS-CUR-GOVERNOR
                               " YEAR " WS-CUR-YEAR
                               " MOVED ACRES THAT NO CLOSING DEED "
                               "ACCOUNTS FOR"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE 'N' TO WS-PL-MOVED(WS-GRADE-IDX)
                   END-IF
               END-PERFORM
           CONTINUE.

           WRITE-REGISTRY-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-DEEDS-READ TO WS-FORMAT-COUNT
               STRING "REGISTRY DEEDS READ:      " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-PROVED-COUNT TO WS-FORMAT-COUNT
               STRING "GRADE POOLS PROVED:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               STRING "EXCEPTIONS:               " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               DISPLAY "HAMLREG complete -- " WS-FORMAT-COUNT
                       " exception(s); report in LANDRPT.DAT."
           CONTINUE.
       END PROGRAM HAMLREG.
