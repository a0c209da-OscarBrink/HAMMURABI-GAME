      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-14
      * Purpose:   Census report. Reads the census register
      *            CENSUS.DAT reign by reign and breaks each reign's
      *            population history down by cause: for every
      *            province-year the opening head count, the
      *            immigrants, the settlers moved in by caravan or
      *            founding expedition, the births, the EVENTS.DAT
      *            arrivals, the starved, the plague dead, the old
      *            who died of their years, the settlers moved out,
      *            the EVENTS.DAT losses, and the closing head count,
      *            with the reign's totals by cause beneath. Each
      *            province-year is re-proved as it is listed:
      *            opening + arrivals - losses must land on the
      *            closing entry, and each opening must carry forward
      *            the prior year's closing. A year whose opening
      *            went with a crash is proved from the prior closing
      *            instead. The report goes to CENSRPT.DAT; any
      *            province-year that does not reconcile is an
      *            exception and ends the run with a nonzero return
      *            code. Run as the step after the land registry
      *            report in HAMBATCH.JCL.
      *            OUTBAL entries are the live proof's own flags, not
      *            movements; they are kept out of the rebuilt sums
      *            and each one is reported as an exception. A cause
      *            this report does not name is counted with the
      *            events.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-16 OB Reads an archived reign's set when
      *              ARCHPARM.DAT names one, so a reign played
      *              weeks and several governors ago can still be
      *              broken down and re-proved; without the parm the
      *              live files are read as before.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      *   2026-10-15 OB Births and deaths of old age, posted by MAIN as
      *              the year turns over the age cohorts, get columns
      *              of their own instead of falling in with the
      *              events; the report line grows to 110 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCENS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CENSUS-FILE ASSIGN TO DYNAMIC WS-CENSUS-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CENSUS-FILE-STATUS.
               SELECT CENSUS-REPORT-FILE ASSIGN TO "CENSRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's CENSUS-FILE record.
               FD CENSUS-FILE.
               01 CN-RECORD.
                   05 CN-GOVERNOR PIC X(20).
                   05 CN-YEAR PIC 99.
                   05 CN-PROVINCE PIC 9.
                   05 CN-CAUSE PIC X(8).
                   05 CN-SIDE PIC X(2).
                   05 CN-PEOPLE PIC 9(7).

               FD CENSUS-REPORT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-CENSUS-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REIGN-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The register is written a year at a time and each
      *        year's entries for every province sit together, so
      *        the year in progress is gathered here, one entry per
      *        province, and listed when the year changes. The
      *        causes are bucketed as the report's columns: 1
      *        immigrants, 2 settlers in, 3 births, 4 events in,
      *        5 starved, 6 plague, 7 old age, 8 settlers out, 9
      *        events out.
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-PROV-IDX PIC 9.
               01 WS-BUCKET-IDX PIC 9.
               01 WS-YEAR-TABLE.
                   05 WS-YR-PROV OCCURS 8 TIMES.
                       10 WS-YR-OPENING PIC 9(7).
                       10 WS-YR-HAS-OPEN PIC A.
                       10 WS-YR-CLOSING PIC 9(7).
                       10 WS-YR-HAS-CLOSE PIC A.
                       10 WS-YR-TOUCHED PIC A.
                       10 WS-YR-ARRIVALS PIC 9(8).
                       10 WS-YR-LOSSES PIC 9(8).
                       10 WS-YR-BUCKET PIC 9(8) OCCURS 9 TIMES.

      *        Each province's last closing in the reign, for the
      *        carry-forward check.
               01 WS-CHAIN-TABLE.
                   05 WS-CH-PROV OCCURS 8 TIMES.
                       10 WS-CH-LAST-CLOSE PIC 9(7).
                       10 WS-CH-HAS-CLOSE PIC A.

               01 WS-REIGN-TOTALS.
                   05 WS-RT-BUCKET PIC 9(8) OCCURS 9 TIMES.

               01 WS-OPENING PIC 9(7).
               01 WS-EXPECTED PIC S9(9).
               01 WS-ENTRIES-READ PIC 9(7) VALUE 0.
               01 WS-REIGN-COUNT PIC 9(4) VALUE 0.
               01 WS-PROVED-COUNT PIC 9(4) VALUE 0.
               01 WS-CHAINED-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-PEOPLE PIC Z(6)9.
               01 WS-FORMAT-EXPECTED PIC -(8)9.
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 WS-FR-OPENING PIC Z(6)9.
                   05 WS-FR-BUCKET OCCURS 9 TIMES.
                       10 FILLER PIC X(2).
                       10 WS-FR-PEOPLE PIC Z(6)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-CLOSING PIC Z(6)9.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMCENS".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live files unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-CENSUS-NAME PIC X(20) VALUE "CENSUS.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCENS -- census report."
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
               OPEN OUTPUT CENSUS-REPORT-FILE
               MOVE "CENSUS REGISTER -- POPULATION BY CAUSE"
                   TO PR-LINE
               WRITE PR-LINE
               IF WS-ARCHIVE-SUFFIX NOT = "DAT"
                   MOVE SPACES TO PR-LINE
                   STRING "ARCHIVED REIGN: " WS-ARCHIVE-GOVERNOR
                           " REIGN " WS-ARCHIVE-REIGN-SEQ
                           "  SET " WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF

               PERFORM READ-CENSUS-REGISTER
               PERFORM WRITE-CENSUS-SUMMARY

               CLOSE CENSUS-REPORT-FILE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-ENTRIES-READ TO WS-RUNLOG-READS
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
                   MOVE SPACES TO WS-CENSUS-NAME
                   STRING "CENSUS." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-CENSUS-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           READ-CENSUS-REGISTER SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CENSUS-FILE
               IF WS-CENSUS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-CENSUS-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ CENSUS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM TAKE-CENSUS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
               IF WS-REIGN-STARTED
                   PERFORM LIST-CENSUS-YEAR
                   PERFORM WRITE-REIGN-TOTALS
               END-IF
           CONTINUE.

      *    A new governor, or a year that runs backwards under the
      *    same name, starts a new reign and its carry-forward chain
      *    over; a new year lists the one before it.
           TAKE-CENSUS-ENTRY SECTION.
               IF CN-YEAR NOT NUMERIC
                       OR CN-PROVINCE NOT NUMERIC
                       OR CN-PEOPLE NOT NUMERIC
                       OR CN-PROVINCE = 0 OR CN-PROVINCE > 8
                       OR (CN-SIDE NOT = "CR" AND CN-SIDE NOT = "DR"
                           AND CN-SIDE NOT = "BF"
                           AND CN-SIDE NOT = "CF")
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: UNREADABLE CENSUS ENTRY: "
                           CN-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF CN-CAUSE = "OUTBAL"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: LIVE PROOF FLAGGED "
                           CN-GOVERNOR " YEAR " CN-YEAR
                           " PROVINCE " CN-PROVINCE
                           " OUT OF BALANCE BY " CN-SIDE " "
                           CN-PEOPLE
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF NOT WS-REIGN-STARTED
                       OR CN-GOVERNOR NOT = WS-CUR-GOVERNOR
                       OR CN-YEAR < WS-CUR-YEAR
                   IF WS-REIGN-STARTED
                       PERFORM LIST-CENSUS-YEAR
                       PERFORM WRITE-REIGN-TOTALS
                   END-IF
                   PERFORM START-CENSUS-REIGN
               ELSE
                   IF CN-YEAR NOT = WS-CUR-YEAR
                       PERFORM LIST-CENSUS-YEAR
                       MOVE CN-YEAR TO WS-CUR-YEAR
                   END-IF
               END-IF

               MOVE CN-PROVINCE TO WS-PROV-IDX
               EVALUATE CN-SIDE
                   WHEN "BF"
                       MOVE CN-PEOPLE TO WS-YR-OPENING(WS-PROV-IDX)
                       MOVE 'Y' TO WS-YR-HAS-OPEN(WS-PROV-IDX)
                   WHEN "CF"
                       MOVE CN-PEOPLE TO WS-YR-CLOSING(WS-PROV-IDX)
                       MOVE 'Y' TO WS-YR-HAS-CLOSE(WS-PROV-IDX)
                   WHEN "CR"
                       ADD CN-PEOPLE TO WS-YR-ARRIVALS(WS-PROV-IDX)
                       EVALUATE CN-CAUSE
                           WHEN "MIGRANTS"
                               MOVE 1 TO WS-BUCKET-IDX
                           WHEN "CARAVAN"
                           WHEN "FOUNDING"
                               MOVE 2 TO WS-BUCKET-IDX
                           WHEN "BIRTHS"
                               MOVE 3 TO WS-BUCKET-IDX
                           WHEN OTHER
                               MOVE 4 TO WS-BUCKET-IDX
                       END-EVALUATE
                       ADD CN-PEOPLE
                           TO WS-YR-BUCKET(WS-PROV-IDX, WS-BUCKET-IDX)
                   WHEN "DR"
                       ADD CN-PEOPLE TO WS-YR-LOSSES(WS-PROV-IDX)
                       EVALUATE CN-CAUSE
                           WHEN "STARVED"
                               MOVE 5 TO WS-BUCKET-IDX
                           WHEN "PLAGUE"
                               MOVE 6 TO WS-BUCKET-IDX
                           WHEN "OLDAGE"
                               MOVE 7 TO WS-BUCKET-IDX
                           WHEN "CARAVAN"
                           WHEN "FOUNDING"
                               MOVE 8 TO WS-BUCKET-IDX
                           WHEN OTHER
                               MOVE 9 TO WS-BUCKET-IDX
                       END-EVALUATE
                       ADD CN-PEOPLE
                           TO WS-YR-BUCKET(WS-PROV-IDX, WS-BUCKET-IDX)
               END-EVALUATE
               MOVE 'Y' TO WS-YR-TOUCHED(WS-PROV-IDX)
           CONTINUE.

           START-CENSUS-REIGN SECTION.
               SET WS-REIGN-STARTED TO TRUE
               ADD 1 TO WS-REIGN-COUNT
               MOVE CN-GOVERNOR TO WS-CUR-GOVERNOR
               MOVE CN-YEAR TO WS-CUR-YEAR
               INITIALIZE WS-REIGN-TOTALS
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE 0 TO WS-CH-LAST-CLOSE(WS-PROV-IDX)
                   MOVE 'N' TO WS-CH-HAS-CLOSE(WS-PROV-IDX)
               END-PERFORM
               PERFORM CLEAR-CENSUS-YEAR

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "REIGN OF " WS-CUR-GOVERNOR
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "  YR P  OPENING  MIGRANT  SETT-IN   BIRTHS"
                       "   EVENT+  STARVED   PLAGUE  OLD AGE SETT-OUT"
                       "   EVENT-  CLOSING"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

           CLEAR-CENSUS-YEAR SECTION.
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE 0 TO WS-YR-OPENING(WS-PROV-IDX)
                   MOVE 'N' TO WS-YR-HAS-OPEN(WS-PROV-IDX)
                   MOVE 0 TO WS-YR-CLOSING(WS-PROV-IDX)
                   MOVE 'N' TO WS-YR-HAS-CLOSE(WS-PROV-IDX)
                   MOVE 'N' TO WS-YR-TOUCHED(WS-PROV-IDX)
                   MOVE 0 TO WS-YR-ARRIVALS(WS-PROV-IDX)
                   MOVE 0 TO WS-YR-LOSSES(WS-PROV-IDX)
                   PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                           UNTIL WS-BUCKET-IDX > 9
                       MOVE 0 TO WS-YR-BUCKET(WS-PROV-IDX,
                                              WS-BUCKET-IDX)
                   END-PERFORM
               END-PERFORM
           CONTINUE.

      *    Lists and re-proves the year just gathered, one line per
      *    province that had any entry, then clears it for the next.
           LIST-CENSUS-YEAR SECTION.
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   IF WS-YR-TOUCHED(WS-PROV-IDX) = 'Y'
                       PERFORM LIST-PROVINCE-YEAR
                   END-IF
               END-PERFORM
               PERFORM CLEAR-CENSUS-YEAR
           CONTINUE.

      *    The opening is the brought-forward entry, checked against
      *    the prior closing; with no brought-forward entry (a year
      *    resumed from a checkpoint, or a province founded this
      *    year) it is the prior closing, or no one at all.
           LIST-PROVINCE-YEAR SECTION.
               IF WS-YR-HAS-OPEN(WS-PROV-IDX) = 'Y'
                   MOVE WS-YR-OPENING(WS-PROV-IDX) TO WS-OPENING
               ELSE
                   IF WS-CH-HAS-CLOSE(WS-PROV-IDX) = 'Y'
                       MOVE WS-CH-LAST-CLOSE(WS-PROV-IDX)
                           TO WS-OPENING
                       ADD 1 TO WS-CHAINED-COUNT
                   ELSE
                       MOVE 0 TO WS-OPENING
                   END-IF
               END-IF

               MOVE WS-OPENING TO WS-FR-OPENING
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 9
                   MOVE WS-YR-BUCKET(WS-PROV-IDX, WS-BUCKET-IDX)
                       TO WS-FR-PEOPLE(WS-BUCKET-IDX)
                   ADD WS-YR-BUCKET(WS-PROV-IDX, WS-BUCKET-IDX)
                       TO WS-RT-BUCKET(WS-BUCKET-IDX)
               END-PERFORM
               MOVE WS-YR-CLOSING(WS-PROV-IDX) TO WS-FR-CLOSING
               MOVE SPACES TO PR-LINE
               STRING "  " WS-CUR-YEAR " " WS-PROV-IDX "  "
                       WS-FORMAT-ROW
                   DELIMITED BY SIZE INTO PR-LINE
               IF WS-YR-HAS-CLOSE(WS-PROV-IDX) NOT = 'Y'
                   MOVE "      -" TO PR-LINE(99:7)
               END-IF
               WRITE PR-LINE

               IF WS-YR-HAS-OPEN(WS-PROV-IDX) = 'Y'
                       AND WS-CH-HAS-CLOSE(WS-PROV-IDX) = 'Y'
                       AND WS-CH-LAST-CLOSE(WS-PROV-IDX)
                           NOT = WS-YR-OPENING(WS-PROV-IDX)
                   MOVE WS-CH-LAST-CLOSE(WS-PROV-IDX)
                       TO WS-FORMAT-PEOPLE
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: THE PROVINCE OPENED OFF THE "
                           "PRIOR YEAR'S CLOSING OF " WS-FORMAT-PEOPLE
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF

               IF WS-YR-HAS-CLOSE(WS-PROV-IDX) NOT = 'Y'
                   IF WS-YR-ARRIVALS(WS-PROV-IDX) > 0
                           OR WS-YR-LOSSES(WS-PROV-IDX) > 0
                       MOVE SPACES TO PR-LINE
                       STRING "EXCEPTION: " WS-CUR-GOVERNOR
                               " YEAR " WS-CUR-YEAR
                               " MOVED PEOPLE THAT NO CLOSING ENTRY "
                               "ACCOUNTS FOR"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   EXIT SECTION
               END-IF

               COMPUTE WS-EXPECTED = WS-OPENING
                       + WS-YR-ARRIVALS(WS-PROV-IDX)
                       - WS-YR-LOSSES(WS-PROV-IDX)
               IF WS-EXPECTED = WS-YR-CLOSING(WS-PROV-IDX)
                   ADD 1 TO WS-PROVED-COUNT
               ELSE
                   MOVE WS-EXPECTED TO WS-FORMAT-EXPECTED
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: THE YEAR'S ENTRIES REBUILD THE "
                           "PROVINCE TO " WS-FORMAT-EXPECTED
                           " PEOPLE, NOT THE CLOSING ABOVE"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE WS-YR-CLOSING(WS-PROV-IDX)
                   TO WS-CH-LAST-CLOSE(WS-PROV-IDX)
               MOVE 'Y' TO WS-CH-HAS-CLOSE(WS-PROV-IDX)
           CONTINUE.

      *    The reign's movements by cause, summed over every
      *    province and year listed above it.
           WRITE-REIGN-TOTALS SECTION.
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 9
                   MOVE WS-RT-BUCKET(WS-BUCKET-IDX)
                       TO WS-FR-PEOPLE(WS-BUCKET-IDX)
               END-PERFORM
               MOVE SPACES TO PR-LINE
               STRING "  REIGN " WS-FORMAT-ROW
                   DELIMITED BY SIZE INTO PR-LINE
               MOVE SPACES TO PR-LINE(9:7)
               MOVE SPACES TO PR-LINE(99:7)
               WRITE PR-LINE
           CONTINUE.

           WRITE-CENSUS-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-ENTRIES-READ TO WS-FORMAT-COUNT
               STRING "CENSUS ENTRIES READ:      " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-REIGN-COUNT TO WS-FORMAT-COUNT
               STRING "REIGNS REPORTED:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-PROVED-COUNT TO WS-FORMAT-COUNT
               STRING "PROVINCE-YEARS PROVED:    " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-CHAINED-COUNT TO WS-FORMAT-COUNT
               STRING "OPENED FROM PRIOR CLOSE:  " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               STRING "EXCEPTIONS:               " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               DISPLAY "HAMCENS complete -- " WS-FORMAT-COUNT
                       " exception(s); report in CENSRPT.DAT."
           CONTINUE.
       END PROGRAM HAMCENS.
