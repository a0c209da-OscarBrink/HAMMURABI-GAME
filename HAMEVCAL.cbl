      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-30
      * Purpose:   Event calibration report. Each line of EVENTS.DAT
      *            promises a chance of firing (EV-CHANCE-PCT) and a
      *            magnitude rolled evenly from EV-MIN-PCT to
      *            EV-MAX-PCT; MAIN logs every roll of a line and
      *            every firing to EVENTLOG.DAT. This report holds
      *            the log, across all reigns on file, up against
      *            the deck as it stands: for every line, the rolls
      *            and firings, the observed firing frequency against
      *            the chance, and the average magnitude rolled
      *            against the middle of the range, with the average
      *            amount applied for reference.
      *            A figure is IN BAND when it lies within two
      *            standard deviations of what the line promises,
      *            HIGH or LOW when it does not; a line rolled or
      *            fired too seldom to judge says TOO FEW. Only
      *            records logged under the line's present settings
      *            are counted -- a line an instructor has retuned
      *            starts again -- and the rest are counted in the
      *            summary. The report goes to EVCALIB.DAT. Run as
      *            the step after the income statement in
      *            HAMBATCH.JCL.
      *            RC=4 when a line is out of band or there is no log
      *            yet, RC=8 when EVENTS.DAT cannot be read or a log
      *            record cannot be.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMEVCAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVENTS-FILE-STATUS.
               SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVENT-LOG-STATUS.
               SELECT CALIBRATION-FILE ASSIGN TO "EVCALIB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's EVENTS-FILE record.
               FD EVENTS-FILE.
               01 EV-RECORD.
                   05 EV-CHANCE-PCT PIC 99.
                   05 EV-RESOURCE PIC X.
                   05 EV-DIRECTION PIC X.
                   05 EV-MIN-PCT PIC 99.
                   05 EV-MAX-PCT PIC 99.
                   05 EV-TEXT PIC X(60).

      *        Mirrors MAIN's EVENT-LOG-FILE record.
               FD EVENT-LOG-FILE.
               01 EL-RECORD.
                   05 EL-TYPE PIC X(2).
                   05 EL-GOVERNOR PIC X(20).
                   05 EL-REIGN-SEQ PIC 9(3).
                   05 EL-YEAR PIC 99.
                   05 EL-PROVINCE PIC 9.
                   05 EL-LINE PIC 99.
                   05 EL-RESOURCE PIC X.
                   05 EL-DIRECTION PIC X.
                   05 EL-CHANCE-PCT PIC 99.
                   05 EL-MIN-PCT PIC 99.
                   05 EL-MAX-PCT PIC 99.
                   05 EL-ROLLED-PCT PIC 99.
                   05 EL-BASE PIC 9(7).
                   05 EL-AMOUNT PIC 9(7).

               FD CALIBRATION-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-EVENTS-FILE-STATUS PIC X(02).
               01 WS-EVENT-LOG-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MATCH-CHECK PIC A.
                   88 WS-LINE-MATCHED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The deck as MAIN loads it: the valid lines, up to ten,
      *        each under its line number in EVENTS.DAT, with the
      *        tallies of the log records made under its settings.
               01 WS-LINES-READ PIC 99 VALUE 0.
               01 WS-EVENT-COUNT PIC 99 VALUE 0.
               01 WS-EVENT-IDX PIC 99.
               01 WS-EVENT-TABLE.
                   05 WS-EVENT-DEF OCCURS 10 TIMES.
                       10 WS-EVENT-LINE-NO PIC 99.
                       10 WS-EVENT-CHANCE-PCT PIC 99.
                       10 WS-EVENT-RESOURCE PIC X.
                       10 WS-EVENT-DIRECTION PIC X.
                       10 WS-EVENT-MIN-PCT PIC 99.
                       10 WS-EVENT-MAX-PCT PIC 99.
                       10 WS-EVENT-TEXT PIC X(60).
                       10 WS-EVENT-ROLLS PIC 9(7).
                       10 WS-EVENT-FIRES PIC 9(7).
                       10 WS-EVENT-PCT-SUM PIC 9(9).
                       10 WS-EVENT-AMOUNT-SUM PIC 9(12).

      *        Working figures for the two-standard-deviation tests,
      *        squared on both sides so no root is needed.
               01 WS-CALC-DEVIATION PIC S9(13).
               01 WS-CALC-LEFT PIC S9(18).
               01 WS-CALC-RIGHT PIC S9(18).
               01 WS-CALC-WIDTH PIC 999.
               01 WS-FREQ-VERDICT PIC X(8).
               01 WS-MAG-VERDICT PIC X(8).

               01 WS-RECORDS-READ PIC 9(7) VALUE 0.
               01 WS-ROLLS-MATCHED PIC 9(7) VALUE 0.
               01 WS-FIRES-MATCHED PIC 9(7) VALUE 0.
               01 WS-OTHER-SETTINGS PIC 9(7) VALUE 0.
               01 WS-OUT-OF-BAND PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(6)9.

               01 WS-HEADER-ROW.
                   05 FILLER PIC X(39) VALUE
                       "  LINE RES DIR CHANCE    ROLLS    FIRED".
                   05 FILLER PIC X(27) VALUE
                       "  OBSERVED  VERDICT MIN MAX".
                   05 FILLER PIC X(41) VALUE
                       "  AVG.ROLL  EXPECTED  VERDICT  AVG AMOUNT".
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 FILLER PIC X(4).
                   05 WS-FR-LINE PIC Z9.
                   05 FILLER PIC X(3).
                   05 WS-FR-RESOURCE PIC X.
                   05 FILLER PIC X(3).
                   05 WS-FR-DIRECTION PIC X.
                   05 FILLER PIC X(4).
                   05 WS-FR-CHANCE PIC Z9.
                   05 FILLER PIC X(1) VALUE "%".
                   05 FILLER PIC X(1).
                   05 WS-FR-ROLLS PIC Z(7)9.
                   05 FILLER PIC X(1).
                   05 WS-FR-FIRES PIC Z(7)9.
                   05 FILLER PIC X(3).
                   05 WS-FR-OBSERVED PIC ZZ9.99.
                   05 FILLER PIC X(1) VALUE "%".
                   05 FILLER PIC X(2).
                   05 WS-FR-FREQ-VERDICT PIC X(8).
                   05 FILLER PIC X(1).
                   05 WS-FR-MIN PIC Z9.
                   05 FILLER PIC X(2).
                   05 WS-FR-MAX PIC Z9.
                   05 FILLER PIC X(4).
                   05 WS-FR-AVG-ROLL PIC ZZ9.99.
                   05 FILLER PIC X(5).
                   05 WS-FR-EXPECTED PIC ZZ9.9.
                   05 FILLER PIC X(2).
                   05 WS-FR-MAG-VERDICT PIC X(8).
                   05 FILLER PIC X(1).
                   05 WS-FR-AVG-AMOUNT PIC Z(9)9.
               01 WS-TEXT-ROW VALUE SPACES.
                   05 FILLER PIC X(9).
                   05 WS-TR-TEXT PIC X(60).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMEVCAL".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMEVCAL -- event calibration report."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               OPEN OUTPUT CALIBRATION-FILE
               MOVE "EVENT CALIBRATION -- EVENTS.DAT AGAINST THE LOG"
                   TO PR-LINE
               WRITE PR-LINE

               PERFORM LOAD-EVENT-DECK
               IF WS-EXCEPTION-COUNT > 0
                   CLOSE CALIBRATION-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF
               PERFORM READ-EVENT-LOG
               PERFORM WRITE-CALIBRATION-LINES
               PERFORM WRITE-CALIBRATION-SUMMARY

               CLOSE CALIBRATION-FILE
               IF WS-OUT-OF-BAND > 0 OR WS-RECORDS-READ = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-RECORDS-READ TO WS-RUNLOG-READS
               MOVE WS-OUT-OF-BAND TO WS-RUNLOG-WRITES
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.


      *    The END record for the run log, written on every way out.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

      *    Loads the deck by MAIN's own rule -- a line whose figures
      *    are not numeric, or whose range runs backwards, is
      *    skipped, and no more than ten are taken -- while keeping
      *    every line's number in the file, which is what the log
      *    records carry.
           LOAD-EVENT-DECK SECTION.
               OPEN INPUT EVENTS-FILE
               IF WS-EVENTS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: EVENTS.DAT could not be opened "
                           "(status " WS-EVENTS-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-EVENT-COUNT >= 10
                   READ EVENTS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           IF EV-CHANCE-PCT IS NUMERIC
                                   AND EV-MIN-PCT IS NUMERIC
                                   AND EV-MAX-PCT IS NUMERIC
                                   AND EV-MAX-PCT >= EV-MIN-PCT
                               ADD 1 TO WS-EVENT-COUNT
                               PERFORM TAKE-EVENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           CONTINUE.

           TAKE-EVENT-LINE SECTION.
               MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
               MOVE WS-LINES-READ TO WS-EVENT-LINE-NO(WS-EVENT-IDX)
               MOVE EV-CHANCE-PCT TO WS-EVENT-CHANCE-PCT(WS-EVENT-IDX)
               MOVE EV-RESOURCE TO WS-EVENT-RESOURCE(WS-EVENT-IDX)
               MOVE EV-DIRECTION TO WS-EVENT-DIRECTION(WS-EVENT-IDX)
               MOVE EV-MIN-PCT TO WS-EVENT-MIN-PCT(WS-EVENT-IDX)
               MOVE EV-MAX-PCT TO WS-EVENT-MAX-PCT(WS-EVENT-IDX)
               MOVE EV-TEXT TO WS-EVENT-TEXT(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-ROLLS(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-FIRES(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-PCT-SUM(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-AMOUNT-SUM(WS-EVENT-IDX)
           CONTINUE.

      *    No log yet is not an error -- no reign has been played
      *    since the log came in -- but the report says so and the
      *    step ends RC=4.
           READ-EVENT-LOG SECTION.
               OPEN INPUT EVENT-LOG-FILE
               IF WS-EVENT-LOG-STATUS = "35"
                   MOVE "NO EVENT LOG ON FILE -- NOTHING TO CALIBRATE."
                       TO PR-LINE
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               IF WS-EVENT-LOG-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: EVENTLOG.DAT could not be "
                           "opened (status " WS-EVENT-LOG-STATUS ")"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ EVENT-LOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-EVENT-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENT-LOG-FILE
           CONTINUE.

      *    A record counts against a line only when it was logged
      *    under the line's present number and settings.
           TAKE-EVENT-LOG-RECORD SECTION.
               IF (EL-TYPE NOT = "RL" AND EL-TYPE NOT = "EV")
                       OR EL-LINE IS NOT NUMERIC
                       OR EL-CHANCE-PCT IS NOT NUMERIC
                       OR EL-ROLLED-PCT IS NOT NUMERIC
                       OR EL-AMOUNT IS NOT NUMERIC
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: unreadable event log record "
                           EL-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               SET WS-LINE-MATCHED TO FALSE
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                           OR WS-LINE-MATCHED
                   IF EL-LINE = WS-EVENT-LINE-NO(WS-EVENT-IDX)
                           AND EL-CHANCE-PCT =
                               WS-EVENT-CHANCE-PCT(WS-EVENT-IDX)
                           AND EL-RESOURCE =
                               WS-EVENT-RESOURCE(WS-EVENT-IDX)
                           AND EL-DIRECTION =
                               WS-EVENT-DIRECTION(WS-EVENT-IDX)
                           AND EL-MIN-PCT =
                               WS-EVENT-MIN-PCT(WS-EVENT-IDX)
                           AND EL-MAX-PCT =
                               WS-EVENT-MAX-PCT(WS-EVENT-IDX)
                       SET WS-LINE-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-LINE-MATCHED
                   ADD 1 TO WS-OTHER-SETTINGS
                   EXIT SECTION
               END-IF
               SUBTRACT 1 FROM WS-EVENT-IDX
               IF EL-TYPE = "RL"
                   ADD 1 TO WS-EVENT-ROLLS(WS-EVENT-IDX)
                   ADD 1 TO WS-ROLLS-MATCHED
               ELSE
                   ADD 1 TO WS-EVENT-FIRES(WS-EVENT-IDX)
                   ADD EL-ROLLED-PCT TO WS-EVENT-PCT-SUM(WS-EVENT-IDX)
                   ADD EL-AMOUNT TO WS-EVENT-AMOUNT-SUM(WS-EVENT-IDX)
                   ADD 1 TO WS-FIRES-MATCHED
               END-IF
           CONTINUE.

           WRITE-CALIBRATION-LINES SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-HEADER-ROW TO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   PERFORM JUDGE-FREQUENCY
                   PERFORM JUDGE-MAGNITUDE
                   PERFORM WRITE-CALIBRATION-LINE
               END-PERFORM
           CONTINUE.

      *    Firings in n rolls at c percent: mean n*c/100, variance
      *    n*c*(100-c)/10000. Out of band when the firings stray
      *    more than two deviations, i.e. when
      *    (100*fired - n*c)**2 > 4*n*c*(100-c). Fewer than five
      *    firings expected is too few to judge.
           JUDGE-FREQUENCY SECTION.
               MOVE "TOO FEW" TO WS-FREQ-VERDICT
               IF WS-EVENT-ROLLS(WS-EVENT-IDX) *
                       WS-EVENT-CHANCE-PCT(WS-EVENT-IDX) < 500
                   EXIT SECTION
               END-IF
               COMPUTE WS-CALC-DEVIATION =
                       100 * WS-EVENT-FIRES(WS-EVENT-IDX)
                       - WS-EVENT-ROLLS(WS-EVENT-IDX)
                           * WS-EVENT-CHANCE-PCT(WS-EVENT-IDX)
               COMPUTE WS-CALC-LEFT =
                       WS-CALC-DEVIATION * WS-CALC-DEVIATION
               COMPUTE WS-CALC-RIGHT =
                       4 * WS-EVENT-ROLLS(WS-EVENT-IDX)
                           * WS-EVENT-CHANCE-PCT(WS-EVENT-IDX)
                           * (100 - WS-EVENT-CHANCE-PCT(WS-EVENT-IDX))
               EVALUATE TRUE
                   WHEN WS-CALC-LEFT <= WS-CALC-RIGHT
                       MOVE "IN BAND" TO WS-FREQ-VERDICT
                   WHEN WS-CALC-DEVIATION > 0
                       MOVE "HIGH" TO WS-FREQ-VERDICT
                       ADD 1 TO WS-OUT-OF-BAND
                   WHEN OTHER
                       MOVE "LOW" TO WS-FREQ-VERDICT
                       ADD 1 TO WS-OUT-OF-BAND
               END-EVALUATE
           CONTINUE.

      *    A magnitude rolled evenly over the w whole percents from
      *    min to max has mean (min+max)/2 and variance (w*w-1)/12.
      *    Out of band when the sum S of k rolls strays more than two
      *    deviations, i.e. when 3*(2*S - k*(min+max))**2 >
      *    4*k*(w*w-1). Fewer than five firings is too few.
           JUDGE-MAGNITUDE SECTION.
               MOVE "TOO FEW" TO WS-MAG-VERDICT
               IF WS-EVENT-FIRES(WS-EVENT-IDX) < 5
                   EXIT SECTION
               END-IF
               COMPUTE WS-CALC-WIDTH =
                       WS-EVENT-MAX-PCT(WS-EVENT-IDX)
                       - WS-EVENT-MIN-PCT(WS-EVENT-IDX) + 1
               COMPUTE WS-CALC-DEVIATION =
                       2 * WS-EVENT-PCT-SUM(WS-EVENT-IDX)
                       - WS-EVENT-FIRES(WS-EVENT-IDX)
                           * (WS-EVENT-MIN-PCT(WS-EVENT-IDX)
                               + WS-EVENT-MAX-PCT(WS-EVENT-IDX))
               COMPUTE WS-CALC-LEFT =
                       3 * WS-CALC-DEVIATION * WS-CALC-DEVIATION
               COMPUTE WS-CALC-RIGHT =
                       4 * WS-EVENT-FIRES(WS-EVENT-IDX)
                           * (WS-CALC-WIDTH * WS-CALC-WIDTH - 1)
               EVALUATE TRUE
                   WHEN WS-CALC-LEFT <= WS-CALC-RIGHT
                       MOVE "IN BAND" TO WS-MAG-VERDICT
                   WHEN WS-CALC-DEVIATION > 0
                       MOVE "HIGH" TO WS-MAG-VERDICT
                       ADD 1 TO WS-OUT-OF-BAND
                   WHEN OTHER
                       MOVE "LOW" TO WS-MAG-VERDICT
                       ADD 1 TO WS-OUT-OF-BAND
               END-EVALUATE
           CONTINUE.

           WRITE-CALIBRATION-LINE SECTION.
               MOVE WS-EVENT-LINE-NO(WS-EVENT-IDX) TO WS-FR-LINE
               MOVE WS-EVENT-RESOURCE(WS-EVENT-IDX) TO WS-FR-RESOURCE
               MOVE WS-EVENT-DIRECTION(WS-EVENT-IDX)
                   TO WS-FR-DIRECTION
               MOVE WS-EVENT-CHANCE-PCT(WS-EVENT-IDX) TO WS-FR-CHANCE
               MOVE WS-EVENT-ROLLS(WS-EVENT-IDX) TO WS-FR-ROLLS
               MOVE WS-EVENT-FIRES(WS-EVENT-IDX) TO WS-FR-FIRES
               MOVE WS-FREQ-VERDICT TO WS-FR-FREQ-VERDICT
               MOVE WS-EVENT-MIN-PCT(WS-EVENT-IDX) TO WS-FR-MIN
               MOVE WS-EVENT-MAX-PCT(WS-EVENT-IDX) TO WS-FR-MAX
               MOVE WS-MAG-VERDICT TO WS-FR-MAG-VERDICT
               COMPUTE WS-FR-EXPECTED =
                       (WS-EVENT-MIN-PCT(WS-EVENT-IDX)
                           + WS-EVENT-MAX-PCT(WS-EVENT-IDX)) / 2
               IF WS-EVENT-ROLLS(WS-EVENT-IDX) > 0
                   COMPUTE WS-FR-OBSERVED ROUNDED =
                           WS-EVENT-FIRES(WS-EVENT-IDX) * 100
                           / WS-EVENT-ROLLS(WS-EVENT-IDX)
               ELSE
                   MOVE 0 TO WS-FR-OBSERVED
               END-IF
               IF WS-EVENT-FIRES(WS-EVENT-IDX) > 0
                   COMPUTE WS-FR-AVG-ROLL ROUNDED =
                           WS-EVENT-PCT-SUM(WS-EVENT-IDX)
                           / WS-EVENT-FIRES(WS-EVENT-IDX)
                   COMPUTE WS-FR-AVG-AMOUNT ROUNDED =
                           WS-EVENT-AMOUNT-SUM(WS-EVENT-IDX)
                           / WS-EVENT-FIRES(WS-EVENT-IDX)
               ELSE
                   MOVE 0 TO WS-FR-AVG-ROLL
                   MOVE 0 TO WS-FR-AVG-AMOUNT
               END-IF
               MOVE WS-FORMAT-ROW TO PR-LINE
               WRITE PR-LINE
               MOVE WS-EVENT-TEXT(WS-EVENT-IDX) TO WS-TR-TEXT
               MOVE WS-TEXT-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

           WRITE-CALIBRATION-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-RECORDS-READ TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "EVENT LOG RECORDS READ:        " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-ROLLS-MATCHED TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "ROLLS UNDER PRESENT SETTINGS:  " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-FIRES-MATCHED TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "FIRINGS UNDER PRESENT SETTINGS:" WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-OTHER-SETTINGS TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "RECORDS UNDER OTHER SETTINGS:  " WS-FORMAT-COUNT
                       "  (lines since retuned or withdrawn)"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-OUT-OF-BAND TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "FIGURES OUT OF BAND:           " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "EXCEPTIONS:                    " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.
       END PROGRAM HAMEVCAL.
