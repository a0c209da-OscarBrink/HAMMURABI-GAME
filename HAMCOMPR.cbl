      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Side-by-side comparison of two reigns off the
      *            analytics master AEMASTER.DAT. HAMCARER trends a
      *            governor's career and the reign report covers one
      *            reign, but setting two reigns against each other
      *            -- a governor's first and latest, or two students
      *            on the same scenario -- meant two printouts and a
      *            ruler every grading week. CMPRPARM.DAT names the
      *            two reigns, one to a line: columns 1-20 the
      *            governor, 21-23 the reign sequence, a blank or
      *            zero sequence asking for that governor's latest
      *            reign. Each reign's province rows are summed year
      *            by year and the two are written in parallel to
      *            REIGNCMP.RPT -- population, wheat, acres,
      *            starvation, losses, tribute and treasury, with the
      *            difference -- followed by the whole-reign figures
      *            and the year the reigns first diverged
      *            meaningfully: the first year their population or
      *            acres stood more than WS-DIVERGE-PCT percent
      *            apart. A reign rolled off the live master by
      *            HAMAEMNT has no years left to compare and ends
      *            the step RC=8, as a missing or garbled parameter
      *            does; no master at all ends it RC=12.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCOMPR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-ANALYTICS-FILE-STATUS.
               SELECT COMPARE-PARM-FILE ASSIGN TO "CMPRPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT COMPARE-REPORT-FILE ASSIGN TO "REIGNCMP.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's ANALYTICS-MASTER-FILE record.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-CLOSING-WHEAT PIC 9(7).
                   05 AM-ACRES PIC 9(7).
                   05 AM-POPULATION PIC 9(4).
                   05 AM-PRICE PIC 99.
                   05 AM-STARVED-COUNT PIC 9(7).
                   05 AM-RATS-LOSS PIC 9(7).
                   05 AM-SPOILAGE-LOSS PIC 9(7).
                   05 AM-RAID-WHEAT-LOSS PIC 9(7).
                   05 AM-RAID-ACRES-LOSS PIC 9(7).
                   05 AM-GUARD-SPEND PIC 9(7).
                   05 AM-GRANARY-LEVEL PIC 9.
                   05 AM-FERTILE-ACRES PIC 9(7).
                   05 AM-MARGINAL-ACRES PIC 9(7).
                   05 AM-LOAN-BALANCE PIC 9(7).
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

      *        Columns 1-20 the governor, 21-23 the reign sequence;
      *        a blank or zero sequence asks for their latest reign.
               FD COMPARE-PARM-FILE.
               01 CP-RECORD.
                   05 CP-GOVERNOR PIC X(20).
                   05 CP-REIGN-SEQ PIC 9(3).
                   05 CP-REIGN-SEQ-X REDEFINES CP-REIGN-SEQ
                       PIC X(3).

               FD COMPARE-REPORT-FILE.
               01 CR-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-ANALYTICS-FILE-STATUS PIC X(02).
               01 WS-PARM-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PARM-CHECK PIC A.
                   88 WS-PARM-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MISSING-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-MISSING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Names are registered in capitals, but reigns from the
      *        free-text days sit on the master as they were typed;
      *        the name is tried as given and then folded.
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-SEARCH-NAME PIC X(20).

      *        Population or acres further apart than this, as a
      *        percentage of the larger reign's figure, is a
      *        meaningful divergence.
               01 WS-DIVERGE-PCT PIC 99 VALUE 10.

      *        The two reigns, A and B, each summed over its
      *        provinces year by year. Tribute and treasury are
      *        kingdom figures repeated on every province row, so
      *        they are taken once a year.
               01 WS-SIDE PIC 9.
               01 WS-CMP-TABLE.
                   05 WS-CMP-SIDE OCCURS 2 TIMES.
                       10 WS-CMP-GOVERNOR PIC X(20).
                       10 WS-CMP-REIGN-ASKED PIC 9(3).
                       10 WS-CMP-REIGN PIC 9(3).
                       10 WS-CMP-LAST-YEAR PIC 99.
                       10 WS-CMP-ROW-YEAR PIC 99.
                       10 WS-CMP-YEAR OCCURS 20 TIMES.
                           15 WS-CMP-POP PIC 9(8).
                           15 WS-CMP-WHEAT PIC 9(8).
                           15 WS-CMP-ACRES PIC 9(8).
                           15 WS-CMP-STARVED PIC 9(8).
                           15 WS-CMP-LOSSES PIC 9(8).
                           15 WS-CMP-TRIBUTE PIC 9(8).
                           15 WS-CMP-TREASURE PIC 9(8).
                       10 WS-CMP-TOT-STARVED PIC 9(8).
                       10 WS-CMP-TOT-LOSSES PIC 9(8).
                       10 WS-CMP-TOT-TRIBUTE PIC 9(8).

               01 WS-YEAR-IDX PIC 99.
               01 WS-MAX-YEAR PIC 99.
               01 WS-COMMON-YEARS PIC 99.
               01 WS-DIVERGE-YEAR PIC 99 VALUE 0.
               01 WS-LATEST-REIGN PIC 9(3).
               01 WS-GAP PIC 9(8).
               01 WS-LARGER PIC 9(8).

      *        One line of the comparison: a measure, each reign's
      *        figure where it has one, and reign B less reign A.
               01 WS-ROW-LABEL PIC X(18).
               01 WS-ROW-A PIC 9(8).
               01 WS-ROW-B PIC 9(8).
               01 WS-ROW-DIFF PIC S9(9).
               01 WS-ROW-A-CHECK PIC A.
                   88 WS-ROW-HAS-A VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ROW-B-CHECK PIC A.
                   88 WS-ROW-HAS-B VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-FORMAT-A PIC X(10).
               01 WS-FORMAT-B PIC X(10).
               01 WS-FORMAT-DIFF-X PIC X(11).
               01 WS-FORMAT-NUM PIC Z(7)9.
               01 WS-FORMAT-DIFF PIC -(8)9.
               01 WS-FORMAT-YEAR PIC Z9.
               01 WS-FORMAT-SEQ PIC ZZ9.
               01 WS-FORMAT-PCT PIC Z9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMCOMPR".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCOMPR -- side-by-side reign comparison."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               OPEN OUTPUT COMPARE-REPORT-FILE
               MOVE "REIGN COMPARISON (FROM AEMASTER.DAT)" TO CR-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM READ-COMPARE-PARMS
               IF NOT WS-PARM-OK
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-COMPARISON
               END-IF
               MOVE WS-CMP-GOVERNOR(1) TO WS-RUNLOG-SUBJECT

               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-ANALYTICS-FILE-STATUS NOT = "00"
                   MOVE "AEMASTER.DAT COULD NOT BE OPENED" TO CR-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "AEMASTER.DAT could not be opened "
                           "(status " WS-ANALYTICS-FILE-STATUS ")."
                   MOVE 12 TO RETURN-CODE
                   PERFORM END-COMPARISON
               END-IF
               PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   PERFORM LOAD-ONE-REIGN
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE

               PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   IF WS-CMP-LAST-YEAR(WS-SIDE) = 0
                       PERFORM REPORT-MISSING-REIGN
                       SET WS-REIGN-MISSING TO TRUE
                   END-IF
               END-PERFORM
               IF WS-REIGN-MISSING
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-COMPARISON
               END-IF

               PERFORM FIND-DIVERGENCE-YEAR
               PERFORM WRITE-REIGN-HEADINGS
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > WS-MAX-YEAR
                   PERFORM WRITE-ONE-YEAR
               END-PERFORM
               PERFORM WRITE-WHOLE-REIGNS
               PERFORM WRITE-DIVERGENCE-LINE
               PERFORM END-COMPARISON
           STOP RUN.

      *    Every way out: the report closed and the run log's END
      *    record written with the step's return code.
           END-COMPARISON SECTION.
               CLOSE COMPARE-REPORT-FILE
               DISPLAY "Report written to REIGNCMP.RPT."
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           CONTINUE.

      *    The END record for the run log.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

           WRITE-REPORT-LINE SECTION.
               WRITE CR-LINE
               ADD 1 TO WS-RUNLOG-WRITES
               MOVE SPACES TO CR-LINE
           CONTINUE.

      *    The two reigns to compare, A on the first line and B on
      *    the second. Both must name a governor; a sequence that
      *    is not blank must be a number.
           READ-COMPARE-PARMS SECTION.
               SET WS-PARM-OK TO TRUE
               INITIALIZE WS-CMP-TABLE
               OPEN INPUT COMPARE-PARM-FILE
               IF WS-PARM-STATUS NOT = "00"
                   MOVE "CMPRPARM.DAT IS NOT PRESENT" TO CR-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "CMPRPARM.DAT is not present -- nothing "
                           "to compare."
                   SET WS-PARM-OK TO FALSE
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   MOVE SPACES TO CP-RECORD
                   READ COMPARE-PARM-FILE
                       AT END
                           MOVE SPACES TO CP-RECORD
                   END-READ
                   PERFORM TAKE-COMPARE-PARM
               END-PERFORM
               CLOSE COMPARE-PARM-FILE
           CONTINUE.

           TAKE-COMPARE-PARM SECTION.
               IF CP-GOVERNOR = SPACES
                   MOVE SPACES TO CR-LINE
                   STRING "CMPRPARM.DAT LINE " WS-SIDE
                           " NAMES NO GOVERNOR"
                       DELIMITED BY SIZE INTO CR-LINE
                   DISPLAY CR-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET WS-PARM-OK TO FALSE
                   EXIT SECTION
               END-IF
               MOVE CP-GOVERNOR TO WS-CMP-GOVERNOR(WS-SIDE)
               MOVE 0 TO WS-CMP-REIGN-ASKED(WS-SIDE)
               IF CP-REIGN-SEQ-X NOT = SPACES
                   IF CP-REIGN-SEQ IS NUMERIC
                       MOVE CP-REIGN-SEQ
                           TO WS-CMP-REIGN-ASKED(WS-SIDE)
                   ELSE
                       MOVE SPACES TO CR-LINE
                       STRING "CMPRPARM.DAT LINE " WS-SIDE
                               " REIGN SEQUENCE " CP-REIGN-SEQ-X
                               " IS NOT A NUMBER"
                           DELIMITED BY SIZE INTO CR-LINE
                       DISPLAY CR-LINE
                       PERFORM WRITE-REPORT-LINE
                       SET WS-PARM-OK TO FALSE
                   END-IF
               END-IF
           CONTINUE.

      *    One side's reign off the master (the file must be open),
      *    under the name as given and then folded to capitals.
           LOAD-ONE-REIGN SECTION.
               MOVE WS-CMP-GOVERNOR(WS-SIDE) TO WS-SEARCH-NAME
               PERFORM GATHER-REIGN-ROWS
               IF WS-CMP-LAST-YEAR(WS-SIDE) = 0
                   INSPECT WS-SEARCH-NAME
                       CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                   IF WS-SEARCH-NAME NOT = WS-CMP-GOVERNOR(WS-SIDE)
                       PERFORM GATHER-REIGN-ROWS
                       IF WS-CMP-LAST-YEAR(WS-SIDE) > 0
                           MOVE WS-SEARCH-NAME
                               TO WS-CMP-GOVERNOR(WS-SIDE)
                       END-IF
                   END-IF
               END-IF
           CONTINUE.

           GATHER-REIGN-ROWS SECTION.
               MOVE WS-CMP-REIGN-ASKED(WS-SIDE)
                   TO WS-CMP-REIGN(WS-SIDE)
               IF WS-CMP-REIGN(WS-SIDE) = 0
                   PERFORM FIND-LATEST-REIGN
                   MOVE WS-LATEST-REIGN TO WS-CMP-REIGN(WS-SIDE)
                   IF WS-CMP-REIGN(WS-SIDE) = 0
                       EXIT SECTION
                   END-IF
               END-IF
               MOVE 0 TO WS-CMP-ROW-YEAR(WS-SIDE)
               MOVE WS-SEARCH-NAME TO AM-GOVERNOR-NAME
               MOVE WS-CMP-REIGN(WS-SIDE) TO AM-REIGN-SEQ
               MOVE 0 TO AM-YEAR
               MOVE 0 TO AM-PROVINCE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF AM-GOVERNOR-NAME NOT = WS-SEARCH-NAME
                                   OR AM-REIGN-SEQ NOT =
                                       WS-CMP-REIGN(WS-SIDE)
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               PERFORM ADD-ROW-TO-SIDE
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

      *    The governor's highest reign sequence still on the
      *    master; zero when the governor has none there.
           FIND-LATEST-REIGN SECTION.
               MOVE 0 TO WS-LATEST-REIGN
               MOVE WS-SEARCH-NAME TO AM-GOVERNOR-NAME
               MOVE 0 TO AM-REIGN-SEQ
               MOVE 0 TO AM-YEAR
               MOVE 0 TO AM-PROVINCE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF AM-GOVERNOR-NAME NOT = WS-SEARCH-NAME
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               MOVE AM-REIGN-SEQ TO WS-LATEST-REIGN
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

           ADD-ROW-TO-SIDE SECTION.
               IF AM-YEAR < 1 OR AM-YEAR > 20
                   EXIT SECTION
               END-IF
               MOVE AM-YEAR TO WS-YEAR-IDX
               IF AM-YEAR > WS-CMP-LAST-YEAR(WS-SIDE)
                   MOVE AM-YEAR TO WS-CMP-LAST-YEAR(WS-SIDE)
               END-IF
               IF AM-YEAR NOT = WS-CMP-ROW-YEAR(WS-SIDE)
                   MOVE AM-YEAR TO WS-CMP-ROW-YEAR(WS-SIDE)
                   MOVE AM-TRIBUTE-PAID
                       TO WS-CMP-TRIBUTE(WS-SIDE, WS-YEAR-IDX)
                   MOVE AM-TREASURE
                       TO WS-CMP-TREASURE(WS-SIDE, WS-YEAR-IDX)
                   ADD AM-TRIBUTE-PAID TO WS-CMP-TOT-TRIBUTE(WS-SIDE)
               END-IF
               ADD AM-POPULATION TO WS-CMP-POP(WS-SIDE, WS-YEAR-IDX)
               ADD AM-CLOSING-WHEAT
                   TO WS-CMP-WHEAT(WS-SIDE, WS-YEAR-IDX)
               ADD AM-ACRES TO WS-CMP-ACRES(WS-SIDE, WS-YEAR-IDX)
               ADD AM-STARVED-COUNT
                   TO WS-CMP-STARVED(WS-SIDE, WS-YEAR-IDX)
               ADD AM-STARVED-COUNT TO WS-CMP-TOT-STARVED(WS-SIDE)
               ADD AM-RATS-LOSS AM-SPOILAGE-LOSS AM-RAID-WHEAT-LOSS
                   TO WS-CMP-LOSSES(WS-SIDE, WS-YEAR-IDX)
               ADD AM-RATS-LOSS AM-SPOILAGE-LOSS AM-RAID-WHEAT-LOSS
                   TO WS-CMP-TOT-LOSSES(WS-SIDE)
           CONTINUE.

           REPORT-MISSING-REIGN SECTION.
               MOVE SPACES TO CR-LINE
               IF WS-CMP-REIGN(WS-SIDE) = 0
                   STRING "NO REIGN OF " WS-CMP-GOVERNOR(WS-SIDE)
                           " IS ON THE LIVE MASTER"
                       DELIMITED BY SIZE INTO CR-LINE
               ELSE
                   MOVE WS-CMP-REIGN(WS-SIDE) TO WS-FORMAT-SEQ
                   STRING "REIGN " WS-FORMAT-SEQ " OF "
                           WS-CMP-GOVERNOR(WS-SIDE)
                           " IS NOT ON THE LIVE MASTER (ROLLED OFF "
                           "OR NEVER PLAYED)"
                       DELIMITED BY SIZE INTO CR-LINE
               END-IF
               DISPLAY CR-LINE
               PERFORM WRITE-REPORT-LINE
           CONTINUE.

      *    The first year both reigns reached in which population or
      *    acres stood further apart than the divergence percentage
      *    of the larger figure.
           FIND-DIVERGENCE-YEAR SECTION.
               MOVE WS-CMP-LAST-YEAR(1) TO WS-MAX-YEAR
               MOVE WS-CMP-LAST-YEAR(2) TO WS-COMMON-YEARS
               IF WS-CMP-LAST-YEAR(2) > WS-MAX-YEAR
                   MOVE WS-CMP-LAST-YEAR(2) TO WS-MAX-YEAR
                   MOVE WS-CMP-LAST-YEAR(1) TO WS-COMMON-YEARS
               END-IF
               MOVE 0 TO WS-DIVERGE-YEAR
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > WS-COMMON-YEARS
                           OR WS-DIVERGE-YEAR > 0
                   MOVE WS-CMP-POP(1, WS-YEAR-IDX) TO WS-ROW-A
                   MOVE WS-CMP-POP(2, WS-YEAR-IDX) TO WS-ROW-B
                   PERFORM TEST-DIVERGENCE
                   MOVE WS-CMP-ACRES(1, WS-YEAR-IDX) TO WS-ROW-A
                   MOVE WS-CMP-ACRES(2, WS-YEAR-IDX) TO WS-ROW-B
                   PERFORM TEST-DIVERGENCE
               END-PERFORM
           CONTINUE.

           TEST-DIVERGENCE SECTION.
               IF WS-ROW-A > WS-ROW-B
                   COMPUTE WS-GAP = WS-ROW-A - WS-ROW-B
                   MOVE WS-ROW-A TO WS-LARGER
               ELSE
                   COMPUTE WS-GAP = WS-ROW-B - WS-ROW-A
                   MOVE WS-ROW-B TO WS-LARGER
               END-IF
               IF WS-GAP * 100 > WS-LARGER * WS-DIVERGE-PCT
                       AND WS-DIVERGE-YEAR = 0
                   MOVE WS-YEAR-IDX TO WS-DIVERGE-YEAR
               END-IF
           CONTINUE.

           WRITE-REIGN-HEADINGS SECTION.
               PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   MOVE WS-CMP-REIGN(WS-SIDE) TO WS-FORMAT-SEQ
                   MOVE WS-CMP-LAST-YEAR(WS-SIDE) TO WS-FORMAT-YEAR
                   IF WS-SIDE = 1
                       STRING "REIGN A: " DELIMITED BY SIZE
                               INTO CR-LINE
                   ELSE
                       STRING "REIGN B: " DELIMITED BY SIZE
                               INTO CR-LINE
                   END-IF
                   MOVE WS-CMP-GOVERNOR(WS-SIDE) TO CR-LINE(10:20)
                   STRING " REIGN " WS-FORMAT-SEQ ", "
                           WS-FORMAT-YEAR " YEAR(S) ON FILE"
                       DELIMITED BY SIZE INTO CR-LINE(30:40)
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
               STRING "MEASURE                REIGN A     REIGN B"
                       "   DIFFERENCE (B - A)"
                   DELIMITED BY SIZE INTO CR-LINE
               PERFORM WRITE-REPORT-LINE
           CONTINUE.

      *    One year of both reigns; a reign that did not last that
      *    long leaves its column blank.
           WRITE-ONE-YEAR SECTION.
               PERFORM WRITE-REPORT-LINE
               MOVE WS-YEAR-IDX TO WS-FORMAT-YEAR
               IF WS-YEAR-IDX = WS-DIVERGE-YEAR
                   STRING "YEAR " WS-FORMAT-YEAR
                           "   <-- THE REIGNS FIRST DIVERGE HERE"
                       DELIMITED BY SIZE INTO CR-LINE
               ELSE
                   STRING "YEAR " WS-FORMAT-YEAR
                       DELIMITED BY SIZE INTO CR-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               SET WS-ROW-HAS-A TO FALSE
               SET WS-ROW-HAS-B TO FALSE
               IF WS-YEAR-IDX NOT > WS-CMP-LAST-YEAR(1)
                   SET WS-ROW-HAS-A TO TRUE
               END-IF
               IF WS-YEAR-IDX NOT > WS-CMP-LAST-YEAR(2)
                   SET WS-ROW-HAS-B TO TRUE
               END-IF

               MOVE "  POPULATION" TO WS-ROW-LABEL
               MOVE WS-CMP-POP(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-POP(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  WHEAT (BUSHELS)" TO WS-ROW-LABEL
               MOVE WS-CMP-WHEAT(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-WHEAT(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  ACRES" TO WS-ROW-LABEL
               MOVE WS-CMP-ACRES(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-ACRES(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  STARVED" TO WS-ROW-LABEL
               MOVE WS-CMP-STARVED(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-STARVED(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  WHEAT LOST" TO WS-ROW-LABEL
               MOVE WS-CMP-LOSSES(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-LOSSES(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  TRIBUTE PAID" TO WS-ROW-LABEL
               MOVE WS-CMP-TRIBUTE(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-TRIBUTE(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  TREASURY" TO WS-ROW-LABEL
               MOVE WS-CMP-TREASURE(1, WS-YEAR-IDX) TO WS-ROW-A
               MOVE WS-CMP-TREASURE(2, WS-YEAR-IDX) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
           CONTINUE.

      *    The whole reigns: where each ended, and what each
      *    starved, lost and paid over its full length.
           WRITE-WHOLE-REIGNS SECTION.
               PERFORM WRITE-REPORT-LINE
               MOVE "WHOLE REIGN" TO CR-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-ROW-HAS-A TO TRUE
               SET WS-ROW-HAS-B TO TRUE
               MOVE "  FINAL POPULATION" TO WS-ROW-LABEL
               MOVE WS-CMP-POP(1, WS-CMP-LAST-YEAR(1)) TO WS-ROW-A
               MOVE WS-CMP-POP(2, WS-CMP-LAST-YEAR(2)) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  FINAL WHEAT" TO WS-ROW-LABEL
               MOVE WS-CMP-WHEAT(1, WS-CMP-LAST-YEAR(1)) TO WS-ROW-A
               MOVE WS-CMP-WHEAT(2, WS-CMP-LAST-YEAR(2)) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  FINAL ACRES" TO WS-ROW-LABEL
               MOVE WS-CMP-ACRES(1, WS-CMP-LAST-YEAR(1)) TO WS-ROW-A
               MOVE WS-CMP-ACRES(2, WS-CMP-LAST-YEAR(2)) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  STARVED IN ALL" TO WS-ROW-LABEL
               MOVE WS-CMP-TOT-STARVED(1) TO WS-ROW-A
               MOVE WS-CMP-TOT-STARVED(2) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  WHEAT LOST" TO WS-ROW-LABEL
               MOVE WS-CMP-TOT-LOSSES(1) TO WS-ROW-A
               MOVE WS-CMP-TOT-LOSSES(2) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  TRIBUTE PAID" TO WS-ROW-LABEL
               MOVE WS-CMP-TOT-TRIBUTE(1) TO WS-ROW-A
               MOVE WS-CMP-TOT-TRIBUTE(2) TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
               MOVE "  FINAL TREASURY" TO WS-ROW-LABEL
               MOVE WS-CMP-TREASURE(1, WS-CMP-LAST-YEAR(1))
                   TO WS-ROW-A
               MOVE WS-CMP-TREASURE(2, WS-CMP-LAST-YEAR(2))
                   TO WS-ROW-B
               PERFORM WRITE-MEASURE-ROW
           CONTINUE.

           WRITE-MEASURE-ROW SECTION.
               MOVE SPACES TO WS-FORMAT-A
               MOVE SPACES TO WS-FORMAT-B
               MOVE SPACES TO WS-FORMAT-DIFF-X
               IF WS-ROW-HAS-A
                   MOVE WS-ROW-A TO WS-FORMAT-NUM
                   MOVE WS-FORMAT-NUM TO WS-FORMAT-A(3:8)
               END-IF
               IF WS-ROW-HAS-B
                   MOVE WS-ROW-B TO WS-FORMAT-NUM
                   MOVE WS-FORMAT-NUM TO WS-FORMAT-B(3:8)
               END-IF
               IF WS-ROW-HAS-A AND WS-ROW-HAS-B
                   COMPUTE WS-ROW-DIFF = WS-ROW-B - WS-ROW-A
                   MOVE WS-ROW-DIFF TO WS-FORMAT-DIFF
                   MOVE WS-FORMAT-DIFF TO WS-FORMAT-DIFF-X(3:9)
               END-IF
               STRING WS-ROW-LABEL "  " WS-FORMAT-A "  " WS-FORMAT-B
                       "  " WS-FORMAT-DIFF-X
                   DELIMITED BY SIZE INTO CR-LINE
               PERFORM WRITE-REPORT-LINE
           CONTINUE.

           WRITE-DIVERGENCE-LINE SECTION.
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DIVERGE-PCT TO WS-FORMAT-PCT
               IF WS-DIVERGE-YEAR > 0
                   MOVE WS-DIVERGE-YEAR TO WS-FORMAT-YEAR
                   STRING "THE REIGNS FIRST DIVERGED IN YEAR "
                           WS-FORMAT-YEAR
                           " (POPULATION OR ACRES MORE THAN "
                           WS-FORMAT-PCT " PERCENT APART)"
                       DELIMITED BY SIZE INTO CR-LINE
               ELSE
                   STRING "THE REIGNS NEVER STOOD MORE THAN "
                           WS-FORMAT-PCT " PERCENT APART IN "
                           "POPULATION OR ACRES OVER THEIR "
                           "COMMON YEARS"
                       DELIMITED BY SIZE INTO CR-LINE
               END-IF
               DISPLAY CR-LINE
               PERFORM WRITE-REPORT-LINE
           CONTINUE.
       END PROGRAM HAMCOMPR.
