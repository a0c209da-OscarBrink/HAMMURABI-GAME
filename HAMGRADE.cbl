      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Gradebook interface file for the school's records
      *            system. Instructors were retyping each student's
      *            results from the reign report and the leaderboard
      *            into the gradebook every week; this job writes
      *            them instead, one fixed-format record per reign
      *            whose verdict was given within a date range, to
      *            GRADEBK.DAT. Each record carries the governor, the
      *            scenario, the difficulty band, the years ruled,
      *            the outcome, the score, whether the scenario's
      *            victory condition was met, the total starved and
      *            the final population. The reigns come from
      *            LEADERBD.DAT and from LEADARCH.DAT, where the
      *            nightly archive step moves the older ones; the
      *            total starved from the reign's rows on the
      *            analytics master AEMASTER.DAT, or from its
      *            AESUMM.DAT summary once HAMAEMNT has rolled the
      *            rows off; the victory condition from the verdict
      *            and the scenario catalog SCENARIO.DAT. A header
      *            record leads the file and a trailer closes it,
      *            both carrying the record count and the score
      *            control total, so the receiving system can prove
      *            it got everything. GRADPARM.DAT gives the range
      *            in one line:
      *                columns  1-8   first date, YYYYMMDD
      *                columns  9-16  last date, YYYYMMDD
      *            A first date alone takes that one day; a blank
      *            date leaves that end open. With no GRADPARM.DAT
      *            at all every dated reign is sent. Entries from
      *            before the board kept a verdict date are never
      *            sent -- nothing says when they were ruled.
      *            RC 4 when no reign falls in the range (the header
      *            and trailer are still written), 8 for a range
      *            that is not a range, 12 when the board cannot be
      *            read or GRADEBK.DAT cannot be written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMGRADE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        LEADERBD.DAT or LEADARCH.DAT, whichever the pass is
      *        reading; the two share one layout.
               SELECT BOARD-FILE ASSIGN TO DYNAMIC WS-BOARD-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BOARD-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT SUMMARY-FILE ASSIGN TO "AESUMM.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT SCENARIO-FILE ASSIGN TO "SCENARIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCENARIO-STATUS.
               SELECT GRADE-PARM-FILE ASSIGN TO "GRADPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
      *        The interface file itself: fixed 100-byte records,
      *        no line ends, the way the interchange file is cut.
               SELECT GRADEBOOK-FILE ASSIGN TO "GRADEBK.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GRADEBOOK-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's LEADERBOARD-FILE record.
               FD BOARD-FILE.
               01 LB-RECORD.
                   05 LB-SCORE PIC 9(5)V99.
                   05 LB-FINAL-POPULATION PIC 9(4).
                   05 LB-YEARS-RULED PIC 9(2).
                   05 LB-NUM-PROVINCES PIC 9.
                   05 LB-OUTCOME PIC X(10).
                   05 LB-GOVERNOR-NAME PIC X(20).
                   05 LB-SCENARIO PIC X(20).
                   05 LB-REIGN-SEQ PIC 9(3).
                   05 LB-CERTIFIED PIC X.
                   05 LB-DIFFICULTY PIC 9.
                   05 LB-COMPLETED-DATE PIC 9(8).

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

      *        Mirrors HAMAEMNT's SUMMARY-FILE record.
               FD SUMMARY-FILE.
               01 SU-RECORD.
                   05 SU-GOVERNOR-NAME PIC X(20).
                   05 SU-REIGN-SEQ PIC 9(3).
                   05 SU-LAST-YEAR PIC 99.
                   05 SU-FINAL-POP PIC 9(5).
                   05 SU-FINAL-ACRES PIC 9(7).
                   05 SU-STARVED PIC 9(7).
                   05 SU-RECORDS PIC 9(4).
                   05 SU-RATS-LOSS PIC 9(7).
                   05 SU-SPOILAGE-LOSS PIC 9(7).
                   05 SU-RAID-WHEAT-LOSS PIC 9(7).

      *        Mirrors MAIN's SCENARIO-FILE record.
               FD SCENARIO-FILE.
               01 SC-RECORD.
                   05 SC-NAME PIC X(20).
                   05 SC-WHEAT PIC 9(7).
                   05 SC-ACRES PIC 9(7).
                   05 SC-POPULATION PIC 9(4).
                   05 SC-DIFFICULTY PIC 9.
                   05 SC-NUM-YEARS PIC 99.
                   05 SC-VICTORY-TYPE PIC 9.
                   05 SC-VICTORY-TARGET PIC 9(5).

               FD GRADE-PARM-FILE.
               01 GP-RECORD.
                   05 GP-FROM-DATE PIC 9(8).
                   05 GP-FROM-DATE-X REDEFINES GP-FROM-DATE
                       PIC X(8).
                   05 GP-TO-DATE PIC 9(8).
                   05 GP-TO-DATE-X REDEFINES GP-TO-DATE PIC X(8).

      *        The interface records, told apart by their first
      *        byte: H the header, D one reign, T the trailer. The
      *        header and trailer carry the same count and control
      *        total; the score total is the sum of every D
      *        record's score.
               FD GRADEBOOK-FILE.
               01 GH-RECORD.
                   05 GH-RECORD-TYPE PIC X.
                   05 GH-SYSTEM PIC X(16).
                   05 GH-CREATED-DATE PIC 9(8).
                   05 GH-CREATED-TIME PIC 9(6).
                   05 GH-FROM-DATE PIC 9(8).
                   05 GH-TO-DATE PIC 9(8).
                   05 GH-RECORD-COUNT PIC 9(7).
                   05 GH-SCORE-TOTAL PIC 9(9)V99.
                   05 FILLER PIC X(35).
      *        The victory flag is Y or N for a scenario reign
      *        judged on a victory condition, and blank for a reign
      *        that had none to meet.
               01 GD-RECORD.
                   05 GD-RECORD-TYPE PIC X.
                   05 GD-GOVERNOR-NAME PIC X(20).
                   05 GD-REIGN-SEQ PIC 9(3).
                   05 GD-SCENARIO PIC X(20).
                   05 GD-DIFFICULTY PIC 9.
                   05 GD-YEARS-RULED PIC 9(2).
                   05 GD-OUTCOME PIC X(10).
                   05 GD-SCORE PIC 9(5)V99.
                   05 GD-VICTORY-MET PIC X.
                   05 GD-TOTAL-STARVED PIC 9(8).
                   05 GD-FINAL-POPULATION PIC 9(4).
                   05 GD-COMPLETED-DATE PIC 9(8).
                   05 FILLER PIC X(15).
               01 GT-RECORD.
                   05 GT-RECORD-TYPE PIC X.
                   05 GT-RECORD-COUNT PIC 9(7).
                   05 GT-SCORE-TOTAL PIC 9(9)V99.
                   05 FILLER PIC X(81).

           WORKING-STORAGE SECTION.
               01 WS-BOARD-STATUS PIC X(02).
               01 WS-MASTER-STATUS PIC X(02).
               01 WS-SUMMARY-STATUS PIC X(02).
               01 WS-SCENARIO-STATUS PIC X(02).
               01 WS-PARM-STATUS PIC X(02).
               01 WS-GRADEBOOK-STATUS PIC X(02).
               01 WS-BOARD-NAME PIC X(12) VALUE "LEADERBD.DAT".
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PARM-CHECK PIC A.
                   88 WS-PARM-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MASTER-OPEN-CHECK PIC A.
                   88 WS-MASTER-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BOARD-OPEN-CHECK PIC A.
                   88 WS-BOARD-READ VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-WRITE-PASS-CHECK PIC A.
                   88 WS-WRITE-PASS VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The range, open at both ends until GRADPARM.DAT
      *        closes one.
               01 WS-SEL-FROM-DATE PIC 9(8) VALUE 0.
               01 WS-SEL-TO-DATE PIC 9(8) VALUE 99999999.

      *        The counting pass's figures go on the header; the
      *        writing pass keeps its own, and the trailer carries
      *        those, so a board that changed between the passes
      *        shows up as a header and trailer that disagree.
               01 WS-SEL-COUNT PIC 9(7) VALUE 0.
               01 WS-SEL-SCORE-TOTAL PIC 9(9)V99 VALUE 0.
               01 WS-OUT-COUNT PIC 9(7) VALUE 0.
               01 WS-OUT-SCORE-TOTAL PIC 9(9)V99 VALUE 0.
               01 WS-UNDATED-COUNT PIC 9(7) VALUE 0.
               01 WS-NO-ROWS-COUNT PIC 9(7) VALUE 0.
               01 WS-TIME-RAW PIC X(8).
               01 WS-FORMAT-COUNT PIC Z(6)9.
               01 WS-FORMAT-TOTAL PIC Z(8)9.99.

      *        The scenario catalog, for which scenarios set a
      *        victory condition at all.
               01 WS-SCN-COUNT PIC 99 VALUE 0.
               01 WS-SCN-IDX PIC 99.
               01 WS-SCN-TABLE.
                   05 WS-SCN-ENTRY OCCURS 50 TIMES.
                       10 WS-SCN-NAME PIC X(20).
                       10 WS-SCN-VICTORY-TYPE PIC 9.
               01 WS-SCN-FOUND-CHECK PIC A.
                   88 WS-SCN-HAS-CONDITION VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The rolled-up reigns, for the starved total of a
      *        reign whose rows have left the master.
               01 WS-SUM-COUNT PIC 9(4) VALUE 0.
               01 WS-SUM-IDX PIC 9(4).
               01 WS-SUM-TABLE.
                   05 WS-SUM-ENTRY OCCURS 2000 TIMES.
                       10 WS-SUM-GOVERNOR PIC X(20).
                       10 WS-SUM-REIGN PIC 9(3).
                       10 WS-SUM-STARVED PIC 9(7).

      *        The reign being written and what was found for it.
               01 WS-RG-STARVED PIC 9(8).
               01 WS-RG-ROWS PIC 9(6).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMGRADE".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMGRADE -- gradebook interface file."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               PERFORM READ-GRADE-PARM
               IF NOT WS-PARM-OK
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

      *        Pass one counts and totals the reigns in range for
      *        the header; the board must be there to be read.
               SET WS-WRITE-PASS TO FALSE
               PERFORM SCAN-BOTH-BOARDS
               IF NOT WS-BOARD-READ
                   DISPLAY "LEADERBD.DAT could not be opened "
                           "(status " WS-BOARD-STATUS ") -- no "
                           "interface file was written."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               OPEN OUTPUT GRADEBOOK-FILE
               IF WS-GRADEBOOK-STATUS NOT = "00"
                   DISPLAY "GRADEBK.DAT could not be created "
                           "(status " WS-GRADEBOOK-STATUS ")."
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF
               PERFORM LOAD-SCENARIO-CATALOG
               PERFORM LOAD-REIGN-SUMMARIES
               SET WS-MASTER-OPEN TO FALSE
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "AEMASTER.DAT could not be opened "
                           "(status " WS-MASTER-STATUS ") -- the "
                           "starved totals come from AESUMM.DAT "
                           "alone."
               END-IF

               PERFORM WRITE-GRADEBOOK-HEADER
               SET WS-WRITE-PASS TO TRUE
               PERFORM SCAN-BOTH-BOARDS
               PERFORM WRITE-GRADEBOOK-TRAILER
               CLOSE GRADEBOOK-FILE
               IF WS-MASTER-OPEN
                   CLOSE ANALYTICS-MASTER-FILE
               END-IF

               MOVE WS-OUT-COUNT TO WS-FORMAT-COUNT
               MOVE WS-OUT-SCORE-TOTAL TO WS-FORMAT-TOTAL
               DISPLAY WS-FORMAT-COUNT " reigns written to "
                       "GRADEBK.DAT, score total " WS-FORMAT-TOTAL "."
               IF WS-UNDATED-COUNT > 0
                   MOVE WS-UNDATED-COUNT TO WS-FORMAT-COUNT
                   DISPLAY WS-FORMAT-COUNT " undated entries were "
                           "left out."
               END-IF
               IF WS-NO-ROWS-COUNT > 0
                   MOVE WS-NO-ROWS-COUNT TO WS-FORMAT-COUNT
                   DISPLAY WS-FORMAT-COUNT " reigns had neither "
                           "master rows nor a summary; their starved "
                           "total is sent as zero."
               END-IF
               IF WS-OUT-COUNT = 0
                   DISPLAY "No reign's verdict falls in the range."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-OUT-COUNT TO WS-RUNLOG-WRITES
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

      *    The range line. A date that is there but not a number,
      *    or a last date ahead of the first, sends nothing rather
      *    than the wrong week.
           READ-GRADE-PARM SECTION.
               SET WS-PARM-OK TO TRUE
               OPEN INPUT GRADE-PARM-FILE
               IF WS-PARM-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE SPACES TO GP-RECORD
               READ GRADE-PARM-FILE
                   AT END
                       MOVE SPACES TO GP-RECORD
               END-READ
               CLOSE GRADE-PARM-FILE

               IF GP-FROM-DATE-X NOT = SPACES
                   IF GP-FROM-DATE IS NUMERIC
                       MOVE GP-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE GP-FROM-DATE TO WS-SEL-TO-DATE
                   ELSE
                       DISPLAY "GRADPARM.DAT first date "
                               GP-FROM-DATE-X " is not a date."
                       SET WS-PARM-OK TO FALSE
                   END-IF
               END-IF
               IF GP-TO-DATE-X NOT = SPACES
                   IF GP-TO-DATE IS NUMERIC
                       MOVE GP-TO-DATE TO WS-SEL-TO-DATE
                   ELSE
                       DISPLAY "GRADPARM.DAT last date "
                               GP-TO-DATE-X " is not a date."
                       SET WS-PARM-OK TO FALSE
                   END-IF
               END-IF
               IF WS-PARM-OK AND WS-SEL-TO-DATE < WS-SEL-FROM-DATE
                   DISPLAY "GRADPARM.DAT last date is ahead of "
                           "its first date."
                   SET WS-PARM-OK TO FALSE
               END-IF
           CONTINUE.

      *    One pass over the archive and then the live board. The
      *    archive may not exist yet; the board must.
           SCAN-BOTH-BOARDS SECTION.
               MOVE "LEADARCH.DAT" TO WS-BOARD-NAME
               PERFORM SCAN-ONE-BOARD
               MOVE "LEADERBD.DAT" TO WS-BOARD-NAME
               PERFORM SCAN-ONE-BOARD
           CONTINUE.

           SCAN-ONE-BOARD SECTION.
               SET WS-BOARD-READ TO FALSE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT BOARD-FILE
               IF WS-BOARD-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-BOARD-READ TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ BOARD-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM SELECT-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BOARD-FILE
           CONTINUE.

      *    An entry with no verdict date predates the column and is
      *    counted out once, on the first pass.
           SELECT-ONE-ENTRY SECTION.
               IF NOT WS-WRITE-PASS
                   ADD 1 TO WS-RUNLOG-READS
               END-IF
               IF LB-COMPLETED-DATE NOT NUMERIC
                       OR LB-COMPLETED-DATE = 0
                   IF NOT WS-WRITE-PASS
                       ADD 1 TO WS-UNDATED-COUNT
                   END-IF
                   EXIT SECTION
               END-IF
               IF LB-COMPLETED-DATE < WS-SEL-FROM-DATE
                       OR LB-COMPLETED-DATE > WS-SEL-TO-DATE
                   EXIT SECTION
               END-IF
               IF WS-WRITE-PASS
                   PERFORM WRITE-GRADEBOOK-DETAIL
               ELSE
                   ADD 1 TO WS-SEL-COUNT
                   ADD LB-SCORE TO WS-SEL-SCORE-TOTAL
               END-IF
           CONTINUE.

           WRITE-GRADEBOOK-HEADER SECTION.
               MOVE SPACES TO GH-RECORD
               MOVE "H" TO GH-RECORD-TYPE
               MOVE "HAMMURABI-GAME" TO GH-SYSTEM
               ACCEPT GH-CREATED-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW(1:6) TO GH-CREATED-TIME
               MOVE WS-SEL-FROM-DATE TO GH-FROM-DATE
               MOVE WS-SEL-TO-DATE TO GH-TO-DATE
               MOVE WS-SEL-COUNT TO GH-RECORD-COUNT
               MOVE WS-SEL-SCORE-TOTAL TO GH-SCORE-TOTAL
               WRITE GH-RECORD
           CONTINUE.

           WRITE-GRADEBOOK-DETAIL SECTION.
               PERFORM FIND-REIGN-STARVED
               MOVE SPACES TO GD-RECORD
               MOVE "D" TO GD-RECORD-TYPE
               MOVE LB-GOVERNOR-NAME TO GD-GOVERNOR-NAME
               MOVE LB-REIGN-SEQ TO GD-REIGN-SEQ
               MOVE LB-SCENARIO TO GD-SCENARIO
               MOVE LB-DIFFICULTY TO GD-DIFFICULTY
               MOVE LB-YEARS-RULED TO GD-YEARS-RULED
               MOVE LB-OUTCOME TO GD-OUTCOME
               MOVE LB-SCORE TO GD-SCORE
               MOVE WS-RG-STARVED TO GD-TOTAL-STARVED
               MOVE LB-FINAL-POPULATION TO GD-FINAL-POPULATION
               MOVE LB-COMPLETED-DATE TO GD-COMPLETED-DATE

      *        The game writes VICTORY or DEFEAT only for a scenario
      *        judged on its charge. A scenario reign impeached
      *        before the judgment never met the charge either; a
      *        free game, or a scenario that set no condition, had
      *        none to meet.
               EVALUATE LB-OUTCOME
                   WHEN "VICTORY   "
                       MOVE "Y" TO GD-VICTORY-MET
                   WHEN "DEFEAT    "
                       MOVE "N" TO GD-VICTORY-MET
                   WHEN OTHER
                       PERFORM CHECK-SCENARIO-CONDITION
                       IF WS-SCN-HAS-CONDITION
                           MOVE "N" TO GD-VICTORY-MET
                       ELSE
                           MOVE SPACE TO GD-VICTORY-MET
                       END-IF
               END-EVALUATE
               WRITE GD-RECORD
               ADD 1 TO WS-OUT-COUNT
               ADD LB-SCORE TO WS-OUT-SCORE-TOTAL
           CONTINUE.

           WRITE-GRADEBOOK-TRAILER SECTION.
               MOVE SPACES TO GT-RECORD
               MOVE "T" TO GT-RECORD-TYPE
               MOVE WS-OUT-COUNT TO GT-RECORD-COUNT
               MOVE WS-OUT-SCORE-TOTAL TO GT-SCORE-TOTAL
               WRITE GT-RECORD
               IF WS-OUT-COUNT NOT = WS-SEL-COUNT
                   DISPLAY "The board changed while the file was "
                           "written -- the header and trailer "
                           "disagree. Run the job again."
               END-IF
           CONTINUE.

      *    The reign's starved total, summed across its rows the
      *    way HAMAEINQ summarizes a reign; with no rows left on
      *    the master, the summary HAMAEMNT rolled them into.
           FIND-REIGN-STARVED SECTION.
               MOVE 0 TO WS-RG-STARVED
               MOVE 0 TO WS-RG-ROWS
               IF WS-MASTER-OPEN AND LB-REIGN-SEQ > 0
                   MOVE LB-GOVERNOR-NAME TO AM-GOVERNOR-NAME
                   MOVE LB-REIGN-SEQ TO AM-REIGN-SEQ
                   MOVE 0 TO AM-YEAR
                   MOVE 0 TO AM-PROVINCE
                   START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                       INVALID KEY
                           SET WS-FILE-EOF TO TRUE
                       NOT INVALID KEY
                           SET WS-FILE-EOF TO FALSE
                   END-START
                   PERFORM UNTIL WS-FILE-EOF
                       READ ANALYTICS-MASTER-FILE NEXT
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF AM-GOVERNOR-NAME
                                       NOT = LB-GOVERNOR-NAME
                                       OR AM-REIGN-SEQ
                                       NOT = LB-REIGN-SEQ
                                   SET WS-FILE-EOF TO TRUE
                               ELSE
                                   ADD AM-STARVED-COUNT
                                       TO WS-RG-STARVED
                                   ADD 1 TO WS-RG-ROWS
                               END-IF
                       END-READ
                   END-PERFORM
      *            The board's read is still under way.
                   SET WS-FILE-EOF TO FALSE
               END-IF
               IF WS-RG-ROWS > 0
                   EXIT SECTION
               END-IF

               PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   IF WS-SUM-GOVERNOR(WS-SUM-IDX) = LB-GOVERNOR-NAME
                           AND WS-SUM-REIGN(WS-SUM-IDX)
                               = LB-REIGN-SEQ
                       MOVE WS-SUM-STARVED(WS-SUM-IDX)
                           TO WS-RG-STARVED
                       EXIT SECTION
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NO-ROWS-COUNT
           CONTINUE.

           CHECK-SCENARIO-CONDITION SECTION.
               SET WS-SCN-HAS-CONDITION TO FALSE
               IF LB-SCENARIO = SPACES
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
                       UNTIL WS-SCN-IDX > WS-SCN-COUNT
                   IF WS-SCN-NAME(WS-SCN-IDX) = LB-SCENARIO
                           AND WS-SCN-VICTORY-TYPE(WS-SCN-IDX) > 0
                       SET WS-SCN-HAS-CONDITION TO TRUE
                   END-IF
               END-PERFORM
           CONTINUE.

      *    A catalog that cannot be read leaves the verdict alone
      *    to say whether a condition was met.
           LOAD-SCENARIO-CATALOG SECTION.
               MOVE 0 TO WS-SCN-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT SCENARIO-FILE
               IF WS-SCENARIO-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF OR WS-SCN-COUNT >= 50
                   READ SCENARIO-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SCN-COUNT
                           MOVE SC-NAME TO WS-SCN-NAME(WS-SCN-COUNT)
                           IF SC-VICTORY-TYPE IS NUMERIC
                               MOVE SC-VICTORY-TYPE
                                   TO WS-SCN-VICTORY-TYPE
                                   (WS-SCN-COUNT)
                           ELSE
                               MOVE 0 TO WS-SCN-VICTORY-TYPE
                                   (WS-SCN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
           CONTINUE.

           LOAD-REIGN-SUMMARIES SECTION.
               MOVE 0 TO WS-SUM-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMMARY-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF OR WS-SUM-COUNT >= 2000
                   READ SUMMARY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUM-COUNT
                           MOVE SU-GOVERNOR-NAME
                               TO WS-SUM-GOVERNOR(WS-SUM-COUNT)
                           MOVE SU-REIGN-SEQ
                               TO WS-SUM-REIGN(WS-SUM-COUNT)
                           MOVE SU-STARVED
                               TO WS-SUM-STARVED(WS-SUM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           CONTINUE.
       END PROGRAM HAMGRADE.
