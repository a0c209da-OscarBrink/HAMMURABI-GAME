      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-09
      * Purpose:   Online inquiry over the analytics master
      *            AEMASTER.DAT. The master is keyed by governor,
      *            reign sequence, year and province, but until now
      *            its rows could only be seen by running HAMCARER or
      *            HAMRECON over the whole file. The operator gives a
      *            partial key -- a governor, and optionally a
      *            reign, a year and a province -- and the matching
      *            rows are paged forward and backward one to a
      *            screen through START and READ NEXT / PREVIOUS,
      *            each screen showing every economy column of the
      *            row. A reign can be summarized from its rows; a
      *            reign whose rows HAMAEMNT has rolled off the
      *            master is summarized from its AESUMM.DAT record
      *            instead, and a governor's reigns are listed from
      *            both files so "my second reign" has a number.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB AM-RECORD grows to 143 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB AEMASTER.DAT grows to 152 bytes with each year's
      *              poll-tax rate and yield.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      *   2026-10-15 OB The row display shows the closing year's
      *              children, workers and elders and the poll-tax rate
      *              and yield.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAEINQ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT SUMMARY-FILE ASSIGN TO "AESUMM.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-FILE-STATUS.

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

           WORKING-STORAGE SECTION.
               01 WS-MASTER-FILE-STATUS PIC X(02).
               01 WS-SUMMARY-FILE-STATUS PIC X(02).


      *        The same hardened text entry the game's prompts use.
               01 WS-ENTRY-TEXT PIC X(10).
               01 WS-ENTRY-VALUE PIC S9(7).
               01 WS-ENTRY-OK-CHECK PIC A.
                   88 WS-ENTRY-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PARSE-IDX PIC 99.
               01 WS-ENTRY-CHAR PIC X.
               01 WS-ENTRY-CHAR-9 REDEFINES WS-ENTRY-CHAR PIC 9.
               01 WS-ENTRY-DIGITS PIC 99.
               01 WS-ENTRY-NEG-CHECK PIC A.
                   88 WS-ENTRY-NEGATIVE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-STARTED-CHECK PIC A.
                   88 WS-ENTRY-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-ENDED-CHECK PIC A.
                   88 WS-ENTRY-ENDED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ENTRY-RETRIES PIC 9.

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-STATES PIC A.
                   88 WS-MENU-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-CHOICE PIC 9.
               01 WS-MASTER-OPEN-CHECK PIC A.
                   88 WS-MASTER-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Names are registered in capitals, but reigns from the
      *        free-text days sit on the master as they were typed;
      *        the name is tried as given and then folded.
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-FOLDED-NAME PIC X(20).

      *        The partial key of the inquiry; a zero reign, year
      *        or province means "any".
               01 WS-INQ-GOVERNOR PIC X(20).
               01 WS-INQ-REIGN PIC 9(3).
               01 WS-INQ-YEAR PIC 99.
               01 WS-INQ-PROVINCE PIC 9.

      *        The row on the screen: its key is where every page
      *        forward or back starts from, so a summary taken in
      *        between cannot lose the operator's place.
               01 WS-CUR-KEY PIC X(26).
               01 WS-ROW-POS PIC 9(6).
               01 WS-MATCH-COUNT PIC 9(6).
               01 WS-ROW-CHECKS PIC A.
                   88 WS-ROW-MATCHES VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-RANGE-CHECKS PIC A.
                   88 WS-ROW-IN-RANGE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-FOUND-CHECK PIC A.
                   88 WS-MATCH-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BROWSE-STATES PIC A.
                   88 WS-BROWSE-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-BROWSE-COMMAND PIC X.

      *        A reign's summary, built the way HAMAEMNT rolls one
      *        up -- the kingdom totals restart with each year, so
      *        at the close they hold the final year's figures --
      *        so the live and the rolled-off summaries agree.
               01 WS-SUM-GOVERNOR PIC X(20).
               01 WS-SUM-REIGN PIC 9(3).
               01 WS-SUM-LAST-YEAR PIC 99.
               01 WS-SUM-PROVINCES PIC 9.
               01 WS-SUM-YEAR-POP PIC 9(7).
               01 WS-SUM-YEAR-ACRES PIC 9(8).
               01 WS-SUM-YEAR-WHEAT PIC 9(8).
               01 WS-SUM-STARVED PIC 9(8).
               01 WS-SUM-RECORDS PIC 9(6).
               01 WS-SUM-RATS PIC 9(8).
               01 WS-SUM-SPOIL PIC 9(8).
               01 WS-SUM-RAIDW PIC 9(8).
               01 WS-SUM-RAIDA PIC 9(8).
               01 WS-SUM-GUARD PIC 9(8).
               01 WS-SUM-TRIB-DUE PIC 9(8).
               01 WS-SUM-TRIB-PAID PIC 9(8).
               01 WS-SUM-TREASURE PIC 9(7).

      *        A governor's reigns for the listing: each sequence
      *        with its rows and last year on the live master.
               01 WS-RG-COUNT PIC 9(3) VALUE 0.
               01 WS-RG-IDX PIC 9(3).
               01 WS-RG-TABLE.
                   05 WS-RG-ENTRY OCCURS 200 TIMES.
                       10 WS-RG-SEQ PIC 9(3).
                       10 WS-RG-ROWS PIC 9(6).
                       10 WS-RG-LAST-YEAR PIC 99.
               01 WS-RG-ROLLED PIC 9(3).

               01 WS-FORMAT-LEFT PIC Z,ZZZ,ZZ9.
               01 WS-FORMAT-RIGHT PIC Z,ZZZ,ZZ9.
               01 WS-FORMAT-COUNT PIC Z(5)9.
               01 WS-FORMAT-POS PIC Z(5)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMAEINQ".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMAEINQ -- analytics master inquiry."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC

               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-INQUIRY-MENU
               END-PERFORM
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

           DISPLAY-INQUIRY-MENU SECTION.
               DISPLAY "========================================"
               DISPLAY "1. Browse the master by partial key"
               DISPLAY "2. Summarize a reign"
               DISPLAY "3. List a governor's reigns"
               DISPLAY "4. Quit"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM BROWSE-BY-PARTIAL-KEY
                   WHEN 2
                       PERFORM ASK-REIGN-SUMMARY
                   WHEN 3
                       PERFORM LIST-GOVERNOR-REIGNS
                   WHEN 4
                       SET WS-MENU-LOOP-STATE TO FALSE
                   WHEN OTHER
                       DISPLAY "Input invalid."
               END-EVALUATE
           CONTINUE.

      *    Reads one number from the console through the hardened
      *    text parse; five unusable entries in a row reads as a
      *    dead console and aborts with the file/input-error code.
           GET-NUMERIC-ENTRY SECTION.
               SET WS-ENTRY-OK TO FALSE
               MOVE 0 TO WS-ENTRY-RETRIES
               PERFORM UNTIL WS-ENTRY-OK
                   MOVE SPACES TO WS-ENTRY-TEXT
                   ACCEPT WS-ENTRY-TEXT
                   PERFORM PARSE-NUMERIC-ENTRY
                   IF WS-ENTRY-OK AND WS-ENTRY-VALUE < 0
                       SET WS-ENTRY-OK TO FALSE
                   END-IF
                   IF NOT WS-ENTRY-OK
                       ADD 1 TO WS-ENTRY-RETRIES
                       IF WS-ENTRY-RETRIES >= 5
                           DISPLAY "Console input is exhausted or "
                                   "unusable -- aborting."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF
                       DISPLAY "That is not a number -- try again: "
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Character-by-character check of the raw entry: optional
      *    leading spaces, one optional sign, up to seven digits,
      *    optional trailing spaces, and nothing else at all.
           PARSE-NUMERIC-ENTRY SECTION.
               SET WS-ENTRY-OK TO TRUE
               SET WS-ENTRY-NEGATIVE TO FALSE
               SET WS-ENTRY-STARTED TO FALSE
               SET WS-ENTRY-ENDED TO FALSE
               MOVE 0 TO WS-ENTRY-DIGITS
               MOVE 0 TO WS-ENTRY-VALUE

               PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                       UNTIL WS-PARSE-IDX > 10
                           OR NOT WS-ENTRY-OK
                   MOVE WS-ENTRY-TEXT(WS-PARSE-IDX:1)
                       TO WS-ENTRY-CHAR
                   EVALUATE TRUE
                       WHEN WS-ENTRY-CHAR = SPACE
                           IF WS-ENTRY-STARTED
                               SET WS-ENTRY-ENDED TO TRUE
                           END-IF
                       WHEN (WS-ENTRY-CHAR = "-"
                               OR WS-ENTRY-CHAR = "+")
                               AND NOT WS-ENTRY-STARTED
                               AND NOT WS-ENTRY-ENDED
                           IF WS-ENTRY-CHAR = "-"
                               SET WS-ENTRY-NEGATIVE TO TRUE
                           END-IF
                           SET WS-ENTRY-STARTED TO TRUE
                       WHEN WS-ENTRY-CHAR >= "0"
                               AND WS-ENTRY-CHAR <= "9"
                           IF WS-ENTRY-ENDED
                               SET WS-ENTRY-OK TO FALSE
                           ELSE
                               IF WS-ENTRY-DIGITS >= 7
                                   SET WS-ENTRY-OK TO FALSE
                               ELSE
                                   COMPUTE WS-ENTRY-VALUE =
                                           (WS-ENTRY-VALUE * 10)
                                           + WS-ENTRY-CHAR-9
                                   ADD 1 TO WS-ENTRY-DIGITS
                                   SET WS-ENTRY-STARTED TO TRUE
                               END-IF
                           END-IF
                       WHEN OTHER
                           SET WS-ENTRY-OK TO FALSE
                   END-EVALUATE
               END-PERFORM

               IF WS-ENTRY-DIGITS = 0
                   SET WS-ENTRY-OK TO FALSE
               END-IF
               IF WS-ENTRY-OK AND WS-ENTRY-NEGATIVE
                   COMPUTE WS-ENTRY-VALUE = WS-ENTRY-VALUE * -1
               END-IF
           CONTINUE.

      *    The governor the inquiry is about. A name with no rows
      *    as typed is retried in capitals, the registry's form.
           ASK-INQUIRY-GOVERNOR SECTION.
               DISPLAY "Governor's name: "
               MOVE SPACES TO WS-INQ-GOVERNOR
               ACCEPT WS-INQ-GOVERNOR
               MOVE WS-INQ-GOVERNOR TO WS-RUNLOG-SUBJECT
           CONTINUE.

           FOLD-INQUIRY-GOVERNOR SECTION.
               MOVE WS-INQ-GOVERNOR TO WS-FOLDED-NAME
               INSPECT WS-FOLDED-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           CONTINUE.

           OPEN-MASTER-INPUT SECTION.
               SET WS-MASTER-OPEN TO FALSE
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "AEMASTER.DAT could not be opened "
                           "(status " WS-MASTER-FILE-STATUS ")."
                   EXIT SECTION
               END-IF
               SET WS-MASTER-OPEN TO TRUE
           CONTINUE.

      *    Takes the partial key, counts the rows that match it,
      *    and pages through them until the operator is done.
           BROWSE-BY-PARTIAL-KEY SECTION.
               PERFORM ASK-INQUIRY-GOVERNOR
               DISPLAY "Reign sequence (0 for any): "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE > 999
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-INQ-REIGN
               DISPLAY "Year (0 for any): "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE > 99
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-INQ-YEAR
               DISPLAY "Province (0 for any): "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE > 8
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-INQ-PROVINCE

               PERFORM OPEN-MASTER-INPUT
               IF NOT WS-MASTER-OPEN
                   EXIT SECTION
               END-IF
               PERFORM COUNT-MATCHING-ROWS
               IF WS-MATCH-COUNT = 0
                   PERFORM FOLD-INQUIRY-GOVERNOR
                   IF WS-FOLDED-NAME NOT = WS-INQ-GOVERNOR
                       MOVE WS-FOLDED-NAME TO WS-INQ-GOVERNOR
                       PERFORM COUNT-MATCHING-ROWS
                   END-IF
               END-IF
               IF WS-MATCH-COUNT = 0
                   CLOSE ANALYTICS-MASTER-FILE
                   DISPLAY "No rows on the master match that key."
      *            A named reign with no live rows may have been
      *            rolled off; its summary is the next best answer.
                   IF WS-INQ-REIGN > 0
                       MOVE WS-INQ-GOVERNOR TO WS-SUM-GOVERNOR
                       MOVE WS-INQ-REIGN TO WS-SUM-REIGN
                       PERFORM SHOW-ROLLED-SUMMARY
                   END-IF
                   EXIT SECTION
               END-IF

               MOVE WS-MATCH-COUNT TO WS-FORMAT-COUNT
               DISPLAY WS-FORMAT-COUNT " matching row(s)."
               PERFORM SEEK-FIRST-MATCH
               SET WS-BROWSE-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-BROWSE-LOOP-STATE
                   DISPLAY "N next, P previous, F first, S summary "
                           "of this reign, Q quit: "
                   MOVE SPACE TO WS-BROWSE-COMMAND
                   ACCEPT WS-BROWSE-COMMAND
                   INSPECT WS-BROWSE-COMMAND
                       CONVERTING WS-LOWER-LETTERS
                           TO WS-UPPER-LETTERS
                   EVALUATE WS-BROWSE-COMMAND
                       WHEN "N"
                       WHEN SPACE
                           PERFORM SEEK-NEXT-MATCH
                       WHEN "P"
                           PERFORM SEEK-PREVIOUS-MATCH
                       WHEN "F"
                           PERFORM SEEK-FIRST-MATCH
                       WHEN "S"
                           MOVE WS-CUR-KEY TO AM-KEY
                           MOVE AM-GOVERNOR-NAME TO WS-SUM-GOVERNOR
                           MOVE AM-REIGN-SEQ TO WS-SUM-REIGN
                           PERFORM SUMMARIZE-FROM-MASTER
                           PERFORM SHOW-LIVE-SUMMARY
                       WHEN "Q"
                           SET WS-BROWSE-LOOP-STATE TO FALSE
                       WHEN OTHER
                           DISPLAY "Input invalid."
                   END-EVALUATE
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE
           CONTINUE.

      *    The key the inquiry starts from: the governor, the reign
      *    if one was given, and within a named reign the year.
           SET-INQUIRY-LOW-KEY SECTION.
               MOVE WS-INQ-GOVERNOR TO AM-GOVERNOR-NAME
               MOVE WS-INQ-REIGN TO AM-REIGN-SEQ
               IF WS-INQ-REIGN > 0
                   MOVE WS-INQ-YEAR TO AM-YEAR
               ELSE
                   MOVE 0 TO AM-YEAR
               END-IF
               MOVE 0 TO AM-PROVINCE
           CONTINUE.

      *    Whether the row just read is still inside the stretch
      *    of the file the key can match (the governor, and the
      *    reign if named), and whether it matches outright.
           TEST-CURRENT-ROW SECTION.
               SET WS-ROW-IN-RANGE TO FALSE
               SET WS-ROW-MATCHES TO FALSE
               IF AM-GOVERNOR-NAME NOT = WS-INQ-GOVERNOR
                   EXIT SECTION
               END-IF
               IF WS-INQ-REIGN > 0
                       AND AM-REIGN-SEQ NOT = WS-INQ-REIGN
                   EXIT SECTION
               END-IF
               SET WS-ROW-IN-RANGE TO TRUE
               IF (WS-INQ-YEAR = 0 OR AM-YEAR = WS-INQ-YEAR)
                       AND (WS-INQ-PROVINCE = 0
                           OR AM-PROVINCE = WS-INQ-PROVINCE)
                   SET WS-ROW-MATCHES TO TRUE
               END-IF
           CONTINUE.

           COUNT-MATCHING-ROWS SECTION.
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM SET-INQUIRY-LOW-KEY
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
                           PERFORM TEST-CURRENT-ROW
                           IF NOT WS-ROW-IN-RANGE
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               IF WS-ROW-MATCHES
                                   ADD 1 TO WS-MATCH-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

           SEEK-FIRST-MATCH SECTION.
               PERFORM SET-INQUIRY-LOW-KEY
               SET WS-MATCH-FOUND TO FALSE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       DISPLAY "No matching row."
                       EXIT SECTION
               END-START
               PERFORM READ-FORWARD-TO-MATCH
               IF WS-MATCH-FOUND
                   MOVE 1 TO WS-ROW-POS
                   PERFORM DISPLAY-CURRENT-ROW
               END-IF
           CONTINUE.

      *    A page forward starts just past the row on the screen.
           SEEK-NEXT-MATCH SECTION.
               MOVE WS-CUR-KEY TO AM-KEY
               SET WS-MATCH-FOUND TO FALSE
               START ANALYTICS-MASTER-FILE KEY > AM-KEY
                   INVALID KEY
                       DISPLAY "That was the last matching row."
                       EXIT SECTION
               END-START
               PERFORM READ-FORWARD-TO-MATCH
               IF WS-MATCH-FOUND
                   ADD 1 TO WS-ROW-POS
                   PERFORM DISPLAY-CURRENT-ROW
               ELSE
                   DISPLAY "That was the last matching row."
                   PERFORM RESTORE-CURRENT-ROW
               END-IF
           CONTINUE.

      *    A page back starts just before the row on the screen
      *    and reads the file backward.
           SEEK-PREVIOUS-MATCH SECTION.
               MOVE WS-CUR-KEY TO AM-KEY
               SET WS-MATCH-FOUND TO FALSE
               START ANALYTICS-MASTER-FILE KEY < AM-KEY
                   INVALID KEY
                       DISPLAY "That was the first matching row."
                       EXIT SECTION
               END-START
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-MATCH-FOUND
                   READ ANALYTICS-MASTER-FILE PREVIOUS
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           PERFORM TEST-CURRENT-ROW
                           IF NOT WS-ROW-IN-RANGE
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               IF WS-ROW-MATCHES
                                   SET WS-MATCH-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MATCH-FOUND
                   SUBTRACT 1 FROM WS-ROW-POS
                   PERFORM DISPLAY-CURRENT-ROW
               ELSE
                   DISPLAY "That was the first matching row."
                   PERFORM RESTORE-CURRENT-ROW
               END-IF
           CONTINUE.

           READ-FORWARD-TO-MATCH SECTION.
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-MATCH-FOUND
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           PERFORM TEST-CURRENT-ROW
                           IF NOT WS-ROW-IN-RANGE
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               IF WS-ROW-MATCHES
                                   SET WS-MATCH-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

      *    A page that ran off the end leaves the record area on
      *    whatever row stopped it; the row on the screen is read
      *    back so a summary still names the right reign.
           RESTORE-CURRENT-ROW SECTION.
               MOVE WS-CUR-KEY TO AM-KEY
               READ ANALYTICS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           CONTINUE.

      *    One row to a screen, every economy column of it.
           DISPLAY-CURRENT-ROW SECTION.
               MOVE AM-KEY TO WS-CUR-KEY
               MOVE WS-ROW-POS TO WS-FORMAT-POS
               MOVE WS-MATCH-COUNT TO WS-FORMAT-COUNT
               DISPLAY "---- " AM-GOVERNOR-NAME " reign "
                       AM-REIGN-SEQ "  year " AM-YEAR
                       "  province " AM-PROVINCE " ----  row "
                       WS-FORMAT-POS " of " WS-FORMAT-COUNT
               MOVE AM-CLOSING-WHEAT TO WS-FORMAT-LEFT
               MOVE AM-POPULATION TO WS-FORMAT-RIGHT
               DISPLAY "  Closing wheat   " WS-FORMAT-LEFT
                       "     Population      " WS-FORMAT-RIGHT
               MOVE AM-ACRES TO WS-FORMAT-LEFT
               MOVE AM-PRICE TO WS-FORMAT-RIGHT
               DISPLAY "  Acres           " WS-FORMAT-LEFT
                       "     Land price      " WS-FORMAT-RIGHT
               MOVE AM-FERTILE-ACRES TO WS-FORMAT-LEFT
               MOVE AM-MARGINAL-ACRES TO WS-FORMAT-RIGHT
               DISPLAY "  Fertile acres   " WS-FORMAT-LEFT
                       "     Marginal acres  " WS-FORMAT-RIGHT
               MOVE AM-STARVED-COUNT TO WS-FORMAT-LEFT
               MOVE AM-GRANARY-LEVEL TO WS-FORMAT-RIGHT
               DISPLAY "  Starved         " WS-FORMAT-LEFT
                       "     Granary level   " WS-FORMAT-RIGHT
               MOVE AM-RATS-LOSS TO WS-FORMAT-LEFT
               MOVE AM-SPOILAGE-LOSS TO WS-FORMAT-RIGHT
               DISPLAY "  Rats loss       " WS-FORMAT-LEFT
                       "     Spoilage loss   " WS-FORMAT-RIGHT
               MOVE AM-RAID-WHEAT-LOSS TO WS-FORMAT-LEFT
               MOVE AM-RAID-ACRES-LOSS TO WS-FORMAT-RIGHT
               DISPLAY "  Raid wheat loss " WS-FORMAT-LEFT
                       "     Raid acres lost " WS-FORMAT-RIGHT
               MOVE AM-GUARD-SPEND TO WS-FORMAT-LEFT
               MOVE AM-LOAN-BALANCE TO WS-FORMAT-RIGHT
               DISPLAY "  Guard pay       " WS-FORMAT-LEFT
                       "     Loan balance    " WS-FORMAT-RIGHT
               MOVE AM-TRIBUTE-DUE TO WS-FORMAT-LEFT
               MOVE AM-TRIBUTE-PAID TO WS-FORMAT-RIGHT
               DISPLAY "  Tribute due     " WS-FORMAT-LEFT
                       "     Tribute paid    " WS-FORMAT-RIGHT
               MOVE AM-TREASURE TO WS-FORMAT-LEFT
               MOVE AM-CHILDREN TO WS-FORMAT-RIGHT
               DISPLAY "  Treasury        " WS-FORMAT-LEFT
                       "     Children        " WS-FORMAT-RIGHT
               MOVE AM-WORKERS TO WS-FORMAT-LEFT
               MOVE AM-ELDERS TO WS-FORMAT-RIGHT
               DISPLAY "  Workers         " WS-FORMAT-LEFT
                       "     Elders          " WS-FORMAT-RIGHT
               MOVE AM-POLL-TAX-RATE TO WS-FORMAT-LEFT
               MOVE AM-POLL-TAX-YIELD TO WS-FORMAT-RIGHT
               DISPLAY "  Poll tax rate   " WS-FORMAT-LEFT
                       "     Poll tax yield  " WS-FORMAT-RIGHT
           CONTINUE.

      *    Summarizes one named reign: from its rows when they are
      *    still on the master, otherwise from its rolled-up
      *    record.
           ASK-REIGN-SUMMARY SECTION.
               PERFORM ASK-INQUIRY-GOVERNOR
               DISPLAY "Reign sequence: "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 999
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-SUM-REIGN
               MOVE WS-INQ-GOVERNOR TO WS-SUM-GOVERNOR

               PERFORM OPEN-MASTER-INPUT
               IF WS-MASTER-OPEN
                   PERFORM SUMMARIZE-FROM-MASTER
                   IF WS-SUM-RECORDS = 0
                       PERFORM FOLD-INQUIRY-GOVERNOR
                       IF WS-FOLDED-NAME NOT = WS-SUM-GOVERNOR
                           MOVE WS-FOLDED-NAME TO WS-SUM-GOVERNOR
                           PERFORM SUMMARIZE-FROM-MASTER
                       END-IF
                   END-IF
                   CLOSE ANALYTICS-MASTER-FILE
               ELSE
                   MOVE 0 TO WS-SUM-RECORDS
               END-IF
               IF WS-SUM-RECORDS > 0
                   PERFORM SHOW-LIVE-SUMMARY
               ELSE
                   MOVE WS-INQ-GOVERNOR TO WS-SUM-GOVERNOR
                   PERFORM SHOW-ROLLED-SUMMARY
               END-IF
           CONTINUE.

      *    Walks one reign's rows on the master (the file must be
      *    open). The tribute is a kingdom figure repeated on each
      *    province row, so it is taken once a year.
           SUMMARIZE-FROM-MASTER SECTION.
               MOVE 0 TO WS-SUM-LAST-YEAR
               MOVE 0 TO WS-SUM-PROVINCES
               MOVE 0 TO WS-SUM-YEAR-POP
               MOVE 0 TO WS-SUM-YEAR-ACRES
               MOVE 0 TO WS-SUM-YEAR-WHEAT
               MOVE 0 TO WS-SUM-STARVED
               MOVE 0 TO WS-SUM-RECORDS
               MOVE 0 TO WS-SUM-RATS
               MOVE 0 TO WS-SUM-SPOIL
               MOVE 0 TO WS-SUM-RAIDW
               MOVE 0 TO WS-SUM-RAIDA
               MOVE 0 TO WS-SUM-GUARD
               MOVE 0 TO WS-SUM-TRIB-DUE
               MOVE 0 TO WS-SUM-TRIB-PAID
               MOVE 0 TO WS-SUM-TREASURE
               MOVE WS-SUM-GOVERNOR TO AM-GOVERNOR-NAME
               MOVE WS-SUM-REIGN TO AM-REIGN-SEQ
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
                           IF AM-GOVERNOR-NAME NOT = WS-SUM-GOVERNOR
                                   OR AM-REIGN-SEQ NOT = WS-SUM-REIGN
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               PERFORM ADD-ROW-TO-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

           ADD-ROW-TO-SUMMARY SECTION.
               IF AM-YEAR NOT = WS-SUM-LAST-YEAR
                   MOVE AM-YEAR TO WS-SUM-LAST-YEAR
                   MOVE 0 TO WS-SUM-YEAR-POP
                   MOVE 0 TO WS-SUM-YEAR-ACRES
                   MOVE 0 TO WS-SUM-YEAR-WHEAT
                   ADD AM-TRIBUTE-DUE TO WS-SUM-TRIB-DUE
                   ADD AM-TRIBUTE-PAID TO WS-SUM-TRIB-PAID
               END-IF
               ADD AM-POPULATION TO WS-SUM-YEAR-POP
               ADD AM-ACRES TO WS-SUM-YEAR-ACRES
               ADD AM-CLOSING-WHEAT TO WS-SUM-YEAR-WHEAT
               ADD AM-STARVED-COUNT TO WS-SUM-STARVED
               ADD AM-RATS-LOSS TO WS-SUM-RATS
               ADD AM-SPOILAGE-LOSS TO WS-SUM-SPOIL
               ADD AM-RAID-WHEAT-LOSS TO WS-SUM-RAIDW
               ADD AM-RAID-ACRES-LOSS TO WS-SUM-RAIDA
               ADD AM-GUARD-SPEND TO WS-SUM-GUARD
               MOVE AM-TREASURE TO WS-SUM-TREASURE
               IF AM-PROVINCE > WS-SUM-PROVINCES
                   MOVE AM-PROVINCE TO WS-SUM-PROVINCES
               END-IF
               ADD 1 TO WS-SUM-RECORDS
           CONTINUE.

           SHOW-LIVE-SUMMARY SECTION.
               DISPLAY "==== " WS-SUM-GOVERNOR " reign "
                       WS-SUM-REIGN " -- from the live master ===="
               MOVE WS-SUM-LAST-YEAR TO WS-FORMAT-LEFT
               MOVE WS-SUM-PROVINCES TO WS-FORMAT-RIGHT
               DISPLAY "  Last year       " WS-FORMAT-LEFT
                       "     Provinces       " WS-FORMAT-RIGHT
               MOVE WS-SUM-YEAR-POP TO WS-FORMAT-LEFT
               MOVE WS-SUM-YEAR-ACRES TO WS-FORMAT-RIGHT
               DISPLAY "  Final people    " WS-FORMAT-LEFT
                       "     Final acres     " WS-FORMAT-RIGHT
               MOVE WS-SUM-YEAR-WHEAT TO WS-FORMAT-LEFT
               MOVE WS-SUM-TREASURE TO WS-FORMAT-RIGHT
               DISPLAY "  Final wheat     " WS-FORMAT-LEFT
                       "     Final treasury  " WS-FORMAT-RIGHT
               MOVE WS-SUM-STARVED TO WS-FORMAT-LEFT
               MOVE WS-SUM-RECORDS TO WS-FORMAT-RIGHT
               DISPLAY "  Starved         " WS-FORMAT-LEFT
                       "     Rows            " WS-FORMAT-RIGHT
               MOVE WS-SUM-RATS TO WS-FORMAT-LEFT
               MOVE WS-SUM-SPOIL TO WS-FORMAT-RIGHT
               DISPLAY "  Rats loss       " WS-FORMAT-LEFT
                       "     Spoilage loss   " WS-FORMAT-RIGHT
               MOVE WS-SUM-RAIDW TO WS-FORMAT-LEFT
               MOVE WS-SUM-RAIDA TO WS-FORMAT-RIGHT
               DISPLAY "  Raid wheat loss " WS-FORMAT-LEFT
                       "     Raid acres lost " WS-FORMAT-RIGHT
               MOVE WS-SUM-GUARD TO WS-FORMAT-LEFT
               MOVE WS-SUM-TRIB-DUE TO WS-FORMAT-RIGHT
               DISPLAY "  Guard pay       " WS-FORMAT-LEFT
                       "     Tribute due     " WS-FORMAT-RIGHT
               MOVE WS-SUM-TRIB-PAID TO WS-FORMAT-LEFT
               DISPLAY "  Tribute paid    " WS-FORMAT-LEFT
           CONTINUE.

      *    The rolled-up record of a reign HAMAEMNT has taken off
      *    the master. Only the figures the roll-up kept exist;
      *    the raw rows themselves are on AEARCH.DAT.
           SHOW-ROLLED-SUMMARY SECTION.
               MOVE WS-SUM-GOVERNOR TO WS-FOLDED-NAME
               INSPECT WS-FOLDED-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               SET WS-MATCH-FOUND TO FALSE
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS NOT = "00"
                   DISPLAY "No rows for " WS-SUM-GOVERNOR " reign "
                           WS-SUM-REIGN " on the master, and no "
                           "AESUMM.DAT to look in."
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-MATCH-FOUND
                   READ SUMMARY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF (SU-GOVERNOR-NAME = WS-SUM-GOVERNOR
                                   OR SU-GOVERNOR-NAME
                                       = WS-FOLDED-NAME)
                                   AND SU-REIGN-SEQ = WS-SUM-REIGN
                               SET WS-MATCH-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
               IF NOT WS-MATCH-FOUND
                   DISPLAY "No rows for " WS-SUM-GOVERNOR " reign "
                           WS-SUM-REIGN " on the master or in "
                           "AESUMM.DAT."
                   EXIT SECTION
               END-IF
               DISPLAY "==== " SU-GOVERNOR-NAME " reign "
                       SU-REIGN-SEQ " -- rolled off, from "
                       "AESUMM.DAT ===="
               MOVE SU-LAST-YEAR TO WS-FORMAT-LEFT
               MOVE SU-RECORDS TO WS-FORMAT-RIGHT
               DISPLAY "  Last year       " WS-FORMAT-LEFT
                       "     Rows rolled     " WS-FORMAT-RIGHT
               MOVE SU-FINAL-POP TO WS-FORMAT-LEFT
               MOVE SU-FINAL-ACRES TO WS-FORMAT-RIGHT
               DISPLAY "  Final people    " WS-FORMAT-LEFT
                       "     Final acres     " WS-FORMAT-RIGHT
               MOVE SU-STARVED TO WS-FORMAT-LEFT
               MOVE SU-RATS-LOSS TO WS-FORMAT-RIGHT
               DISPLAY "  Starved         " WS-FORMAT-LEFT
                       "     Rats loss       " WS-FORMAT-RIGHT
               MOVE SU-SPOILAGE-LOSS TO WS-FORMAT-LEFT
               MOVE SU-RAID-WHEAT-LOSS TO WS-FORMAT-RIGHT
               DISPLAY "  Spoilage loss   " WS-FORMAT-LEFT
                       "     Raid wheat loss " WS-FORMAT-RIGHT
               DISPLAY "  (The year-by-year rows are on AEARCH.DAT.)"
           CONTINUE.

      *    Every reign filed under a governor: those still on the
      *    master with their rows and last year, then those rolled
      *    off to AESUMM.DAT.
           LIST-GOVERNOR-REIGNS SECTION.
               PERFORM ASK-INQUIRY-GOVERNOR
               PERFORM FOLD-INQUIRY-GOVERNOR
               MOVE 0 TO WS-RG-COUNT
               PERFORM OPEN-MASTER-INPUT
               IF WS-MASTER-OPEN
                   PERFORM GATHER-LIVE-REIGNS
                   IF WS-RG-COUNT = 0
                           AND WS-FOLDED-NAME NOT = WS-INQ-GOVERNOR
                       MOVE WS-FOLDED-NAME TO WS-INQ-GOVERNOR
                       PERFORM GATHER-LIVE-REIGNS
                   END-IF
                   CLOSE ANALYTICS-MASTER-FILE
               END-IF

               DISPLAY "Reigns of " WS-INQ-GOVERNOR ":"
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT
                   MOVE WS-RG-ROWS(WS-RG-IDX) TO WS-FORMAT-COUNT
                   DISPLAY "  reign " WS-RG-SEQ(WS-RG-IDX)
                           "  live   through year "
                           WS-RG-LAST-YEAR(WS-RG-IDX) ", "
                           WS-FORMAT-COUNT " row(s)"
               END-PERFORM

               MOVE 0 TO WS-RG-ROLLED
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS = "00"
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ SUMMARY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNLOG-READS
                               IF SU-GOVERNOR-NAME = WS-INQ-GOVERNOR
                                       OR SU-GOVERNOR-NAME
                                           = WS-FOLDED-NAME
                                   ADD 1 TO WS-RG-ROLLED
                                   DISPLAY "  reign " SU-REIGN-SEQ
                                           "  rolled through year "
                                           SU-LAST-YEAR
                                           " (AESUMM.DAT)"
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-FILE
               END-IF
               IF WS-RG-COUNT = 0 AND WS-RG-ROLLED = 0
                   DISPLAY "  (none on the master or in AESUMM.DAT)"
               END-IF
           CONTINUE.

           GATHER-LIVE-REIGNS SECTION.
               MOVE 0 TO WS-RG-COUNT
               MOVE WS-INQ-GOVERNOR TO AM-GOVERNOR-NAME
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
                           IF AM-GOVERNOR-NAME NOT = WS-INQ-GOVERNOR
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               PERFORM NOTE-LIVE-REIGN
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

      *    Rows arrive in key order, so a reign is new exactly when
      *    its sequence differs from the last one noted.
           NOTE-LIVE-REIGN SECTION.
               IF WS-RG-COUNT = 0
                   PERFORM ADD-LIVE-REIGN
               ELSE
                   IF WS-RG-SEQ(WS-RG-COUNT) NOT = AM-REIGN-SEQ
                       PERFORM ADD-LIVE-REIGN
                   END-IF
               END-IF
               IF WS-RG-COUNT > 0
                   IF WS-RG-SEQ(WS-RG-COUNT) = AM-REIGN-SEQ
                       ADD 1 TO WS-RG-ROWS(WS-RG-COUNT)
                       MOVE AM-YEAR TO WS-RG-LAST-YEAR(WS-RG-COUNT)
                   END-IF
               END-IF
           CONTINUE.

           ADD-LIVE-REIGN SECTION.
               IF WS-RG-COUNT >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-RG-COUNT
               MOVE AM-REIGN-SEQ TO WS-RG-SEQ(WS-RG-COUNT)
               MOVE 0 TO WS-RG-ROWS(WS-RG-COUNT)
               MOVE 0 TO WS-RG-LAST-YEAR(WS-RG-COUNT)
           CONTINUE.
       END PROGRAM HAMAEINQ.
