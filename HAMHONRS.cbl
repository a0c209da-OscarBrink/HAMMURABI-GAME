      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-10
      * Purpose:   Roll of honours. Reads the honours file
      *            HONOURS.DAT that HAMHONOR keeps at every verdict
      *            and writes ROLLHONR.DAT in three parts: the roll
      *            itself, every title in the order it was earned
      *            with the governor, the reign, the reign's last
      *            year, its verdict and score; each title with the
      *            number of times it has been earned, by how many
      *            governors, and who earned it first -- a title on
      *            TITLES.DAT that no one has earned yet is listed
      *            as such; and the governors ranked by the titles
      *            they hold. Run as the step after the contract
      *            settlement statement in HAMBATCH.JCL.
      *            RC=4 when no honour has been earned yet, RC=8
      *            when an honours record cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMHONRS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HONOURS-FILE ASSIGN TO "HONOURS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HONOURS-FILE-STATUS.
               SELECT TITLES-FILE ASSIGN TO "TITLES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TITLES-FILE-STATUS.
               SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLHONR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors HAMHONOR's HONOURS-FILE record.
               FD HONOURS-FILE.
               01 HN-RECORD.
                   05 HN-GOVERNOR PIC X(20).
                   05 HN-REIGN-SEQ PIC 9(3).
                   05 HN-FINAL-YEAR PIC 99.
                   05 HN-TITLE-CODE PIC X(8).
                   05 HN-TITLE-NAME PIC X(30).
                   05 HN-OUTCOME PIC X(10).
                   05 HN-SCORE PIC 9(5)V99.
                   05 HN-AWARDED-DATE PIC 9(8).

      *        Mirrors HAMHONOR's TITLES-FILE record.
               FD TITLES-FILE.
               01 TT-RECORD.
                   05 TT-CODE PIC X(8).
                   05 TT-NAME PIC X(30).
                   05 TT-RULE PIC X(8).
                   05 TT-FIGURE PIC 9(7).
                   05 FILLER PIC X(27).

               FD ROLL-REPORT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-HONOURS-FILE-STATUS PIC X(02).
               01 WS-TITLES-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

               01 WS-RECORDS-READ PIC 9(7) VALUE 0.
               01 WS-HONOUR-COUNT PIC 9(5) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

      *        Every title seen, on the roll or on TITLES.DAT.
               01 WS-TITLE-COUNT PIC 99 VALUE 0.
               01 WS-TITLE-IDX PIC 99.
               01 WS-TITLE-FOUND-IDX PIC 99.
               01 WS-TITLE-FULL-CHECK PIC A VALUE 'N'.
                   88 WS-TITLE-TABLE-FULL-TOLD VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SEARCH-CODE PIC X(8).
               01 WS-TITLE-TABLE.
                   05 WS-TITLE OCCURS 50 TIMES.
                       10 WS-TITLE-CODE PIC X(8).
                       10 WS-TITLE-NAME PIC X(30).
                       10 WS-TITLE-TIMES PIC 9(5).
                       10 WS-TITLE-HOLDERS PIC 9(3).
                       10 WS-TITLE-FIRST-GOV PIC X(20).
                       10 WS-TITLE-FIRST-SEQ PIC 9(3).

      *        Every governor on the roll, with the titles held --
      *        a title earned in two reigns counts once among the
      *        governor's distinct titles.
               01 WS-GOV-COUNT PIC 9(3) VALUE 0.
               01 WS-GOV-IDX PIC 9(3).
               01 WS-GOV-FOUND-IDX PIC 9(3).
               01 WS-GOV-FULL-CHECK PIC A VALUE 'N'.
                   88 WS-GOV-TABLE-FULL-TOLD VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-GOV-TABLE.
                   05 WS-GOV-ENTRY OCCURS 200 TIMES.
                       10 WS-GOV-NAME PIC X(20).
                       10 WS-GOV-HONOURS PIC 9(5).
                       10 WS-GOV-DISTINCT PIC 99.
                       10 WS-GOV-HELD PIC A OCCURS 50 TIMES.

               01 WS-RANK-PLACE PIC 9(3).
               01 WS-RANK-SCAN PIC 9(3).
               01 WS-RANK-BEST PIC 9(3).
               01 WS-RANK-TABLE.
                   05 WS-RANK-DONE PIC A OCCURS 200 TIMES.

               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-HOLDERS PIC ZZ9.
               01 WS-FORMAT-SEQ PIC ZZ9.

               01 WS-HEADER-ROW.
                   05 FILLER PIC X(33) VALUE
                       "GOVERNOR              REIGN  YEAR".
                   05 FILLER PIC X(33) VALUE
                       "  TITLE                         ".
                   05 FILLER PIC X(36) VALUE
                       "  VERDICT        SCORE  AWARDED".
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 WS-FR-GOVERNOR PIC X(20).
                   05 FILLER PIC X(2).
                   05 WS-FR-SEQ PIC Z(4)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-YEAR PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-TITLE PIC X(30).
                   05 FILLER PIC X(2).
                   05 WS-FR-OUTCOME PIC X(10).
                   05 FILLER PIC X(1).
                   05 WS-FR-SCORE PIC Z(4)9.99.
                   05 FILLER PIC X(2).
                   05 WS-FR-DATE PIC 9(8).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMHONRS".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMHONRS -- roll of honours."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               OPEN OUTPUT ROLL-REPORT-FILE
               MOVE "ROLL OF HONOURS (FROM HONOURS.DAT)" TO PR-LINE
               WRITE PR-LINE

               PERFORM READ-TITLES-DATASET
               PERFORM READ-HONOURS-FILE
               IF WS-HONOUR-COUNT > 0
                   PERFORM WRITE-TITLE-SUMMARY
                   PERFORM WRITE-GOVERNOR-RANKING
               END-IF

               CLOSE ROLL-REPORT-FILE
               DISPLAY "Roll of honours written to ROLLHONR.DAT."
               IF WS-HONOUR-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-RECORDS-READ TO WS-RUNLOG-READS
               MOVE WS-HONOUR-COUNT TO WS-RUNLOG-WRITES
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

      *    The titles in force are entered first, so a title no
      *    one has earned still has its line in the summary. No
      *    dataset leaves only the titles the roll itself names.
           READ-TITLES-DATASET SECTION.
               OPEN INPUT TITLES-FILE
               IF WS-TITLES-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ TITLES-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF TT-RECORD NOT = SPACES
                                   AND TT-CODE(1:1) NOT = "*"
                                   AND TT-CODE NOT = SPACES
                               MOVE TT-CODE TO WS-SEARCH-CODE
                               PERFORM FIND-TITLE-ENTRY
                               IF WS-TITLE-FOUND-IDX = 0
                                   PERFORM ADD-TITLE-ENTRY
                                   IF WS-TITLE-FOUND-IDX > 0
                                       MOVE TT-NAME TO WS-TITLE-NAME
                                           (WS-TITLE-FOUND-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TITLES-FILE
           CONTINUE.

           READ-HONOURS-FILE SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT HONOURS-FILE
               IF WS-HONOURS-FILE-STATUS = "35"
                   MOVE SPACES TO PR-LINE
                   STRING "HONOURS.DAT IS NOT ON FILE -- NO HONOUR "
                           "HAS BEEN EARNED YET."
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   DISPLAY "No honours on file."
                   EXIT SECTION
               END-IF
               IF WS-HONOURS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: HONOURS.DAT could not be "
                           "opened (status " WS-HONOURS-FILE-STATUS
                           ")"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-HEADER-ROW TO PR-LINE
               WRITE PR-LINE
               PERFORM UNTIL WS-FILE-EOF
                   READ HONOURS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-HONOUR-RECORD
                   END-READ
               END-PERFORM
               CLOSE HONOURS-FILE
               IF WS-HONOUR-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
                   MOVE "NO HONOURS ON FILE" TO PR-LINE
                   WRITE PR-LINE
               END-IF
           CONTINUE.

      *    One line of the roll per title earned, and the title and
      *    governor tables brought up to date.
           TAKE-HONOUR-RECORD SECTION.
               IF HN-REIGN-SEQ NOT NUMERIC
                       OR HN-FINAL-YEAR NOT NUMERIC
                       OR HN-SCORE NOT NUMERIC
                       OR HN-TITLE-CODE = SPACES
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: honours record " WS-RECORDS-READ
                           " cannot be read -- passed over"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-HONOUR-COUNT

               MOVE HN-GOVERNOR TO WS-FR-GOVERNOR
               MOVE HN-REIGN-SEQ TO WS-FR-SEQ
               MOVE HN-FINAL-YEAR TO WS-FR-YEAR
               MOVE HN-TITLE-NAME TO WS-FR-TITLE
               MOVE HN-OUTCOME TO WS-FR-OUTCOME
               MOVE HN-SCORE TO WS-FR-SCORE
               MOVE HN-AWARDED-DATE TO WS-FR-DATE
               MOVE WS-FORMAT-ROW TO PR-LINE
               WRITE PR-LINE

               MOVE HN-TITLE-CODE TO WS-SEARCH-CODE
               PERFORM FIND-TITLE-ENTRY
               IF WS-TITLE-FOUND-IDX = 0
                   PERFORM ADD-TITLE-ENTRY
               END-IF
               IF WS-TITLE-FOUND-IDX = 0
                   EXIT SECTION
               END-IF
               IF WS-TITLE-NAME(WS-TITLE-FOUND-IDX) = SPACES
                   MOVE HN-TITLE-NAME
                       TO WS-TITLE-NAME(WS-TITLE-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TITLE-TIMES(WS-TITLE-FOUND-IDX)
               IF WS-TITLE-TIMES(WS-TITLE-FOUND-IDX) = 1
                   MOVE HN-GOVERNOR
                       TO WS-TITLE-FIRST-GOV(WS-TITLE-FOUND-IDX)
                   MOVE HN-REIGN-SEQ
                       TO WS-TITLE-FIRST-SEQ(WS-TITLE-FOUND-IDX)
               END-IF

               PERFORM FIND-GOVERNOR-ENTRY
               IF WS-GOV-FOUND-IDX = 0
                   IF WS-GOV-COUNT >= 200
                       IF NOT WS-GOV-TABLE-FULL-TOLD
                           SET WS-GOV-TABLE-FULL-TOLD TO TRUE
                           DISPLAY "More than 200 governors on the "
                                   "roll -- the excess are not "
                                   "ranked."
                       END-IF
                       EXIT SECTION
                   END-IF
                   ADD 1 TO WS-GOV-COUNT
                   MOVE WS-GOV-COUNT TO WS-GOV-FOUND-IDX
                   MOVE HN-GOVERNOR TO WS-GOV-NAME(WS-GOV-FOUND-IDX)
                   MOVE 0 TO WS-GOV-HONOURS(WS-GOV-FOUND-IDX)
                   MOVE 0 TO WS-GOV-DISTINCT(WS-GOV-FOUND-IDX)
                   PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                           UNTIL WS-TITLE-IDX > 50
                       MOVE 'N' TO WS-GOV-HELD(WS-GOV-FOUND-IDX
                           WS-TITLE-IDX)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-GOV-HONOURS(WS-GOV-FOUND-IDX)
               IF WS-GOV-HELD(WS-GOV-FOUND-IDX WS-TITLE-FOUND-IDX)
                       = 'N'
                   MOVE 'Y' TO WS-GOV-HELD(WS-GOV-FOUND-IDX
                       WS-TITLE-FOUND-IDX)
                   ADD 1 TO WS-GOV-DISTINCT(WS-GOV-FOUND-IDX)
                   ADD 1 TO WS-TITLE-HOLDERS(WS-TITLE-FOUND-IDX)
               END-IF
           CONTINUE.

           FIND-TITLE-ENTRY SECTION.
               MOVE 0 TO WS-TITLE-FOUND-IDX
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                           OR WS-TITLE-FOUND-IDX > 0
                   IF WS-TITLE-CODE(WS-TITLE-IDX) = WS-SEARCH-CODE
                       MOVE WS-TITLE-IDX TO WS-TITLE-FOUND-IDX
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Leaves WS-TITLE-FOUND-IDX at 0 when the table is full.
           ADD-TITLE-ENTRY SECTION.
               IF WS-TITLE-COUNT >= 50
                   IF NOT WS-TITLE-TABLE-FULL-TOLD
                       SET WS-TITLE-TABLE-FULL-TOLD TO TRUE
                       DISPLAY "More than 50 titles -- the excess "
                               "are not summarized."
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-TITLE-COUNT TO WS-TITLE-FOUND-IDX
               MOVE WS-SEARCH-CODE TO WS-TITLE-CODE(WS-TITLE-COUNT)
               MOVE SPACES TO WS-TITLE-NAME(WS-TITLE-COUNT)
               MOVE 0 TO WS-TITLE-TIMES(WS-TITLE-COUNT)
               MOVE 0 TO WS-TITLE-HOLDERS(WS-TITLE-COUNT)
               MOVE SPACES TO WS-TITLE-FIRST-GOV(WS-TITLE-COUNT)
               MOVE 0 TO WS-TITLE-FIRST-SEQ(WS-TITLE-COUNT)
           CONTINUE.

           FIND-GOVERNOR-ENTRY SECTION.
               MOVE 0 TO WS-GOV-FOUND-IDX
               PERFORM VARYING WS-GOV-IDX FROM 1 BY 1
                       UNTIL WS-GOV-IDX > WS-GOV-COUNT
                           OR WS-GOV-FOUND-IDX > 0
                   IF WS-GOV-NAME(WS-GOV-IDX) = HN-GOVERNOR
                       MOVE WS-GOV-IDX TO WS-GOV-FOUND-IDX
                   END-IF
               END-PERFORM
           CONTINUE.

           WRITE-TITLE-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE "THE TITLES AND THEIR HOLDERS" TO PR-LINE
               WRITE PR-LINE
               DISPLAY PR-LINE
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                   MOVE SPACES TO PR-LINE
                   IF WS-TITLE-TIMES(WS-TITLE-IDX) = 0
                       STRING "  " WS-TITLE-CODE(WS-TITLE-IDX)
                               " " WS-TITLE-NAME(WS-TITLE-IDX)
                               " NOT YET EARNED"
                           DELIMITED BY SIZE INTO PR-LINE
                   ELSE
                       MOVE WS-TITLE-TIMES(WS-TITLE-IDX)
                           TO WS-FORMAT-COUNT
                       MOVE WS-TITLE-HOLDERS(WS-TITLE-IDX)
                           TO WS-FORMAT-HOLDERS
                       MOVE WS-TITLE-FIRST-SEQ(WS-TITLE-IDX)
                           TO WS-FORMAT-SEQ
                       STRING "  " WS-TITLE-CODE(WS-TITLE-IDX)
                               " " WS-TITLE-NAME(WS-TITLE-IDX)
                               " EARNED " WS-FORMAT-COUNT
                               " BY " WS-FORMAT-HOLDERS
                               " GOVERNOR(S) FIRST "
                               WS-TITLE-FIRST-GOV(WS-TITLE-IDX)
                               " REIGN " WS-FORMAT-SEQ
                           DELIMITED BY SIZE INTO PR-LINE
                   END-IF
                   WRITE PR-LINE
                   DISPLAY PR-LINE
               END-PERFORM
           CONTINUE.

      *    Straightforward selection of the next governor by titles
      *    held, then by honours earned in all -- the same shape
      *    as the career report's ranking.
           WRITE-GOVERNOR-RANKING SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE "GOVERNORS BY TITLES HELD" TO PR-LINE
               WRITE PR-LINE
               DISPLAY PR-LINE

               PERFORM VARYING WS-GOV-IDX FROM 1 BY 1
                       UNTIL WS-GOV-IDX > WS-GOV-COUNT
                   MOVE 'N' TO WS-RANK-DONE(WS-GOV-IDX)
               END-PERFORM

               PERFORM VARYING WS-RANK-PLACE FROM 1 BY 1
                       UNTIL WS-RANK-PLACE > WS-GOV-COUNT
                   MOVE 0 TO WS-RANK-BEST
                   PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
                           UNTIL WS-RANK-SCAN > WS-GOV-COUNT
                       IF WS-RANK-DONE(WS-RANK-SCAN) = 'N'
                           IF WS-RANK-BEST = 0
                               MOVE WS-RANK-SCAN TO WS-RANK-BEST
                           ELSE
                           IF WS-GOV-DISTINCT(WS-RANK-SCAN) >
                                   WS-GOV-DISTINCT(WS-RANK-BEST)
                               MOVE WS-RANK-SCAN TO WS-RANK-BEST
                           ELSE
                           IF WS-GOV-DISTINCT(WS-RANK-SCAN) =
                                   WS-GOV-DISTINCT(WS-RANK-BEST)
                                   AND WS-GOV-HONOURS(WS-RANK-SCAN) >
                                       WS-GOV-HONOURS(WS-RANK-BEST)
                               MOVE WS-RANK-SCAN TO WS-RANK-BEST
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE 'Y' TO WS-RANK-DONE(WS-RANK-BEST)
                   MOVE WS-GOV-HONOURS(WS-RANK-BEST) TO WS-FORMAT-COUNT
                   MOVE SPACES TO PR-LINE
                   STRING "  " WS-RANK-PLACE ". "
                           WS-GOV-NAME(WS-RANK-BEST)
                           " TITLES " WS-GOV-DISTINCT(WS-RANK-BEST)
                           "  HONOURS IN ALL " WS-FORMAT-COUNT
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   DISPLAY PR-LINE
               END-PERFORM
           CONTINUE.
       END PROGRAM HAMHONRS.
