      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-05
      * Purpose:   Loan statement. Reads the loan register
      *            LOANREG.DAT reign by reign and states every
      *            imperial grain loan the reign drew: the province
      *            and year it was drawn, the principal, the debt
      *            with its fifth in interest, and the term it was
      *            lent on under the loan-term rule. The installment
      *            schedule that term makes is laid out year by year
      *            beside what the collector actually billed and
      *            took, so a year off the schedule stands out.
      *            A loan that ended in a seizure is aged at the
      *            default -- the part of the installment the
      *            granary could not meet is overdue, and the debt
      *            struck with it is aged by the year each of its
      *            installments would have fallen due -- and a loan
      *            still running when the reign closed is aged the
      *            same way. Each reign closes with its totals and
      *            with the province and year of every default,
      *            the first of them the one the verdict held
      *            against the governor. The statement goes to
      *            LOANSTMT.DAT. Run as the step after the
      *            foreign-relations report in HAMBATCH.JCL. Reads
      *            an archived reign's register when ARCHPARM.DAT
      *            names one.
      *            RC=4 when there is no register to state, RC=8
      *            when a register record cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMLOANS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOAN-REGISTER-FILE
                   ASSIGN TO DYNAMIC WS-LOAN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-FILE-STATUS.
               SELECT LOAN-STATEMENT-FILE ASSIGN TO "LOANSTMT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's LOAN-REGISTER-FILE record.
               FD LOAN-REGISTER-FILE.
               01 LN-RECORD.
                   05 LN-GOVERNOR PIC X(20).
                   05 LN-YEAR PIC 99.
                   05 LN-PROVINCE PIC 9.
                   05 LN-ENTRY PIC X(8).
                   05 LN-PRINCIPAL PIC 9(7).
                   05 LN-TERM PIC 9.
                   05 LN-YEARS-LEFT PIC 9.
                   05 LN-BALANCE-BEFORE PIC 9(7).
                   05 LN-SCHEDULED PIC 9(7).
                   05 LN-PAID PIC 9(7).
                   05 LN-WRITTEN-OFF PIC 9(7).
                   05 LN-BALANCE-AFTER PIC 9(7).
                   05 LN-GRANARY PIC 9(7).

               FD LOAN-STATEMENT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-LOAN-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REIGN-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LOAN-END-CHECK PIC A.
                   88 WS-LOAN-ENDED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The reign in hand, buffered: a reign is the run of
      *        records under one governor with the years climbing.
      *        A collection is claimed by the drawdown it pays.
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-FIRST-YEAR PIC 99.
               01 WS-HOLD-RECORD PIC X(82).
               01 WS-ROW-COUNT PIC 999 VALUE 0.
               01 WS-ROW-IDX PIC 999.
               01 WS-SCAN-IDX PIC 999.
               01 WS-ROW-TABLE.
                   05 WS-ROW-ENTRY OCCURS 500 TIMES.
                       10 WS-ROW PIC X(82).
                       10 WS-ROW-CLAIMED PIC A.

      *        The loan in hand: its drawdown, the schedule its term
      *        makes, and the collections matched to each
      *        installment in turn.
               01 WS-LOAN-PROVINCE PIC 9.
               01 WS-LOAN-YEAR PIC 99.
               01 WS-LOAN-PRINCIPAL PIC 9(7).
               01 WS-LOAN-TERM PIC 9.
               01 WS-LOAN-DEBT PIC 9(7).
               01 WS-LOAN-STATE PIC X(9).
               01 WS-INST-IDX PIC 99.
               01 WS-INST-COUNT PIC 99.
               01 WS-SEIZED-INST PIC 99.
               01 WS-SCH-BALANCE PIC 9(7).
               01 WS-SCH-YEARS PIC 9.
               01 WS-INST-TABLE.
                   05 WS-INST OCCURS 9 TIMES.
                       10 WS-SCH-YEAR PIC 999.
                       10 WS-SCH-DUE PIC 9(7).
                       10 WS-SCH-BAL PIC 9(7).
                       10 WS-AC-FOUND PIC A.
                       10 WS-AC-ENTRY PIC X(8).
                       10 WS-AC-YEAR PIC 99.
                       10 WS-AC-BILLED PIC 9(7).
                       10 WS-AC-PAID PIC 9(7).
                       10 WS-AC-STRUCK PIC 9(7).
                       10 WS-AC-BAL PIC 9(7).

      *        The loan's reckoning and its arrears by age: what was
      *        overdue at the default, then what was struck or is
      *        still owed by the year it would fall due.
               01 WS-LS-COLLECTED PIC 9(7).
               01 WS-LS-SEIZED PIC 9(7).
               01 WS-LS-STRUCK PIC 9(7).
               01 WS-LS-OUTSTANDING PIC 9(7).
               01 WS-LS-OVERDUE PIC 9(7).
               01 WS-LS-AGE-1 PIC 9(7).
               01 WS-LS-AGE-2 PIC 9(7).
               01 WS-LS-AGE-3 PIC 9(7).
               01 WS-AGE-REMAINDER PIC S9(8).
               01 WS-AGE-YEARS PIC 99.

      *        The reign's totals.
               01 WS-RG-LOANS PIC 9(4).
               01 WS-RG-PRINCIPAL PIC 9(9).
               01 WS-RG-DEBT PIC 9(9).
               01 WS-RG-COLLECTED PIC 9(9).
               01 WS-RG-SEIZED PIC 9(9).
               01 WS-RG-STRUCK PIC 9(9).
               01 WS-RG-OUTSTANDING PIC 9(9).
               01 WS-RG-OVERDUE PIC 9(9).
               01 WS-RG-AGE-1 PIC 9(9).
               01 WS-RG-AGE-2 PIC 9(9).
               01 WS-RG-AGE-3 PIC 9(9).
               01 WS-RG-DEFAULTS PIC 9(4).
               01 WS-RG-UNMATCHED PIC 9(4).

               01 WS-LINE-PTR PIC 999.
               01 WS-RECORDS-READ PIC 9(7) VALUE 0.
               01 WS-REIGN-COUNT PIC 9(4) VALUE 0.
               01 WS-LOAN-COUNT PIC 9(4) VALUE 0.
               01 WS-DEFAULT-COUNT PIC 9(4) VALUE 0.
               01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(6)9.
               01 WS-FORMAT-AMOUNT-A PIC Z(8)9.
               01 WS-FORMAT-AMOUNT-B PIC Z(8)9.
               01 WS-FORMAT-AMOUNT-C PIC Z(8)9.
               01 WS-FORMAT-AMOUNT-D PIC Z(8)9.
               01 WS-FORMAT-YEAR-A PIC Z9.
               01 WS-FORMAT-YEAR-B PIC Z9.
               01 WS-FORMAT-DIGIT PIC 9.

               01 WS-HEADER-ROW.
                   05 FILLER PIC X(34) VALUE
                       "  INST  YEAR  SCHEDULED     BILLED".
                   05 FILLER PIC X(22) VALUE
                       "  COLLECTED     SEIZED".
                   05 FILLER PIC X(30) VALUE
                       "     STRUCK    BALANCE  STATUS".
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-FR-INST PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-YEAR PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-SCHEDULED PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-BILLED PIC Z(8)9 BLANK WHEN ZERO.
                   05 FILLER PIC X(2).
                   05 WS-FR-COLLECTED PIC Z(8)9 BLANK WHEN ZERO.
                   05 FILLER PIC X(2).
                   05 WS-FR-SEIZED PIC Z(8)9 BLANK WHEN ZERO.
                   05 FILLER PIC X(2).
                   05 WS-FR-STRUCK PIC Z(8)9 BLANK WHEN ZERO.
                   05 FILLER PIC X(2).
                   05 WS-FR-BALANCE PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-STATUS PIC X(16).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMLOANS".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live register unless ARCHPARM.DAT names an
      *        archived reign, whose set HAMARCH finds in the
      *        catalog.
               01 WS-LOAN-NAME PIC X(20) VALUE "LOANREG.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMLOANS -- imperial loan statement."
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
               OPEN OUTPUT LOAN-STATEMENT-FILE
               MOVE "IMPERIAL LOAN STATEMENT -- THE LOANS BY REIGN"
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

               PERFORM READ-LOAN-REGISTER
               PERFORM WRITE-STATEMENT-SUMMARY

               CLOSE LOAN-STATEMENT-FILE
               IF WS-REIGN-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-RECORDS-READ TO WS-RUNLOG-READS
               MOVE WS-EXCEPTION-COUNT TO WS-RUNLOG-WRITES
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

      *    Asks HAMARCH which set to read. A parm naming a reign the
      *    catalog does not carry ends the run: the live register
      *    would put another reign's loans under that name.
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
                   MOVE SPACES TO WS-LOAN-NAME
                   STRING "LOANREG." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-LOAN-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           READ-LOAN-REGISTER SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LOAN-REGISTER-FILE
               IF WS-LOAN-FILE-STATUS = "35"
                   MOVE SPACES TO PR-LINE
                   STRING WS-LOAN-NAME DELIMITED BY SPACE
                           " IS NOT ON FILE -- NO LOANS TO STATE."
                           DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-LOAN-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ LOAN-REGISTER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-LOAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOAN-REGISTER-FILE
               IF WS-REIGN-STARTED
                   PERFORM WRITE-REIGN-STATEMENT
               END-IF
           CONTINUE.

      *    A new governor, or the years starting over under the
      *    same one, closes the reign in hand.
           TAKE-LOAN-RECORD SECTION.
               IF LN-YEAR IS NOT NUMERIC
                       OR LN-PROVINCE IS NOT NUMERIC
                       OR LN-PRINCIPAL IS NOT NUMERIC
                       OR LN-TERM IS NOT NUMERIC
                       OR LN-YEARS-LEFT IS NOT NUMERIC
                       OR LN-BALANCE-BEFORE IS NOT NUMERIC
                       OR LN-SCHEDULED IS NOT NUMERIC
                       OR LN-PAID IS NOT NUMERIC
                       OR LN-WRITTEN-OFF IS NOT NUMERIC
                       OR LN-BALANCE-AFTER IS NOT NUMERIC
                       OR LN-GRANARY IS NOT NUMERIC
                       OR (LN-ENTRY NOT = "DRAWDOWN"
                           AND LN-ENTRY NOT = "PAYMENT"
                           AND LN-ENTRY NOT = "SEIZURE")
                       OR (LN-ENTRY = "DRAWDOWN" AND LN-TERM = 0)
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: unreadable loan record "
                           LN-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               IF WS-REIGN-STARTED
                   IF LN-GOVERNOR NOT = WS-CUR-GOVERNOR
                           OR LN-YEAR < WS-CUR-YEAR
                       MOVE LN-RECORD TO WS-HOLD-RECORD
                       PERFORM WRITE-REIGN-STATEMENT
                       MOVE WS-HOLD-RECORD TO LN-RECORD
                       SET WS-REIGN-STARTED TO FALSE
                   END-IF
               END-IF
               IF NOT WS-REIGN-STARTED
                   SET WS-REIGN-STARTED TO TRUE
                   MOVE LN-GOVERNOR TO WS-CUR-GOVERNOR
                   MOVE LN-YEAR TO WS-FIRST-YEAR
                   MOVE 0 TO WS-ROW-COUNT
               END-IF
               MOVE LN-YEAR TO WS-CUR-YEAR
               IF WS-ROW-COUNT < 500
                   ADD 1 TO WS-ROW-COUNT
                   MOVE LN-RECORD TO WS-ROW(WS-ROW-COUNT)
                   MOVE 'N' TO WS-ROW-CLAIMED(WS-ROW-COUNT)
               END-IF
           CONTINUE.

           WRITE-REIGN-STATEMENT SECTION.
               ADD 1 TO WS-REIGN-COUNT
               MOVE 0 TO WS-RG-LOANS
               MOVE 0 TO WS-RG-PRINCIPAL
               MOVE 0 TO WS-RG-DEBT
               MOVE 0 TO WS-RG-COLLECTED
               MOVE 0 TO WS-RG-SEIZED
               MOVE 0 TO WS-RG-STRUCK
               MOVE 0 TO WS-RG-OUTSTANDING
               MOVE 0 TO WS-RG-OVERDUE
               MOVE 0 TO WS-RG-AGE-1
               MOVE 0 TO WS-RG-AGE-2
               MOVE 0 TO WS-RG-AGE-3
               MOVE 0 TO WS-RG-DEFAULTS
               MOVE 0 TO WS-RG-UNMATCHED
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-FIRST-YEAR TO WS-FORMAT-YEAR-A
               MOVE WS-CUR-YEAR TO WS-FORMAT-YEAR-B
               MOVE SPACES TO PR-LINE
               STRING "REIGN OF " WS-CUR-GOVERNOR
                       "  YEARS " WS-FORMAT-YEAR-A " TO "
                       WS-FORMAT-YEAR-B
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW(WS-ROW-IDX) TO LN-RECORD
                   IF LN-ENTRY = "DRAWDOWN"
                       PERFORM WRITE-LOAN-STATEMENT
                   END-IF
               END-PERFORM
               PERFORM WRITE-UNMATCHED-COLLECTIONS
               PERFORM WRITE-REIGN-TOTALS
               PERFORM WRITE-REIGN-DEFAULTS
           CONTINUE.

      *    One loan, from the drawdown at WS-ROW-IDX: the schedule
      *    its term makes, each installment as collected, and the
      *    arrears it was left with.
           WRITE-LOAN-STATEMENT SECTION.
               ADD 1 TO WS-RG-LOANS
               ADD 1 TO WS-LOAN-COUNT
               MOVE LN-PROVINCE TO WS-LOAN-PROVINCE
               MOVE LN-YEAR TO WS-LOAN-YEAR
               MOVE LN-PRINCIPAL TO WS-LOAN-PRINCIPAL
               MOVE LN-TERM TO WS-LOAN-TERM
               MOVE LN-BALANCE-AFTER TO WS-LOAN-DEBT
               MOVE 'Y' TO WS-ROW-CLAIMED(WS-ROW-IDX)
               ADD WS-LOAN-PRINCIPAL TO WS-RG-PRINCIPAL
               ADD WS-LOAN-DEBT TO WS-RG-DEBT

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-LOAN-PROVINCE TO WS-FORMAT-DIGIT
               MOVE WS-LOAN-YEAR TO WS-FORMAT-YEAR-A
               MOVE WS-LOAN-PRINCIPAL TO WS-FORMAT-AMOUNT-A
               MOVE WS-LOAN-DEBT TO WS-FORMAT-AMOUNT-B
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  PROVINCE " WS-FORMAT-DIGIT
                       "  DRAWN IN YEAR " WS-FORMAT-YEAR-A
                       "  PRINCIPAL " WS-FORMAT-AMOUNT-A
                       "  DEBT " WS-FORMAT-AMOUNT-B
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-LOAN-TERM TO WS-FORMAT-DIGIT
               STRING "  TERM " WS-FORMAT-DIGIT
                       " YEARS BY THE LOAN-TERM RULE"
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE PR-LINE
               MOVE LN-GRANARY TO WS-FORMAT-AMOUNT-A
               MOVE SPACES TO PR-LINE
               STRING "    THE GRANARY HELD " WS-FORMAT-AMOUNT-A
                       " BUSHELS WHEN THE BARGES HAD UNLOADED."
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-HEADER-ROW TO PR-LINE
               WRITE PR-LINE

               PERFORM BUILD-LOAN-SCHEDULE
               PERFORM MATCH-LOAN-COLLECTIONS

               MOVE 0 TO WS-LS-COLLECTED
               MOVE 0 TO WS-LS-SEIZED
               MOVE 0 TO WS-LS-STRUCK
               PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                       UNTIL WS-INST-IDX > WS-LOAN-TERM
                   PERFORM WRITE-INSTALLMENT-ROW
               END-PERFORM
               PERFORM AGE-LOAN-ARREARS
               PERFORM WRITE-LOAN-TOTALS
           CONTINUE.

      *    The schedule MAIN collects by: each year the balance
      *    over the years left, the last installment taking up
      *    what the division left behind. The first installment
      *    falls due at the end of the year of the drawdown.
           BUILD-LOAN-SCHEDULE SECTION.
               MOVE WS-LOAN-DEBT TO WS-SCH-BALANCE
               MOVE WS-LOAN-TERM TO WS-SCH-YEARS
               PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                       UNTIL WS-INST-IDX > WS-LOAN-TERM
                   COMPUTE WS-SCH-YEAR(WS-INST-IDX) =
                           WS-LOAN-YEAR + WS-INST-IDX - 1
                   COMPUTE WS-SCH-DUE(WS-INST-IDX) =
                           WS-SCH-BALANCE / WS-SCH-YEARS
                   SUBTRACT WS-SCH-DUE(WS-INST-IDX)
                       FROM WS-SCH-BALANCE
                   SUBTRACT 1 FROM WS-SCH-YEARS
                   MOVE WS-SCH-BALANCE TO WS-SCH-BAL(WS-INST-IDX)
                   MOVE 'N' TO WS-AC-FOUND(WS-INST-IDX)
               END-PERFORM
           CONTINUE.

      *    The province's collections after the drawdown, up to
      *    its next drawdown, are the loan's installments in turn.
      *    A seizure ends the loan.
           MATCH-LOAN-COLLECTIONS SECTION.
               MOVE 0 TO WS-INST-COUNT
               MOVE 0 TO WS-SEIZED-INST
               SET WS-LOAN-ENDED TO FALSE
               COMPUTE WS-SCAN-IDX = WS-ROW-IDX + 1
               PERFORM UNTIL WS-SCAN-IDX > WS-ROW-COUNT
                       OR WS-LOAN-ENDED
                   MOVE WS-ROW(WS-SCAN-IDX) TO LN-RECORD
                   IF LN-PROVINCE = WS-LOAN-PROVINCE
                       IF LN-ENTRY = "DRAWDOWN"
                           SET WS-LOAN-ENDED TO TRUE
                       ELSE
                           IF WS-INST-COUNT < WS-LOAN-TERM
                               ADD 1 TO WS-INST-COUNT
                               PERFORM TAKE-INSTALLMENT
                               MOVE 'Y'
                                   TO WS-ROW-CLAIMED(WS-SCAN-IDX)
                           END-IF
                           IF LN-ENTRY = "SEIZURE"
                               MOVE WS-INST-COUNT TO WS-SEIZED-INST
                               SET WS-LOAN-ENDED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-SCAN-IDX
               END-PERFORM
               MOVE WS-ROW(WS-ROW-IDX) TO LN-RECORD
           CONTINUE.

           TAKE-INSTALLMENT SECTION.
               MOVE 'Y' TO WS-AC-FOUND(WS-INST-COUNT)
               MOVE LN-ENTRY TO WS-AC-ENTRY(WS-INST-COUNT)
               MOVE LN-YEAR TO WS-AC-YEAR(WS-INST-COUNT)
               MOVE LN-SCHEDULED TO WS-AC-BILLED(WS-INST-COUNT)
               MOVE LN-PAID TO WS-AC-PAID(WS-INST-COUNT)
               MOVE LN-WRITTEN-OFF TO WS-AC-STRUCK(WS-INST-COUNT)
               MOVE LN-BALANCE-AFTER TO WS-AC-BAL(WS-INST-COUNT)
           CONTINUE.

      *    An installment as scheduled beside what befell it: paid
      *    (and whether in the year and amount scheduled), seized,
      *    struck with a seizure before it, or never reached
      *    because the reign closed first.
           WRITE-INSTALLMENT-ROW SECTION.
               MOVE WS-INST-IDX TO WS-FR-INST
               MOVE WS-SCH-YEAR(WS-INST-IDX) TO WS-FR-YEAR
               MOVE WS-SCH-DUE(WS-INST-IDX) TO WS-FR-SCHEDULED
               MOVE 0 TO WS-FR-BILLED
               MOVE 0 TO WS-FR-COLLECTED
               MOVE 0 TO WS-FR-SEIZED
               MOVE 0 TO WS-FR-STRUCK
               EVALUATE TRUE
                   WHEN WS-AC-FOUND(WS-INST-IDX) = 'Y'
                       MOVE WS-AC-BILLED(WS-INST-IDX) TO WS-FR-BILLED
                       MOVE WS-AC-BAL(WS-INST-IDX) TO WS-FR-BALANCE
                       IF WS-AC-ENTRY(WS-INST-IDX) = "SEIZURE"
                           MOVE WS-AC-PAID(WS-INST-IDX)
                               TO WS-FR-SEIZED
                           MOVE WS-AC-STRUCK(WS-INST-IDX)
                               TO WS-FR-STRUCK
                           ADD WS-AC-PAID(WS-INST-IDX)
                               TO WS-LS-SEIZED
                           ADD WS-AC-STRUCK(WS-INST-IDX)
                               TO WS-LS-STRUCK
                           MOVE WS-AC-YEAR(WS-INST-IDX)
                               TO WS-FORMAT-YEAR-A
                           MOVE SPACES TO WS-FR-STATUS
                           STRING "DEFAULT, YEAR " WS-FORMAT-YEAR-A
                               DELIMITED BY SIZE INTO WS-FR-STATUS
                       ELSE
                           MOVE WS-AC-PAID(WS-INST-IDX)
                               TO WS-FR-COLLECTED
                           ADD WS-AC-PAID(WS-INST-IDX)
                               TO WS-LS-COLLECTED
                           MOVE "PAID" TO WS-FR-STATUS
                           IF WS-AC-YEAR(WS-INST-IDX)
                                   NOT = WS-SCH-YEAR(WS-INST-IDX)
                               MOVE WS-AC-YEAR(WS-INST-IDX)
                                   TO WS-FORMAT-YEAR-A
                               MOVE SPACES TO WS-FR-STATUS
                               STRING "PAID IN YEAR "
                                       WS-FORMAT-YEAR-A
                                   DELIMITED BY SIZE
                                   INTO WS-FR-STATUS
                           END-IF
                       END-IF
                       IF WS-AC-BILLED(WS-INST-IDX)
                               NOT = WS-SCH-DUE(WS-INST-IDX)
                           MOVE "OFF SCHEDULE" TO WS-FR-STATUS
                       END-IF
                   WHEN WS-SEIZED-INST > 0
                       MOVE 0 TO WS-FR-BALANCE
                       MOVE "STRUCK" TO WS-FR-STATUS
                   WHEN OTHER
                       MOVE WS-SCH-BAL(WS-INST-IDX) TO WS-FR-BALANCE
                       MOVE "NOT REACHED" TO WS-FR-STATUS
               END-EVALUATE
               MOVE WS-FORMAT-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    Arrears by age. On a default the part of the installment
      *    the granary could not meet was overdue; the rest of the
      *    debt struck with it is aged by the year each remaining
      *    installment would have fallen due. A loan the reign
      *    closed on is aged the same way from its next
      *    installment, with nothing overdue.
           AGE-LOAN-ARREARS SECTION.
               MOVE 0 TO WS-LS-OVERDUE
               MOVE 0 TO WS-LS-AGE-1
               MOVE 0 TO WS-LS-AGE-2
               MOVE 0 TO WS-LS-AGE-3
               MOVE 0 TO WS-LS-OUTSTANDING
               EVALUATE TRUE
                   WHEN WS-SEIZED-INST > 0
                       MOVE "DEFAULTED" TO WS-LOAN-STATE
                       COMPUTE WS-LS-OVERDUE =
                               WS-AC-BILLED(WS-SEIZED-INST)
                               - WS-AC-PAID(WS-SEIZED-INST)
                       COMPUTE WS-AGE-REMAINDER =
                               WS-LS-STRUCK - WS-LS-OVERDUE
                       MOVE WS-SEIZED-INST TO WS-INST-IDX
                   WHEN WS-INST-COUNT < WS-LOAN-TERM
                       MOVE "RUNNING" TO WS-LOAN-STATE
                       IF WS-INST-COUNT = 0
                           MOVE WS-LOAN-DEBT TO WS-LS-OUTSTANDING
                       ELSE
                           MOVE WS-AC-BAL(WS-INST-COUNT)
                               TO WS-LS-OUTSTANDING
                       END-IF
                       MOVE WS-LS-OUTSTANDING TO WS-AGE-REMAINDER
                       MOVE WS-INST-COUNT TO WS-INST-IDX
                   WHEN OTHER
                       MOVE "REPAID" TO WS-LOAN-STATE
                       EXIT SECTION
               END-EVALUATE
               MOVE 0 TO WS-AGE-YEARS
               ADD 1 TO WS-INST-IDX
               PERFORM UNTIL WS-INST-IDX > WS-LOAN-TERM
                       OR WS-AGE-REMAINDER NOT > 0
                   ADD 1 TO WS-AGE-YEARS
                   IF WS-AGE-YEARS < 3
                           AND WS-SCH-DUE(WS-INST-IDX)
                               < WS-AGE-REMAINDER
                       IF WS-AGE-YEARS = 1
                           MOVE WS-SCH-DUE(WS-INST-IDX)
                               TO WS-LS-AGE-1
                       ELSE
                           MOVE WS-SCH-DUE(WS-INST-IDX)
                               TO WS-LS-AGE-2
                       END-IF
                       SUBTRACT WS-SCH-DUE(WS-INST-IDX)
                           FROM WS-AGE-REMAINDER
                   ELSE
                       EVALUATE WS-AGE-YEARS
                           WHEN 1
                               MOVE WS-AGE-REMAINDER TO WS-LS-AGE-1
                           WHEN 2
                               MOVE WS-AGE-REMAINDER TO WS-LS-AGE-2
                           WHEN OTHER
                               MOVE WS-AGE-REMAINDER TO WS-LS-AGE-3
                       END-EVALUATE
                       MOVE 0 TO WS-AGE-REMAINDER
                   END-IF
                   ADD 1 TO WS-INST-IDX
               END-PERFORM
      *        A debt struck on its last installment has no later
      *        year to age by; what is left is overdue with it.
               IF WS-AGE-REMAINDER > 0
                   ADD WS-AGE-REMAINDER TO WS-LS-OVERDUE
               END-IF
           CONTINUE.

      *    The loan in two lines: what it cost and how it ended,
      *    then the arrears by age where it did not end repaid.
           WRITE-LOAN-TOTALS SECTION.
               ADD WS-LS-COLLECTED TO WS-RG-COLLECTED
               ADD WS-LS-SEIZED TO WS-RG-SEIZED
               ADD WS-LS-STRUCK TO WS-RG-STRUCK
               ADD WS-LS-OUTSTANDING TO WS-RG-OUTSTANDING
               ADD WS-LS-OVERDUE TO WS-RG-OVERDUE
               ADD WS-LS-AGE-1 TO WS-RG-AGE-1
               ADD WS-LS-AGE-2 TO WS-RG-AGE-2
               ADD WS-LS-AGE-3 TO WS-RG-AGE-3
               COMPUTE WS-FORMAT-AMOUNT-A =
                       WS-LOAN-DEBT - WS-LOAN-PRINCIPAL
               MOVE WS-LS-COLLECTED TO WS-FORMAT-AMOUNT-B
               MOVE WS-LS-SEIZED TO WS-FORMAT-AMOUNT-C
               MOVE WS-LS-STRUCK TO WS-FORMAT-AMOUNT-D
               MOVE SPACES TO PR-LINE
               STRING "    " WS-LOAN-STATE
                       "  INTEREST " WS-FORMAT-AMOUNT-A
                       "  COLLECTED " WS-FORMAT-AMOUNT-B
                       "  SEIZED " WS-FORMAT-AMOUNT-C
                       "  STRUCK " WS-FORMAT-AMOUNT-D
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               IF WS-LOAN-STATE = "REPAID"
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               IF WS-LOAN-STATE = "DEFAULTED"
                   STRING "    ARREARS AT THE DEFAULT:"
                       DELIMITED BY SIZE INTO PR-LINE
                       WITH POINTER WS-LINE-PTR
               ELSE
                   MOVE WS-LS-OUTSTANDING TO WS-FORMAT-AMOUNT-A
                   STRING "    OWED AT THE CLOSE "
                           WS-FORMAT-AMOUNT-A ":"
                       DELIMITED BY SIZE INTO PR-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
               MOVE WS-LS-OVERDUE TO WS-FORMAT-AMOUNT-A
               MOVE WS-LS-AGE-1 TO WS-FORMAT-AMOUNT-B
               MOVE WS-LS-AGE-2 TO WS-FORMAT-AMOUNT-C
               MOVE WS-LS-AGE-3 TO WS-FORMAT-AMOUNT-D
               STRING "  OVERDUE " WS-FORMAT-AMOUNT-A
                       "  DUE IN 1 YR " WS-FORMAT-AMOUNT-B
                       "  2 YRS " WS-FORMAT-AMOUNT-C
                       "  3+ YRS " WS-FORMAT-AMOUNT-D
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE PR-LINE
           CONTINUE.

      *    A collection no drawdown in the reign accounts for --
      *    the register started over in the middle of a loan, or a
      *    drawdown lost to an unreadable record -- is listed on
      *    its own rather than left out of the reckoning.
           WRITE-UNMATCHED-COLLECTIONS SECTION.
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF WS-ROW-CLAIMED(WS-ROW-IDX) = 'N'
                       MOVE WS-ROW(WS-ROW-IDX) TO LN-RECORD
                       ADD 1 TO WS-RG-UNMATCHED
                       ADD 1 TO WS-UNMATCHED-COUNT
                       ADD LN-PAID TO WS-RG-COLLECTED
                       ADD LN-WRITTEN-OFF TO WS-RG-STRUCK
                       MOVE LN-PROVINCE TO WS-FORMAT-DIGIT
                       MOVE LN-YEAR TO WS-FORMAT-YEAR-A
                       MOVE LN-PAID TO WS-FORMAT-AMOUNT-A
                       MOVE LN-BALANCE-AFTER TO WS-FORMAT-AMOUNT-B
                       MOVE SPACES TO PR-LINE
                       STRING "  UNMATCHED " LN-ENTRY
                               "  PROVINCE " WS-FORMAT-DIGIT
                               "  YEAR " WS-FORMAT-YEAR-A
                               "  TAKEN " WS-FORMAT-AMOUNT-A
                               "  BALANCE " WS-FORMAT-AMOUNT-B
                               " -- NO DRAWDOWN IN THIS REIGN"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                   END-IF
               END-PERFORM
           CONTINUE.

           WRITE-REIGN-TOTALS SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-RG-LOANS TO WS-FORMAT-COUNT
               MOVE WS-RG-PRINCIPAL TO WS-FORMAT-AMOUNT-A
               MOVE WS-RG-DEBT TO WS-FORMAT-AMOUNT-B
               MOVE WS-RG-COLLECTED TO WS-FORMAT-AMOUNT-C
               MOVE SPACES TO PR-LINE
               STRING "  REIGN: LOANS " WS-FORMAT-COUNT
                       "  PRINCIPAL " WS-FORMAT-AMOUNT-A
                       "  DEBT " WS-FORMAT-AMOUNT-B
                       "  COLLECTED " WS-FORMAT-AMOUNT-C
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-RG-SEIZED TO WS-FORMAT-AMOUNT-A
               MOVE WS-RG-STRUCK TO WS-FORMAT-AMOUNT-B
               MOVE WS-RG-OUTSTANDING TO WS-FORMAT-AMOUNT-C
               MOVE SPACES TO PR-LINE
               STRING "         SEIZED " WS-FORMAT-AMOUNT-A
                       "  STRUCK " WS-FORMAT-AMOUNT-B
                       "  OWED AT THE CLOSE " WS-FORMAT-AMOUNT-C
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-RG-OVERDUE TO WS-FORMAT-AMOUNT-A
               MOVE WS-RG-AGE-1 TO WS-FORMAT-AMOUNT-B
               MOVE WS-RG-AGE-2 TO WS-FORMAT-AMOUNT-C
               MOVE WS-RG-AGE-3 TO WS-FORMAT-AMOUNT-D
               MOVE SPACES TO PR-LINE
               STRING "         ARREARS: OVERDUE " WS-FORMAT-AMOUNT-A
                       "  DUE IN 1 YR " WS-FORMAT-AMOUNT-B
                       "  2 YRS " WS-FORMAT-AMOUNT-C
                       "  3+ YRS " WS-FORMAT-AMOUNT-D
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    Every seizure in the reign, by province and year. Any
      *    one of them marks the governor a defaulter at the
      *    verdict; the first is the one that did it.
           WRITE-REIGN-DEFAULTS SECTION.
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW(WS-ROW-IDX) TO LN-RECORD
                   IF LN-ENTRY = "SEIZURE"
                       ADD 1 TO WS-RG-DEFAULTS
                       ADD 1 TO WS-DEFAULT-COUNT
                       MOVE LN-PROVINCE TO WS-FORMAT-DIGIT
                       MOVE LN-YEAR TO WS-FORMAT-YEAR-A
                       MOVE SPACES TO PR-LINE
                       MOVE 1 TO WS-LINE-PTR
                       IF WS-RG-DEFAULTS = 1
                           STRING "  DEFAULT: PROVINCE "
                                   WS-FORMAT-DIGIT
                                   " IN YEAR " WS-FORMAT-YEAR-A
                                   " -- THE DEFAULT THE VERDICT HELD"
                                   " AGAINST THE GOVERNOR."
                               DELIMITED BY SIZE INTO PR-LINE
                               WITH POINTER WS-LINE-PTR
                       ELSE
                           STRING "  DEFAULT: PROVINCE "
                                   WS-FORMAT-DIGIT
                                   " IN YEAR " WS-FORMAT-YEAR-A
                                   " -- A FURTHER DEFAULT."
                               DELIMITED BY SIZE INTO PR-LINE
                               WITH POINTER WS-LINE-PTR
                       END-IF
                       WRITE PR-LINE
                       MOVE LN-SCHEDULED TO WS-FORMAT-AMOUNT-A
                       MOVE LN-GRANARY TO WS-FORMAT-AMOUNT-B
                       MOVE LN-WRITTEN-OFF TO WS-FORMAT-AMOUNT-C
                       MOVE SPACES TO PR-LINE
                       STRING "    INSTALLMENT " WS-FORMAT-AMOUNT-A
                               " AGAINST A GRANARY OF "
                               WS-FORMAT-AMOUNT-B
                               " -- ALL OF IT SEIZED AND "
                               WS-FORMAT-AMOUNT-C " STRUCK."
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                   END-IF
               END-PERFORM
               IF WS-RG-DEFAULTS = 0
                   MOVE "  NO DEFAULT IN THIS REIGN." TO PR-LINE
                   WRITE PR-LINE
               END-IF
           CONTINUE.

           WRITE-STATEMENT-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-RECORDS-READ TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "LOAN RECORDS READ:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-REIGN-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "REIGNS STATED:           " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-LOAN-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "LOANS STATED:            " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-DEFAULT-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "DEFAULTS:                " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-UNMATCHED-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "UNMATCHED COLLECTIONS:   " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "EXCEPTIONS:              " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.
       END PROGRAM HAMLOANS.
