      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-18
      * Purpose:   Kingdom income statement. Reads the wheat ledger
      *            LEDGER.DAT reign by reign and summarizes it by
      *            ledger code: for every year, and again for the
      *            whole reign, each code's bushels, its share of
      *            all inflows or all outflows, a column for each
      *            province, and -- year by year -- the change
      *            against the year before; the reign statement
      *            carries the code's average per year in that
      *            column instead, which is where the kingdom's
      *            grain goes in an ordinary year. Codes are listed
      *            largest first under INFLOWS (CR) and OUTFLOWS
      *            (DR), each side totalled, with the net to the
      *            granaries beneath. A code that moved grain last
      *            year and none this year is still listed so its
      *            drop shows. The report goes to INCSTMT.DAT. Run
      *            as the step after the census report in
      *            HAMBATCH.JCL.
      *            The statement proves nothing: HAMLPROF owns the
      *            ledger's balance. OUTBAL entries are the live
      *            proof's own flags, not movements; they are kept
      *            out of the statement and counted in the summary.
      *            A posting that cannot be read is an exception and
      *            ends the run with a nonzero return code. Reads an
      *            archived reign's ledger when ARCHPARM.DAT names
      *            one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMINCST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-FILE-STATUS.
               SELECT STATEMENT-FILE ASSIGN TO "INCSTMT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's LEDGER-FILE record.
               FD LEDGER-FILE.
               01 LG-RECORD.
                   05 LG-GOVERNOR PIC X(20).
                   05 LG-YEAR PIC 99.
                   05 LG-PROVINCE PIC 9.
                   05 LG-CODE PIC X(8).
                   05 LG-SIDE PIC X(2).
                   05 LG-AMOUNT PIC 9(7).

               FD STATEMENT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-LEDGER-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REIGN-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PRIOR-CHECK PIC A VALUE 'N'.
                   88 WS-HAS-PRIOR-YEAR VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STATEMENT-KIND PIC A.
                   88 WS-YEAR-STATEMENT VALUE 'Y'.
                   88 WS-REIGN-STATEMENT VALUE 'R'.

      *        Side 1 is the inflows (CR), side 2 the outflows (DR).
               01 WS-SIDE-NAMES PIC X(16) VALUE "INFLOWS OUTFLOWS".
               01 WS-SIDE-NAME-TABLE REDEFINES WS-SIDE-NAMES.
                   05 WS-SIDE-NAME PIC X(8) OCCURS 2 TIMES.

      *        One slot per code and side met in the reign, with the
      *        year in progress, the year before it, and the reign
      *        so far. The ledger is written a year at a time, so
      *        the year is listed when the year changes.
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-FIRST-YEAR PIC 99.
               01 WS-YEAR-COUNT PIC 99 VALUE 0.
               01 WS-MAX-PROV PIC 9 VALUE 0.
               01 WS-PROV-IDX PIC 9.
               01 WS-SIDE-IDX PIC 9.
               01 WS-CODE-IDX PIC 99.
               01 WS-CODE-COUNT PIC 99 VALUE 0.
               01 WS-CODE-LIMIT PIC 99 VALUE 40.
               01 WS-CODE-TABLE.
                   05 WS-CD-ENTRY OCCURS 40 TIMES.
                       10 WS-CD-CODE PIC X(8).
                       10 WS-CD-SIDE PIC 9.
                       10 WS-CD-YEAR-TOTAL PIC 9(9).
                       10 WS-CD-YEAR-PROV PIC 9(9) OCCURS 8 TIMES.
                       10 WS-CD-PRIOR-TOTAL PIC 9(9).
                       10 WS-CD-REIGN-TOTAL PIC 9(9).
                       10 WS-CD-REIGN-PROV PIC 9(9) OCCURS 8 TIMES.

               01 WS-SIDE-TABLE.
                   05 WS-SD-ENTRY OCCURS 2 TIMES.
                       10 WS-SD-YEAR-TOTAL PIC 9(9).
                       10 WS-SD-YEAR-PROV PIC 9(9) OCCURS 8 TIMES.
                       10 WS-SD-PRIOR-TOTAL PIC 9(9).
                       10 WS-SD-REIGN-TOTAL PIC 9(9).
                       10 WS-SD-REIGN-PROV PIC 9(9) OCCURS 8 TIMES.

      *        The codes of one side in the order they are listed,
      *        largest first.
               01 WS-ORDER-COUNT PIC 99.
               01 WS-ORDER-TABLE.
                   05 WS-OR-ENTRY OCCURS 40 TIMES.
                       10 WS-OR-SLOT PIC 99.
                       10 WS-OR-KEY PIC 9(9).
               01 WS-ORDER-IDX PIC 99.
               01 WS-SORT-IDX PIC 99.
               01 WS-SORT-LAST PIC 99.
               01 WS-SWAP-ENTRY PIC X(11).

      *        The figures of the line being written.
               01 WS-ROW-VALUES.
                   05 WS-RV-TOTAL PIC 9(9).
                   05 WS-RV-PROV PIC 9(9) OCCURS 8 TIMES.
                   05 WS-RV-SIDE-TOTAL PIC 9(9).
                   05 WS-RV-CHANGE PIC S9(9).
               01 WS-SHARE PIC 999V9.
               01 WS-NET PIC S9(10).

               01 WS-ENTRIES-READ PIC 9(7) VALUE 0.
               01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
               01 WS-OUTBAL-COUNT PIC 9(4) VALUE 0.
               01 WS-REIGN-COUNT PIC 9(4) VALUE 0.
               01 WS-YEARS-LISTED PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-NET PIC -(9)9.
               01 WS-FORMAT-YEARS PIC Z9.
               01 WS-HEADER-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-HR-SIDE PIC X(8).
                   05 FILLER PIC X(1).
                   05 WS-HR-TOTAL PIC X(9).
                   05 FILLER PIC X(1).
                   05 WS-HR-SHARE PIC X(6).
                   05 FILLER PIC X(1).
                   05 WS-HR-CHANGE PIC X(10).
                   05 WS-HR-PROV-COL OCCURS 8 TIMES.
                       10 FILLER PIC X(1).
                       10 WS-HR-PROV.
                           15 WS-HR-PROV-LIT PIC X(7).
                           15 WS-HR-PROV-NO PIC 9.
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-FR-CODE PIC X(8).
                   05 FILLER PIC X(1).
                   05 WS-FR-TOTAL PIC Z(8)9.
                   05 FILLER PIC X(1).
                   05 WS-FR-SHARE PIC ZZ9.9.
                   05 WS-FR-PCT PIC X(1).
                   05 FILLER PIC X(1).
                   05 WS-FR-CHANGE PIC -(9)9.
                   05 WS-FR-CHANGE-X REDEFINES WS-FR-CHANGE
                      PIC X(10).
                   05 WS-FR-PROV-COL OCCURS 8 TIMES.
                       10 FILLER PIC X(1).
                       10 WS-FR-PROV PIC Z(7)9.
                       10 WS-FR-PROV-X REDEFINES WS-FR-PROV
                          PIC X(8).
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMINCST".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live ledger unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-LEDGER-NAME PIC X(20) VALUE "LEDGER.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMINCST -- kingdom income statement."
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
               OPEN OUTPUT STATEMENT-FILE
               MOVE "KINGDOM INCOME STATEMENT -- WHEAT BY LEDGER CODE"
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

               PERFORM READ-WHEAT-LEDGER
               PERFORM WRITE-STATEMENT-SUMMARY

               CLOSE STATEMENT-FILE
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
      *    catalog does not carry ends the run: the live ledger
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
                   MOVE SPACES TO WS-LEDGER-NAME
                   STRING "LEDGER." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-LEDGER-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           READ-WHEAT-LEDGER SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-LEDGER-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM TAKE-LEDGER-POSTING
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               IF WS-REIGN-STARTED
                   PERFORM LIST-YEAR-STATEMENT
                   PERFORM LIST-REIGN-STATEMENT
               END-IF
           CONTINUE.

      *    A new governor, or a year that runs backwards under the
      *    same name, starts a new reign; a new year lists the one
      *    before it.
           TAKE-LEDGER-POSTING SECTION.
               IF LG-YEAR NOT NUMERIC
                       OR LG-PROVINCE NOT NUMERIC
                       OR LG-AMOUNT NOT NUMERIC
                       OR LG-PROVINCE = 0 OR LG-PROVINCE > 8
                       OR (LG-SIDE NOT = "CR" AND LG-SIDE NOT = "DR")
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: UNREADABLE LEDGER POSTING: "
                           LG-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               IF LG-CODE = "OUTBAL"
                   ADD 1 TO WS-OUTBAL-COUNT
                   EXIT SECTION
               END-IF

               IF NOT WS-REIGN-STARTED
                       OR LG-GOVERNOR NOT = WS-CUR-GOVERNOR
                       OR LG-YEAR < WS-CUR-YEAR
                   IF WS-REIGN-STARTED
                       PERFORM LIST-YEAR-STATEMENT
                       PERFORM LIST-REIGN-STATEMENT
                   END-IF
                   PERFORM START-STATEMENT-REIGN
               ELSE
                   IF LG-YEAR NOT = WS-CUR-YEAR
                       PERFORM LIST-YEAR-STATEMENT
                       PERFORM ROLL-STATEMENT-YEAR
                       MOVE LG-YEAR TO WS-CUR-YEAR
                       ADD 1 TO WS-YEAR-COUNT
                   END-IF
               END-IF

               IF LG-SIDE = "CR"
                   MOVE 1 TO WS-SIDE-IDX
               ELSE
                   MOVE 2 TO WS-SIDE-IDX
               END-IF
               PERFORM FIND-CODE-SLOT
               IF WS-CODE-IDX = 0
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: MORE THAN " WS-CODE-LIMIT
                           " LEDGER CODES IN ONE REIGN -- NOT LISTED: "
                           LG-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF

               MOVE LG-PROVINCE TO WS-PROV-IDX
               IF WS-PROV-IDX > WS-MAX-PROV
                   MOVE WS-PROV-IDX TO WS-MAX-PROV
               END-IF
               ADD LG-AMOUNT TO WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                                WS-CD-REIGN-TOTAL(WS-CODE-IDX)
                                WS-SD-YEAR-TOTAL(WS-SIDE-IDX)
                                WS-SD-REIGN-TOTAL(WS-SIDE-IDX)
               ADD LG-AMOUNT
                   TO WS-CD-YEAR-PROV(WS-CODE-IDX, WS-PROV-IDX)
                      WS-CD-REIGN-PROV(WS-CODE-IDX, WS-PROV-IDX)
                      WS-SD-YEAR-PROV(WS-SIDE-IDX, WS-PROV-IDX)
                      WS-SD-REIGN-PROV(WS-SIDE-IDX, WS-PROV-IDX)
               ADD 1 TO WS-POSTED-COUNT
           CONTINUE.

      *    The slot for the posting's code on its side, opened on
      *    first sight; zero when the table is full.
           FIND-CODE-SLOT SECTION.
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   IF WS-CD-CODE(WS-CODE-IDX) = LG-CODE
                           AND WS-CD-SIDE(WS-CODE-IDX) = WS-SIDE-IDX
                       EXIT SECTION
                   END-IF
               END-PERFORM
               IF WS-CODE-COUNT NOT < WS-CODE-LIMIT
                   MOVE 0 TO WS-CODE-IDX
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-IDX
               INITIALIZE WS-CD-ENTRY(WS-CODE-IDX)
               MOVE LG-CODE TO WS-CD-CODE(WS-CODE-IDX)
               MOVE WS-SIDE-IDX TO WS-CD-SIDE(WS-CODE-IDX)
           CONTINUE.

           START-STATEMENT-REIGN SECTION.
               SET WS-REIGN-STARTED TO TRUE
               SET WS-HAS-PRIOR-YEAR TO FALSE
               ADD 1 TO WS-REIGN-COUNT
               MOVE LG-GOVERNOR TO WS-CUR-GOVERNOR
               MOVE LG-YEAR TO WS-CUR-YEAR
               MOVE LG-YEAR TO WS-FIRST-YEAR
               MOVE 1 TO WS-YEAR-COUNT
               MOVE 0 TO WS-MAX-PROV
               MOVE 0 TO WS-CODE-COUNT
               INITIALIZE WS-CODE-TABLE
               INITIALIZE WS-SIDE-TABLE

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "REIGN OF " WS-CUR-GOVERNOR
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    This year's figures become the year before's, and the
      *    year's columns are cleared for the next.
           ROLL-STATEMENT-YEAR SECTION.
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   MOVE WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                       TO WS-CD-PRIOR-TOTAL(WS-CODE-IDX)
                   MOVE 0 TO WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                   PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                           UNTIL WS-PROV-IDX > 8
                       MOVE 0 TO WS-CD-YEAR-PROV(WS-CODE-IDX,
                                                 WS-PROV-IDX)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                       UNTIL WS-SIDE-IDX > 2
                   MOVE WS-SD-YEAR-TOTAL(WS-SIDE-IDX)
                       TO WS-SD-PRIOR-TOTAL(WS-SIDE-IDX)
                   MOVE 0 TO WS-SD-YEAR-TOTAL(WS-SIDE-IDX)
                   PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                           UNTIL WS-PROV-IDX > 8
                       MOVE 0 TO WS-SD-YEAR-PROV(WS-SIDE-IDX,
                                                 WS-PROV-IDX)
                   END-PERFORM
               END-PERFORM
               SET WS-HAS-PRIOR-YEAR TO TRUE
           CONTINUE.

           LIST-YEAR-STATEMENT SECTION.
               SET WS-YEAR-STATEMENT TO TRUE
               ADD 1 TO WS-YEARS-LISTED
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               STRING "YEAR " WS-CUR-YEAR " -- " WS-CUR-GOVERNOR
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                       UNTIL WS-SIDE-IDX > 2
                   PERFORM LIST-STATEMENT-SIDE
               END-PERFORM
               COMPUTE WS-NET = WS-SD-YEAR-TOTAL(1)
                              - WS-SD-YEAR-TOTAL(2)
               PERFORM WRITE-NET-LINE
           CONTINUE.

           LIST-REIGN-STATEMENT SECTION.
               SET WS-REIGN-STATEMENT TO TRUE
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-YEAR-COUNT TO WS-FORMAT-YEARS
               MOVE SPACES TO PR-LINE
               STRING "REIGN STATEMENT -- " WS-CUR-GOVERNOR
                       " YEARS " WS-FIRST-YEAR "-" WS-CUR-YEAR
                       " (" WS-FORMAT-YEARS " YEARS LISTED)"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                       UNTIL WS-SIDE-IDX > 2
                   PERFORM LIST-STATEMENT-SIDE
               END-PERFORM
               COMPUTE WS-NET = WS-SD-REIGN-TOTAL(1)
                              - WS-SD-REIGN-TOTAL(2)
               PERFORM WRITE-NET-LINE
           CONTINUE.

      *    One side of the statement: its heading, its codes
      *    largest first, and its total.
           LIST-STATEMENT-SIDE SECTION.
               PERFORM ORDER-SIDE-CODES
               PERFORM WRITE-SIDE-HEADING

               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                   MOVE WS-OR-SLOT(WS-ORDER-IDX) TO WS-CODE-IDX
                   IF WS-YEAR-STATEMENT
                       MOVE WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                           TO WS-RV-TOTAL
                       PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                               UNTIL WS-PROV-IDX > 8
                           MOVE WS-CD-YEAR-PROV(WS-CODE-IDX,
                                                WS-PROV-IDX)
                               TO WS-RV-PROV(WS-PROV-IDX)
                       END-PERFORM
                       MOVE WS-SD-YEAR-TOTAL(WS-SIDE-IDX)
                           TO WS-RV-SIDE-TOTAL
                       COMPUTE WS-RV-CHANGE =
                               WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                             - WS-CD-PRIOR-TOTAL(WS-CODE-IDX)
                   ELSE
                       MOVE WS-CD-REIGN-TOTAL(WS-CODE-IDX)
                           TO WS-RV-TOTAL
                       PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                               UNTIL WS-PROV-IDX > 8
                           MOVE WS-CD-REIGN-PROV(WS-CODE-IDX,
                                                 WS-PROV-IDX)
                               TO WS-RV-PROV(WS-PROV-IDX)
                       END-PERFORM
                       MOVE WS-SD-REIGN-TOTAL(WS-SIDE-IDX)
                           TO WS-RV-SIDE-TOTAL
                       COMPUTE WS-RV-CHANGE ROUNDED =
                               WS-CD-REIGN-TOTAL(WS-CODE-IDX)
                             / WS-YEAR-COUNT
                   END-IF
                   MOVE WS-CD-CODE(WS-CODE-IDX) TO WS-FR-CODE
                   PERFORM WRITE-STATEMENT-ROW
               END-PERFORM

               IF WS-YEAR-STATEMENT
                   MOVE WS-SD-YEAR-TOTAL(WS-SIDE-IDX) TO WS-RV-TOTAL
                   PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                           UNTIL WS-PROV-IDX > 8
                       MOVE WS-SD-YEAR-PROV(WS-SIDE-IDX, WS-PROV-IDX)
                           TO WS-RV-PROV(WS-PROV-IDX)
                   END-PERFORM
                   COMPUTE WS-RV-CHANGE =
                           WS-SD-YEAR-TOTAL(WS-SIDE-IDX)
                         - WS-SD-PRIOR-TOTAL(WS-SIDE-IDX)
               ELSE
                   MOVE WS-SD-REIGN-TOTAL(WS-SIDE-IDX) TO WS-RV-TOTAL
                   PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                           UNTIL WS-PROV-IDX > 8
                       MOVE WS-SD-REIGN-PROV(WS-SIDE-IDX, WS-PROV-IDX)
                           TO WS-RV-PROV(WS-PROV-IDX)
                   END-PERFORM
                   COMPUTE WS-RV-CHANGE ROUNDED =
                           WS-SD-REIGN-TOTAL(WS-SIDE-IDX)
                         / WS-YEAR-COUNT
               END-IF
               MOVE WS-RV-TOTAL TO WS-RV-SIDE-TOTAL
               MOVE "TOTAL" TO WS-FR-CODE
               PERFORM WRITE-STATEMENT-ROW
           CONTINUE.

      *    Gathers the side's codes with anything to show -- this
      *    year or last for a year, the reign for the reign -- and
      *    puts them largest first; codes of equal size keep the
      *    order the ledger first used them in.
           ORDER-SIDE-CODES SECTION.
               MOVE 0 TO WS-ORDER-COUNT
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   IF WS-CD-SIDE(WS-CODE-IDX) = WS-SIDE-IDX
                       IF WS-YEAR-STATEMENT
                           IF WS-CD-YEAR-TOTAL(WS-CODE-IDX) > 0
                                   OR (WS-HAS-PRIOR-YEAR AND
                                   WS-CD-PRIOR-TOTAL(WS-CODE-IDX) > 0)
                               ADD 1 TO WS-ORDER-COUNT
                               MOVE WS-CD-YEAR-TOTAL(WS-CODE-IDX)
                                   TO WS-OR-KEY(WS-ORDER-COUNT)
                               MOVE WS-CODE-IDX
                                   TO WS-OR-SLOT(WS-ORDER-COUNT)
                           END-IF
                       ELSE
                           IF WS-CD-REIGN-TOTAL(WS-CODE-IDX) > 0
                               ADD 1 TO WS-ORDER-COUNT
                               MOVE WS-CD-REIGN-TOTAL(WS-CODE-IDX)
                                   TO WS-OR-KEY(WS-ORDER-COUNT)
                               MOVE WS-CODE-IDX
                                   TO WS-OR-SLOT(WS-ORDER-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-ORDER-COUNT TO WS-SORT-LAST
               PERFORM UNTIL WS-SORT-LAST < 2
                   PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                           UNTIL WS-SORT-IDX NOT < WS-SORT-LAST
                       IF WS-OR-KEY(WS-SORT-IDX + 1)
                               > WS-OR-KEY(WS-SORT-IDX)
                           MOVE WS-OR-ENTRY(WS-SORT-IDX)
                               TO WS-SWAP-ENTRY
                           MOVE WS-OR-ENTRY(WS-SORT-IDX + 1)
                               TO WS-OR-ENTRY(WS-SORT-IDX)
                           MOVE WS-SWAP-ENTRY
                               TO WS-OR-ENTRY(WS-SORT-IDX + 1)
                       END-IF
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SORT-LAST
               END-PERFORM
           CONTINUE.

      *    The side's heading with a column for each province the
      *    reign has posted to so far.
           WRITE-SIDE-HEADING SECTION.
               MOVE SPACES TO WS-HEADER-ROW
               MOVE WS-SIDE-NAME(WS-SIDE-IDX) TO WS-HR-SIDE
               MOVE "  BUSHELS" TO WS-HR-TOTAL
               MOVE " SHARE" TO WS-HR-SHARE
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > WS-MAX-PROV
                   MOVE "  PROV " TO WS-HR-PROV-LIT(WS-PROV-IDX)
                   MOVE WS-PROV-IDX TO WS-HR-PROV-NO(WS-PROV-IDX)
               END-PERFORM
               IF WS-YEAR-STATEMENT
                   MOVE "    CHANGE" TO WS-HR-CHANGE
               ELSE
                   MOVE "    AVG/YR" TO WS-HR-CHANGE
               END-IF
               MOVE WS-HEADER-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    One line from WS-ROW-VALUES: the share is of the side's
      *    total, provinces the reign has not reached are left
      *    blank, and the first year of a reign has no change.
           WRITE-STATEMENT-ROW SECTION.
               MOVE WS-RV-TOTAL TO WS-FR-TOTAL
               IF WS-RV-SIDE-TOTAL > 0
                   COMPUTE WS-SHARE ROUNDED =
                           WS-RV-TOTAL * 100 / WS-RV-SIDE-TOTAL
               ELSE
                   MOVE 0 TO WS-SHARE
               END-IF
               MOVE WS-SHARE TO WS-FR-SHARE
               MOVE "%" TO WS-FR-PCT
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   IF WS-PROV-IDX > WS-MAX-PROV
                       MOVE SPACES TO WS-FR-PROV-X(WS-PROV-IDX)
                   ELSE
                       MOVE WS-RV-PROV(WS-PROV-IDX)
                           TO WS-FR-PROV(WS-PROV-IDX)
                   END-IF
               END-PERFORM
               IF WS-YEAR-STATEMENT AND NOT WS-HAS-PRIOR-YEAR
                   MOVE SPACES TO WS-FR-CHANGE-X
               ELSE
                   MOVE WS-RV-CHANGE TO WS-FR-CHANGE
               END-IF
               MOVE WS-FORMAT-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

           WRITE-NET-LINE SECTION.
               MOVE WS-NET TO WS-FORMAT-NET
               MOVE SPACES TO PR-LINE
               STRING "  NET TO THE GRANARIES " WS-FORMAT-NET
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

           WRITE-STATEMENT-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-ENTRIES-READ TO WS-FORMAT-COUNT
               STRING "LEDGER POSTINGS READ:     " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-POSTED-COUNT TO WS-FORMAT-COUNT
               STRING "POSTINGS SUMMARIZED:      " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-OUTBAL-COUNT TO WS-FORMAT-COUNT
               STRING "OUTBAL FLAGS LEFT OUT:    " WS-FORMAT-COUNT
                       "  (SEE THE LEDGER RE-PROOF, LEDGPROF.DAT)"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-REIGN-COUNT TO WS-FORMAT-COUNT
               STRING "REIGNS REPORTED:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-YEARS-LISTED TO WS-FORMAT-COUNT
               STRING "YEARS LISTED:             " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               STRING "EXCEPTIONS:               " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE

               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               DISPLAY "HAMINCST complete -- " WS-FORMAT-COUNT
                       " exception(s); statement in INCSTMT.DAT."
           CONTINUE.
       END PROGRAM HAMINCST.
