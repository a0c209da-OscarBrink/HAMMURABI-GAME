      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-07
      * Purpose:   Contract settlement statement. Reads the contract
      *            register CTRREG.DAT reign by reign and settles
      *            every forward export contract the reign signed:
      *            the province and year, the bushels a year, the
      *            term, and the contracted price beside the spot
      *            quote it was signed against. Each year's
      *            delivery or breach follows with the silver
      *            received, what the same bushels would have
      *            fetched at that year's spot quote, the damages
      *            paid, and the gain or loss the contract made over
      *            the spot market. The open obligations are then
      *            laid out year by year across the reign -- the
      *            contracts running at each year's close, the
      *            bushels they still owe, and what those bushels
      *            are worth at the contracted prices and at the
      *            year's spot quote -- and the reign closes with
      *            its realized profit or loss on contracts, which
      *            is the answer to whether hedging paid. The
      *            statement goes to CTRSTMT.DAT. Run as the step
      *            after the loan statement in HAMBATCH.JCL. Reads
      *            an archived reign's register when ARCHPARM.DAT
      *            names one.
      *            RC=4 when there is no register to settle, RC=8
      *            when a register record cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCTRST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRACT-REGISTER-FILE
                   ASSIGN TO DYNAMIC WS-CTR-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTR-FILE-STATUS.
               SELECT SETTLEMENT-FILE ASSIGN TO "CTRSTMT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's CONTRACT-REGISTER-FILE record.
               FD CONTRACT-REGISTER-FILE.
               01 FC-RECORD.
                   05 FC-GOVERNOR PIC X(20).
                   05 FC-YEAR PIC 99.
                   05 FC-PROVINCE PIC 9.
                   05 FC-ENTRY PIC X(8).
                   05 FC-PRICE PIC 99.
                   05 FC-AMOUNT PIC 9(5).
                   05 FC-TERM PIC 9.
                   05 FC-YEARS-LEFT PIC 9.
                   05 FC-SPOT-PRICE PIC 99.
                   05 FC-DELIVERED PIC 9(5).
                   05 FC-SHORTFALL PIC 9(5).
                   05 FC-SILVER PIC 9(7).
                   05 FC-DAMAGES PIC 9(7).
                   05 FC-GRANARY PIC 9(7).
                   05 FC-ROADS PIC X.

               FD SETTLEMENT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-CTR-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REIGN-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CTR-END-CHECK PIC A.
                   88 WS-CONTRACT-ENDED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The reign in hand, buffered: a reign is the run of
      *        records under one governor with the years climbing.
      *        A settlement is claimed by the signing it settles.
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-FIRST-YEAR PIC 99.
               01 WS-HOLD-RECORD PIC X(74).
               01 WS-ROW-COUNT PIC 999 VALUE 0.
               01 WS-ROW-IDX PIC 999.
               01 WS-SCAN-IDX PIC 999.
               01 WS-ROW-TABLE.
                   05 WS-ROW-ENTRY OCCURS 500 TIMES.
                       10 WS-ROW PIC X(74).
                       10 WS-ROW-CLAIMED PIC A.

      *        The contract in hand, from its signing.
               01 WS-CT-PROVINCE PIC 9.
               01 WS-CT-YEAR PIC 99.
               01 WS-CT-PRICE PIC 99.
               01 WS-CT-AMOUNT PIC 9(5).
               01 WS-CT-TERM PIC 9.
               01 WS-CT-SIGN-SPOT PIC 99.
               01 WS-CT-LEFT PIC 9.
               01 WS-CT-STATE PIC X(9).
               01 WS-CT-END-YEAR PIC 99.
               01 WS-CT-END-ROADS PIC X.
               01 WS-CT-DELIVERED PIC 9(7).
               01 WS-CT-SILVER PIC 9(9).
               01 WS-CT-AT-SPOT PIC 9(9).
               01 WS-CT-DAMAGES PIC 9(9).
               01 WS-CT-GAIN PIC S9(9).
               01 WS-CT-OWED PIC 9(7).
               01 WS-ROW-AT-SPOT PIC 9(7).
               01 WS-ROW-GAIN PIC S9(8).

      *        Open obligations by year: each province's running
      *        contract as the register stood at the year's close.
               01 WS-OB-YEAR PIC 999.
               01 WS-OB-SPOT PIC 99.
               01 WS-OB-OPEN PIC 9.
               01 WS-OB-OWED PIC 9(7).
               01 WS-OB-AT-CONTRACT PIC 9(9).
               01 WS-OB-AT-SPOT PIC 9(9).
               01 WS-OB-PROV-OWED PIC 9(7).
               01 WS-PROV-IDX PIC 9.
               01 WS-PROV-STATE-TABLE.
                   05 WS-PS-ENTRY OCCURS 9 TIMES.
                       10 WS-PS-PRICE PIC 99.
                       10 WS-PS-AMOUNT PIC 9(5).
                       10 WS-PS-LEFT PIC 9.

      *        The reign's totals.
               01 WS-RG-SIGNED PIC 9(4).
               01 WS-RG-FULFILLED PIC 9(4).
               01 WS-RG-BREACHED PIC 9(4).
               01 WS-RG-OPEN PIC 9(4).
               01 WS-RG-DELIVERED PIC 9(9).
               01 WS-RG-SILVER PIC 9(9).
               01 WS-RG-AT-SPOT PIC 9(9).
               01 WS-RG-DAMAGES PIC 9(9).
               01 WS-RG-GAIN PIC S9(9).
               01 WS-RG-UNMATCHED PIC 9(4).

               01 WS-LINE-PTR PIC 999.
               01 WS-RECORDS-READ PIC 9(7) VALUE 0.
               01 WS-REIGN-COUNT PIC 9(4) VALUE 0.
               01 WS-CONTRACT-COUNT PIC 9(4) VALUE 0.
               01 WS-BREACH-COUNT PIC 9(4) VALUE 0.
               01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-TOTAL-GAIN PIC S9(9) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(6)9.
               01 WS-FORMAT-AMOUNT-A PIC Z(8)9.
               01 WS-FORMAT-AMOUNT-B PIC Z(8)9.
               01 WS-FORMAT-AMOUNT-C PIC Z(8)9.
               01 WS-FORMAT-GAIN PIC +(9)9.
               01 WS-FORMAT-YEAR-A PIC Z9.
               01 WS-FORMAT-YEAR-B PIC Z9.
               01 WS-FORMAT-PRICE-A PIC Z9.
               01 WS-FORMAT-PRICE-B PIC Z9.
               01 WS-FORMAT-DIGIT PIC 9.

               01 WS-SETTLE-HEADER.
                   05 FILLER PIC X(34) VALUE
                       "  YEAR  ENTRY    DELIVERED   SHORT".
                   05 FILLER PIC X(28) VALUE
                       "     SILVER  SPOT    AT SPOT".
                   05 FILLER PIC X(30) VALUE
                       "    DAMAGES   GAIN/LOSS  ROADS".
                   05 FILLER PIC X(11) VALUE
                       "    GRANARY".
               01 WS-SETTLE-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-SR-YEAR PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-ENTRY PIC X(8).
                   05 FILLER PIC X(1).
                   05 WS-SR-DELIVERED PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-SHORT PIC Z(5)9 BLANK WHEN ZERO.
                   05 FILLER PIC X(2).
                   05 WS-SR-SILVER PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-SPOT PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-AT-SPOT PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-DAMAGES PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-GAIN PIC -(9)9.
                   05 FILLER PIC X(2).
                   05 WS-SR-ROADS PIC X(6).
                   05 FILLER PIC X(1).
                   05 WS-SR-GRANARY PIC Z(8)9.

               01 WS-OBLIG-HEADER.
                   05 FILLER PIC X(39) VALUE
                       "  YEAR  OPEN  BUSHELS OWED  AT CONTRACT".
                   05 FILLER PIC X(30) VALUE
                       "  SPOT    AT SPOT   UNREALIZED".
               01 WS-OBLIG-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-OR-YEAR PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-OPEN PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-OWED PIC Z(11)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-AT-CONTRACT PIC Z(10)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-SPOT PIC Z(3)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-AT-SPOT PIC Z(8)9.
                   05 FILLER PIC X(2).
                   05 WS-OR-UNREALIZED PIC -(10)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMCTRST".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live register unless ARCHPARM.DAT names an
      *        archived reign, whose set HAMARCH finds in the
      *        catalog.
               01 WS-CTR-NAME PIC X(20) VALUE "CTRREG.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCTRST -- contract settlement statement."
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
               OPEN OUTPUT SETTLEMENT-FILE
               MOVE "FORWARD CONTRACT SETTLEMENT -- CONTRACTS BY REIGN"
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

               PERFORM READ-CONTRACT-REGISTER
               PERFORM WRITE-SETTLEMENT-SUMMARY

               CLOSE SETTLEMENT-FILE
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
      *    would put another reign's contracts under that name.
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
                   MOVE SPACES TO WS-CTR-NAME
                   STRING "CTRREG." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-CTR-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

           READ-CONTRACT-REGISTER SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CONTRACT-REGISTER-FILE
               IF WS-CTR-FILE-STATUS = "35"
                   MOVE SPACES TO PR-LINE
                   STRING WS-CTR-NAME DELIMITED BY SPACE
                           " IS NOT ON FILE -- NO CONTRACTS TO SETTLE."
                           DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               IF WS-CTR-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-CTR-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ CONTRACT-REGISTER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-CONTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-REGISTER-FILE
               IF WS-REIGN-STARTED
                   PERFORM WRITE-REIGN-SETTLEMENT
               END-IF
           CONTINUE.

      *    A new governor, or the years starting over under the
      *    same one, closes the reign in hand.
           TAKE-CONTRACT-RECORD SECTION.
               IF FC-YEAR IS NOT NUMERIC
                       OR FC-PROVINCE IS NOT NUMERIC
                       OR FC-PRICE IS NOT NUMERIC
                       OR FC-AMOUNT IS NOT NUMERIC
                       OR FC-TERM IS NOT NUMERIC
                       OR FC-YEARS-LEFT IS NOT NUMERIC
                       OR FC-SPOT-PRICE IS NOT NUMERIC
                       OR FC-DELIVERED IS NOT NUMERIC
                       OR FC-SHORTFALL IS NOT NUMERIC
                       OR FC-SILVER IS NOT NUMERIC
                       OR FC-DAMAGES IS NOT NUMERIC
                       OR FC-GRANARY IS NOT NUMERIC
                       OR FC-PROVINCE = 0
                       OR (FC-ENTRY NOT = "SIGNED"
                           AND FC-ENTRY NOT = "DELIVERY"
                           AND FC-ENTRY NOT = "BREACH")
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: unreadable contract record "
                           FC-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               IF WS-REIGN-STARTED
                   IF FC-GOVERNOR NOT = WS-CUR-GOVERNOR
                           OR FC-YEAR < WS-CUR-YEAR
                       MOVE FC-RECORD TO WS-HOLD-RECORD
                       PERFORM WRITE-REIGN-SETTLEMENT
                       MOVE WS-HOLD-RECORD TO FC-RECORD
                       SET WS-REIGN-STARTED TO FALSE
                   END-IF
               END-IF
               IF NOT WS-REIGN-STARTED
                   SET WS-REIGN-STARTED TO TRUE
                   MOVE FC-GOVERNOR TO WS-CUR-GOVERNOR
                   MOVE FC-YEAR TO WS-FIRST-YEAR
                   MOVE 0 TO WS-ROW-COUNT
               END-IF
               MOVE FC-YEAR TO WS-CUR-YEAR
               IF WS-ROW-COUNT < 500
                   ADD 1 TO WS-ROW-COUNT
                   MOVE FC-RECORD TO WS-ROW(WS-ROW-COUNT)
                   MOVE 'N' TO WS-ROW-CLAIMED(WS-ROW-COUNT)
               END-IF
           CONTINUE.

           WRITE-REIGN-SETTLEMENT SECTION.
               ADD 1 TO WS-REIGN-COUNT
               MOVE 0 TO WS-RG-SIGNED
               MOVE 0 TO WS-RG-FULFILLED
               MOVE 0 TO WS-RG-BREACHED
               MOVE 0 TO WS-RG-OPEN
               MOVE 0 TO WS-RG-DELIVERED
               MOVE 0 TO WS-RG-SILVER
               MOVE 0 TO WS-RG-AT-SPOT
               MOVE 0 TO WS-RG-DAMAGES
               MOVE 0 TO WS-RG-GAIN
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
                   MOVE WS-ROW(WS-ROW-IDX) TO FC-RECORD
                   IF FC-ENTRY = "SIGNED"
                       PERFORM WRITE-CONTRACT-STATEMENT
                   END-IF
               END-PERFORM
               PERFORM WRITE-UNMATCHED-SETTLEMENTS
               PERFORM WRITE-OPEN-OBLIGATIONS
               PERFORM WRITE-REIGN-TOTALS
           CONTINUE.

      *    One contract, from the signing at WS-ROW-IDX: its terms,
      *    each year's settlement, and how it ended.
           WRITE-CONTRACT-STATEMENT SECTION.
               ADD 1 TO WS-RG-SIGNED
               ADD 1 TO WS-CONTRACT-COUNT
               MOVE 'Y' TO WS-ROW-CLAIMED(WS-ROW-IDX)
               MOVE FC-PROVINCE TO WS-CT-PROVINCE
               MOVE FC-YEAR TO WS-CT-YEAR
               MOVE FC-PRICE TO WS-CT-PRICE
               MOVE FC-AMOUNT TO WS-CT-AMOUNT
               MOVE FC-TERM TO WS-CT-TERM
               MOVE FC-SPOT-PRICE TO WS-CT-SIGN-SPOT
               MOVE FC-YEARS-LEFT TO WS-CT-LEFT
               MOVE 0 TO WS-CT-DELIVERED
               MOVE 0 TO WS-CT-SILVER
               MOVE 0 TO WS-CT-AT-SPOT
               MOVE 0 TO WS-CT-DAMAGES
               MOVE 0 TO WS-CT-END-YEAR
               MOVE "OPEN" TO WS-CT-STATE

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-CT-PROVINCE TO WS-FORMAT-DIGIT
               MOVE WS-CT-YEAR TO WS-FORMAT-YEAR-A
               MOVE WS-CT-AMOUNT TO WS-FORMAT-AMOUNT-A
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  PROVINCE " WS-FORMAT-DIGIT
                       "  SIGNED IN YEAR " WS-FORMAT-YEAR-A
                       "  " WS-FORMAT-AMOUNT-A " BUSHELS A YEAR"
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-CT-TERM TO WS-FORMAT-DIGIT
               MOVE WS-CT-PRICE TO WS-FORMAT-PRICE-A
               MOVE WS-CT-SIGN-SPOT TO WS-FORMAT-PRICE-B
               STRING " FOR " WS-FORMAT-DIGIT " YEARS AT "
                       WS-FORMAT-PRICE-A " PER HUNDRED (SPOT "
                       WS-FORMAT-PRICE-B " WHEN SIGNED)"
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE PR-LINE
               MOVE WS-SETTLE-HEADER TO PR-LINE
               WRITE PR-LINE

               SET WS-CONTRACT-ENDED TO FALSE
               COMPUTE WS-SCAN-IDX = WS-ROW-IDX + 1
               PERFORM UNTIL WS-SCAN-IDX > WS-ROW-COUNT
                       OR WS-CONTRACT-ENDED
                   MOVE WS-ROW(WS-SCAN-IDX) TO FC-RECORD
                   IF FC-PROVINCE = WS-CT-PROVINCE
                       IF FC-ENTRY = "SIGNED"
                           SET WS-CONTRACT-ENDED TO TRUE
                       ELSE
                           MOVE 'Y' TO WS-ROW-CLAIMED(WS-SCAN-IDX)
                           PERFORM WRITE-SETTLEMENT-ROW
                       END-IF
                   END-IF
                   ADD 1 TO WS-SCAN-IDX
               END-PERFORM
               MOVE WS-ROW(WS-ROW-IDX) TO FC-RECORD
               PERFORM WRITE-CONTRACT-TOTALS
           CONTINUE.

      *    A year's settlement against the spot market: the silver
      *    the contract paid, less what the same bushels would have
      *    fetched at the day's quote, less any damages.
           WRITE-SETTLEMENT-ROW SECTION.
               COMPUTE WS-ROW-AT-SPOT =
                       FC-DELIVERED * FC-SPOT-PRICE / 100
               COMPUTE WS-ROW-GAIN =
                       FC-SILVER - WS-ROW-AT-SPOT - FC-DAMAGES
               ADD FC-DELIVERED TO WS-CT-DELIVERED
               ADD FC-SILVER TO WS-CT-SILVER
               ADD WS-ROW-AT-SPOT TO WS-CT-AT-SPOT
               ADD FC-DAMAGES TO WS-CT-DAMAGES
               MOVE FC-YEARS-LEFT TO WS-CT-LEFT
               IF FC-ENTRY = "BREACH"
                   MOVE "BREACHED" TO WS-CT-STATE
                   MOVE FC-YEAR TO WS-CT-END-YEAR
                   MOVE FC-ROADS TO WS-CT-END-ROADS
                   SET WS-CONTRACT-ENDED TO TRUE
               ELSE
                   IF FC-YEARS-LEFT = 0
                       MOVE "FULFILLED" TO WS-CT-STATE
                       MOVE FC-YEAR TO WS-CT-END-YEAR
                       SET WS-CONTRACT-ENDED TO TRUE
                   END-IF
               END-IF

               MOVE FC-YEAR TO WS-SR-YEAR
               MOVE FC-ENTRY TO WS-SR-ENTRY
               MOVE FC-DELIVERED TO WS-SR-DELIVERED
               MOVE FC-SHORTFALL TO WS-SR-SHORT
               MOVE FC-SILVER TO WS-SR-SILVER
               MOVE FC-SPOT-PRICE TO WS-SR-SPOT
               MOVE WS-ROW-AT-SPOT TO WS-SR-AT-SPOT
               MOVE FC-DAMAGES TO WS-SR-DAMAGES
               MOVE WS-ROW-GAIN TO WS-SR-GAIN
               IF FC-ROADS = "Y"
                   MOVE "OPEN" TO WS-SR-ROADS
               ELSE
                   MOVE "CLOSED" TO WS-SR-ROADS
               END-IF
               MOVE FC-GRANARY TO WS-SR-GRANARY
               MOVE WS-SETTLE-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    How the contract ended, or what it still owed when the
      *    reign closed, and what it made over the spot market.
           WRITE-CONTRACT-TOTALS SECTION.
               COMPUTE WS-CT-GAIN =
                       WS-CT-SILVER - WS-CT-AT-SPOT - WS-CT-DAMAGES
               ADD WS-CT-DELIVERED TO WS-RG-DELIVERED
               ADD WS-CT-SILVER TO WS-RG-SILVER
               ADD WS-CT-AT-SPOT TO WS-RG-AT-SPOT
               ADD WS-CT-DAMAGES TO WS-RG-DAMAGES
               ADD WS-CT-GAIN TO WS-RG-GAIN

               MOVE SPACES TO PR-LINE
               MOVE WS-CT-END-YEAR TO WS-FORMAT-YEAR-A
               EVALUATE WS-CT-STATE
                   WHEN "FULFILLED"
                       ADD 1 TO WS-RG-FULFILLED
                       STRING "    FULFILLED IN FULL IN YEAR "
                               WS-FORMAT-YEAR-A "."
                           DELIMITED BY SIZE INTO PR-LINE
                   WHEN "BREACHED"
                       ADD 1 TO WS-RG-BREACHED
                       ADD 1 TO WS-BREACH-COUNT
                       COMPUTE WS-CT-OWED = WS-CT-LEFT * WS-CT-AMOUNT
                       MOVE WS-CT-OWED TO WS-FORMAT-AMOUNT-A
                       IF WS-CT-END-ROADS = "Y"
                           STRING "    BREACHED IN YEAR "
                                   WS-FORMAT-YEAR-A
                                   " -- THE GRANARY COULD NOT COVER"
                                   " THE DELIVERY; "
                                   WS-FORMAT-AMOUNT-A
                                   " BUSHELS WENT UNDELIVERED."
                               DELIMITED BY SIZE INTO PR-LINE
                       ELSE
                           STRING "    BREACHED IN YEAR "
                                   WS-FORMAT-YEAR-A
                                   " -- A HOSTILE REALM CLOSED THE"
                                   " ROADS; "
                                   WS-FORMAT-AMOUNT-A
                                   " BUSHELS WENT UNDELIVERED."
                               DELIMITED BY SIZE INTO PR-LINE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-RG-OPEN
                       COMPUTE WS-CT-OWED = WS-CT-LEFT * WS-CT-AMOUNT
                       MOVE WS-CT-LEFT TO WS-FORMAT-DIGIT
                       MOVE WS-CT-OWED TO WS-FORMAT-AMOUNT-A
                       STRING "    OPEN AT THE CLOSE OF THE REIGN -- "
                               WS-FORMAT-DIGIT " DELIVERIES, "
                               WS-FORMAT-AMOUNT-A
                               " BUSHELS STILL OWED."
                           DELIMITED BY SIZE INTO PR-LINE
               END-EVALUATE
               WRITE PR-LINE

               MOVE WS-CT-SILVER TO WS-FORMAT-AMOUNT-A
               MOVE WS-CT-AT-SPOT TO WS-FORMAT-AMOUNT-B
               MOVE WS-CT-DAMAGES TO WS-FORMAT-AMOUNT-C
               MOVE WS-CT-GAIN TO WS-FORMAT-GAIN
               MOVE SPACES TO PR-LINE
               STRING "    CONTRACT SILVER " WS-FORMAT-AMOUNT-A
                       "  AT SPOT " WS-FORMAT-AMOUNT-B
                       "  DAMAGES " WS-FORMAT-AMOUNT-C
                       "  REALIZED " WS-FORMAT-GAIN
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    A settlement no signing in the reign accounts for -- the
      *    register started over in the middle of a contract, or a
      *    signing lost to an unreadable record -- is listed on its
      *    own and counted in the reign's totals.
           WRITE-UNMATCHED-SETTLEMENTS SECTION.
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF WS-ROW-CLAIMED(WS-ROW-IDX) = 'N'
                       MOVE WS-ROW(WS-ROW-IDX) TO FC-RECORD
                       ADD 1 TO WS-RG-UNMATCHED
                       ADD 1 TO WS-UNMATCHED-COUNT
                       COMPUTE WS-ROW-AT-SPOT =
                               FC-DELIVERED * FC-SPOT-PRICE / 100
                       ADD FC-DELIVERED TO WS-RG-DELIVERED
                       ADD FC-SILVER TO WS-RG-SILVER
                       ADD WS-ROW-AT-SPOT TO WS-RG-AT-SPOT
                       ADD FC-DAMAGES TO WS-RG-DAMAGES
                       COMPUTE WS-RG-GAIN = WS-RG-GAIN + FC-SILVER
                               - WS-ROW-AT-SPOT - FC-DAMAGES
                       MOVE FC-PROVINCE TO WS-FORMAT-DIGIT
                       MOVE FC-YEAR TO WS-FORMAT-YEAR-A
                       MOVE FC-SILVER TO WS-FORMAT-AMOUNT-A
                       MOVE FC-DAMAGES TO WS-FORMAT-AMOUNT-B
                       MOVE SPACES TO PR-LINE
                       STRING "  UNMATCHED " FC-ENTRY
                               "  PROVINCE " WS-FORMAT-DIGIT
                               "  YEAR " WS-FORMAT-YEAR-A
                               "  SILVER " WS-FORMAT-AMOUNT-A
                               "  DAMAGES " WS-FORMAT-AMOUNT-B
                               " -- NO SIGNING IN THIS REIGN"
                           DELIMITED BY SIZE INTO PR-LINE
                       WRITE PR-LINE
                   END-IF
               END-PERFORM
           CONTINUE.

      *    The obligations standing at each year's close, the
      *    register replayed a year at a time: a signing opens a
      *    province's contract, a delivery counts it down, and a
      *    breach ends it. A year with no entry keeps the last
      *    spot quote seen.
           WRITE-OPEN-OBLIGATIONS SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE "  OPEN OBLIGATIONS AT EACH YEAR'S CLOSE"
                   TO PR-LINE
               WRITE PR-LINE
               MOVE WS-OBLIG-HEADER TO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   MOVE 0 TO WS-PS-PRICE(WS-PROV-IDX)
                   MOVE 0 TO WS-PS-AMOUNT(WS-PROV-IDX)
                   MOVE 0 TO WS-PS-LEFT(WS-PROV-IDX)
               END-PERFORM
               MOVE 0 TO WS-OB-SPOT
               MOVE 1 TO WS-SCAN-IDX
               PERFORM VARYING WS-OB-YEAR FROM WS-FIRST-YEAR BY 1
                       UNTIL WS-OB-YEAR > WS-CUR-YEAR
                   PERFORM APPLY-OBLIGATION-YEAR
                   PERFORM WRITE-OBLIGATION-ROW
               END-PERFORM
           CONTINUE.

           APPLY-OBLIGATION-YEAR SECTION.
               PERFORM UNTIL WS-SCAN-IDX > WS-ROW-COUNT
                   MOVE WS-ROW(WS-SCAN-IDX) TO FC-RECORD
                   IF FC-YEAR > WS-OB-YEAR
                       EXIT SECTION
                   END-IF
                   MOVE FC-PROVINCE TO WS-PROV-IDX
                   IF FC-SPOT-PRICE > 0
                       MOVE FC-SPOT-PRICE TO WS-OB-SPOT
                   END-IF
                   EVALUATE FC-ENTRY
                       WHEN "SIGNED"
                           MOVE FC-PRICE TO WS-PS-PRICE(WS-PROV-IDX)
                           MOVE FC-AMOUNT
                               TO WS-PS-AMOUNT(WS-PROV-IDX)
                           MOVE FC-YEARS-LEFT
                               TO WS-PS-LEFT(WS-PROV-IDX)
                       WHEN "DELIVERY"
                           MOVE FC-YEARS-LEFT
                               TO WS-PS-LEFT(WS-PROV-IDX)
                       WHEN OTHER
                           MOVE 0 TO WS-PS-LEFT(WS-PROV-IDX)
                   END-EVALUATE
                   ADD 1 TO WS-SCAN-IDX
               END-PERFORM
           CONTINUE.

           WRITE-OBLIGATION-ROW SECTION.
               MOVE 0 TO WS-OB-OPEN
               MOVE 0 TO WS-OB-OWED
               MOVE 0 TO WS-OB-AT-CONTRACT
               MOVE 0 TO WS-OB-AT-SPOT
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > 8
                   IF WS-PS-LEFT(WS-PROV-IDX) > 0
                       ADD 1 TO WS-OB-OPEN
                       COMPUTE WS-OB-PROV-OWED =
                               WS-PS-LEFT(WS-PROV-IDX)
                               * WS-PS-AMOUNT(WS-PROV-IDX)
                       ADD WS-OB-PROV-OWED TO WS-OB-OWED
                       COMPUTE WS-OB-AT-CONTRACT = WS-OB-AT-CONTRACT
                               + WS-OB-PROV-OWED
                               * WS-PS-PRICE(WS-PROV-IDX) / 100
                       COMPUTE WS-OB-AT-SPOT = WS-OB-AT-SPOT
                               + WS-OB-PROV-OWED * WS-OB-SPOT / 100
                   END-IF
               END-PERFORM
               MOVE WS-OB-YEAR TO WS-OR-YEAR
               MOVE WS-OB-OPEN TO WS-OR-OPEN
               MOVE WS-OB-OWED TO WS-OR-OWED
               MOVE WS-OB-AT-CONTRACT TO WS-OR-AT-CONTRACT
               MOVE WS-OB-SPOT TO WS-OR-SPOT
               MOVE WS-OB-AT-SPOT TO WS-OR-AT-SPOT
               COMPUTE WS-OR-UNREALIZED =
                       WS-OB-AT-CONTRACT - WS-OB-AT-SPOT
               MOVE WS-OBLIG-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    The reign's contracts in three lines, the last the
      *    verdict on its hedging: the silver the contracts paid
      *    against what the spot market would have, after damages.
           WRITE-REIGN-TOTALS SECTION.
               ADD WS-RG-GAIN TO WS-TOTAL-GAIN
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               MOVE WS-RG-SIGNED TO WS-FORMAT-COUNT
               STRING "  REIGN: SIGNED " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-RG-FULFILLED TO WS-FORMAT-COUNT
               STRING "  FULFILLED " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-RG-BREACHED TO WS-FORMAT-COUNT
               STRING "  BREACHED " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-RG-OPEN TO WS-FORMAT-COUNT
               STRING "  OPEN AT CLOSE " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE PR-LINE
               MOVE WS-RG-DELIVERED TO WS-FORMAT-AMOUNT-A
               MOVE WS-RG-SILVER TO WS-FORMAT-AMOUNT-B
               MOVE WS-RG-AT-SPOT TO WS-FORMAT-AMOUNT-C
               MOVE SPACES TO PR-LINE
               STRING "         BUSHELS DELIVERED " WS-FORMAT-AMOUNT-A
                       "  CONTRACT SILVER " WS-FORMAT-AMOUNT-B
                       "  AT SPOT " WS-FORMAT-AMOUNT-C
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-RG-DAMAGES TO WS-FORMAT-AMOUNT-A
               MOVE WS-RG-GAIN TO WS-FORMAT-GAIN
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "         DAMAGES PAID " WS-FORMAT-AMOUNT-A
                       "  REALIZED ON CONTRACTS " WS-FORMAT-GAIN
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               EVALUATE TRUE
                   WHEN WS-RG-SIGNED = 0 AND WS-RG-UNMATCHED = 0
                       STRING " -- NO CONTRACTS SIGNED."
                           DELIMITED BY SIZE INTO PR-LINE
                           WITH POINTER WS-LINE-PTR
                   WHEN WS-RG-GAIN > 0
                       STRING " -- HEDGING PAID."
                           DELIMITED BY SIZE INTO PR-LINE
                           WITH POINTER WS-LINE-PTR
                   WHEN WS-RG-GAIN < 0
                       STRING " -- HEDGING COST THE TREASURY."
                           DELIMITED BY SIZE INTO PR-LINE
                           WITH POINTER WS-LINE-PTR
                   WHEN OTHER
                       STRING " -- HEDGING BROKE EVEN."
                           DELIMITED BY SIZE INTO PR-LINE
                           WITH POINTER WS-LINE-PTR
               END-EVALUATE
               WRITE PR-LINE
           CONTINUE.

           WRITE-SETTLEMENT-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-RECORDS-READ TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "CONTRACT RECORDS READ:   " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-REIGN-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "REIGNS SETTLED:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-CONTRACT-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "CONTRACTS SETTLED:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-BREACH-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "BREACHES:                " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-TOTAL-GAIN TO WS-FORMAT-GAIN
               MOVE SPACES TO PR-LINE
               STRING "REALIZED ON CONTRACTS:" WS-FORMAT-GAIN
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-UNMATCHED-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "UNMATCHED SETTLEMENTS:   " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "EXCEPTIONS:              " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.
       END PROGRAM HAMCTRST.
