      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-02
      * Purpose:   Foreign-relations report. Reads the diplomacy
      *            history DIPLOHST.DAT reign by reign and charts
      *            every realm of REALMS.DAT across the reign: year
      *            by year, the relation the year opened on, the
      *            treaty bushels sent and the points they bought,
      *            the goodwill trade earned, the suspicion a heavy
      *            guard drew, the cooling of an untended
      *            friendship, the relation the year closed on with
      *            a bar of it, and beside it the kingdom's roads,
      *            raid adjustment and caravan grain for the year.
      *            Each realm closes with its reign in a line --
      *            where it started and ended, what moved it in
      *            total, its low point, the years the roads were
      *            shut, and its sharpest single fall -- which is
      *            the answer when a friendly realm has turned
      *            hostile and the raids have started. A realm met
      *            in the history that REALMS.DAT no longer lists is
      *            charted all the same and flagged. The report goes
      *            to DIPLORPT.DAT. Run as the step after the event
      *            calibration in HAMBATCH.JCL. Reads an archived
      *            reign's history when ARCHPARM.DAT names one.
      *            RC=4 when there is no history to chart, RC=8 when
      *            a history record cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMDIPLO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REALMS-FILE ASSIGN TO "REALMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REALMS-FILE-STATUS.
               SELECT DIPLOMACY-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-DIPLO-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIPLO-FILE-STATUS.
               SELECT RELATIONS-REPORT-FILE ASSIGN TO "DIPLORPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's REALMS-FILE record.
               FD REALMS-FILE.
               01 RL-RECORD.
                   05 RL-NAME PIC X(12).
                   05 RL-RELATION PIC 99.

      *        Mirrors MAIN's DIPLOMACY-HISTORY-FILE record.
               FD DIPLOMACY-HISTORY-FILE.
               01 DH-RECORD.
                   05 DH-GOVERNOR PIC X(20).
                   05 DH-YEAR PIC 99.
                   05 DH-REALM-NO PIC 9.
                   05 DH-REALM-NAME PIC X(12).
                   05 DH-RELATION-BEFORE PIC 99.
                   05 DH-TREATY-PAID PIC 9(7).
                   05 DH-TREATY-GAIN PIC 99.
                   05 DH-TRADE-GAIN PIC 9.
                   05 DH-GUARD-LOSS PIC 9.
                   05 DH-DECAY-LOSS PIC 9.
                   05 DH-RELATION-AFTER PIC 99.
                   05 DH-TRADE-OPEN PIC X.
                   05 DH-RAID-ADJ-PCT PIC S99
                       SIGN IS LEADING SEPARATE.
                   05 DH-GRAIN-EXPORTED PIC 9(7).
                   05 DH-GRAIN-IMPORTED PIC 9(7).

               FD RELATIONS-REPORT-FILE.
               01 PR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-REALMS-FILE-STATUS PIC X(02).
               01 WS-DIPLO-FILE-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REIGN-CHECK PIC A VALUE 'N'.
                   88 WS-REIGN-STARTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ROWS-CHECK PIC A.
                   88 WS-REALM-HAS-ROWS VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The realms to chart: REALMS.DAT's, by MAIN's own rule
      *        (a name, a numeric relation, no more than three),
      *        then any realm the history names that the deck no
      *        longer lists.
               01 WS-REALM-COUNT PIC 9 VALUE 0.
               01 WS-DECK-REALM-COUNT PIC 9 VALUE 0.
               01 WS-REALM-IDX PIC 9.
               01 WS-REALM-TABLE.
                   05 WS-RM-ENTRY OCCURS 6 TIMES.
                       10 WS-RM-NAME PIC X(12).
                       10 WS-RM-DECK-RELATION PIC 99.
                       10 WS-RM-ON-DECK PIC A.

      *        The reign in hand, buffered: a reign is the run of
      *        records under one governor with the years climbing.
               01 WS-CUR-GOVERNOR PIC X(20).
               01 WS-CUR-YEAR PIC 99.
               01 WS-FIRST-YEAR PIC 99.
               01 WS-HOLD-RECORD PIC X(80).
               01 WS-ROW-COUNT PIC 999 VALUE 0.
               01 WS-ROW-IDX PIC 999.
               01 WS-ROW-TABLE.
                   05 WS-ROW PIC X(80) OCCURS 300 TIMES.

      *        One realm's reign, summed as its rows are listed.
               01 WS-SM-OPENING PIC 99.
               01 WS-SM-CLOSING PIC 99.
               01 WS-SM-YEARS PIC 99.
               01 WS-SM-TREATY-PAID PIC 9(9).
               01 WS-SM-TREATY-GAIN PIC 9(3).
               01 WS-SM-TRADE-GAIN PIC 9(3).
               01 WS-SM-GUARD-LOSS PIC 9(3).
               01 WS-SM-DECAY-LOSS PIC 9(3).
               01 WS-SM-LOW PIC 99.
               01 WS-SM-LOW-YEAR PIC 99.
               01 WS-SM-CLOSED-YEARS PIC 99.
               01 WS-SM-FALL PIC 99.
               01 WS-SM-FALL-YEAR PIC 99.
               01 WS-SM-FALL-FROM PIC 99.
               01 WS-SM-FALL-TO PIC 99.
               01 WS-YEAR-FALL PIC S99.
               01 WS-BAR-LENGTH PIC 99.
               01 WS-LINE-PTR PIC 999.

               01 WS-RECORDS-READ PIC 9(7) VALUE 0.
               01 WS-REIGN-COUNT PIC 9(4) VALUE 0.
               01 WS-OFF-DECK-COUNT PIC 9(4) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(6)9.
               01 WS-FORMAT-POINTS PIC ZZ9.
               01 WS-FORMAT-YEARS PIC Z9.
               01 WS-FORMAT-REL-A PIC Z9.
               01 WS-FORMAT-REL-B PIC Z9.

               01 WS-HEADER-ROW.
                   05 FILLER PIC X(42) VALUE
                       "YEAR OPEN   TREATY  PTS  TRD GUARD DRIFT C".
                   05 FILLER PIC X(43) VALUE
                       "LOSE  ROADS RAID EXPORTED IMPORTED STANDING".
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 FILLER PIC X(2).
                   05 WS-FR-YEAR PIC Z9.
                   05 FILLER PIC X(3).
                   05 WS-FR-BEFORE PIC Z9.
                   05 FILLER PIC X(1).
                   05 WS-FR-TREATY-PAID PIC Z(7)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-TREATY-GAIN PIC ++9.
                   05 FILLER PIC X(3).
                   05 WS-FR-TRADE-GAIN PIC +9.
                   05 FILLER PIC X(4).
                   05 WS-FR-GUARD-LOSS PIC -9.
                   05 FILLER PIC X(4).
                   05 WS-FR-DECAY-LOSS PIC -9.
                   05 FILLER PIC X(4).
                   05 WS-FR-AFTER PIC Z9.
                   05 FILLER PIC X(2).
                   05 WS-FR-ROADS PIC X(6).
                   05 FILLER PIC X(2).
                   05 WS-FR-RAID-ADJ PIC +9.
                   05 FILLER PIC X(1).
                   05 WS-FR-EXPORTED PIC Z(7)9.
                   05 FILLER PIC X(1).
                   05 WS-FR-IMPORTED PIC Z(7)9.
                   05 FILLER PIC X(1).
                   05 WS-FR-BAR PIC X(33).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMDIPLO".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.
      *        The live history unless ARCHPARM.DAT names an archived
      *        reign, whose set HAMARCH finds in the catalog.
               01 WS-DIPLO-NAME PIC X(20) VALUE "DIPLOHST.DAT".
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMDIPLO -- foreign-relations report."
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
               OPEN OUTPUT RELATIONS-REPORT-FILE
               MOVE "FOREIGN RELATIONS -- THE REALMS REIGN BY REIGN"
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

               PERFORM LOAD-REALM-DECK
               PERFORM READ-DIPLOMACY-HISTORY
               PERFORM WRITE-RELATIONS-SUMMARY

               CLOSE RELATIONS-REPORT-FILE
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
      *    catalog does not carry ends the run: the live history
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
                   MOVE SPACES TO WS-DIPLO-NAME
                   STRING "DIPLOHST." WS-ARCHIVE-SUFFIX
                       DELIMITED BY SIZE INTO WS-DIPLO-NAME
                   MOVE "ARCHIVE" TO WS-RUNLOG-MODE
                   MOVE WS-ARCHIVE-GOVERNOR TO WS-RUNLOG-SUBJECT
                   DISPLAY "Reading the archived reign of "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ " (set "
                           WS-ARCHIVE-SUFFIX ")."
               END-IF
           CONTINUE.

      *    No REALMS.DAT is no deck to chart by; the realms the
      *    history names are charted as they are met.
           LOAD-REALM-DECK SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT REALMS-FILE
               IF WS-REALMS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "REALMS.DAT IS NOT ON FILE -- THE REALMS "
                           "ARE CHARTED AS THE HISTORY NAMES THEM."
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF OR WS-REALM-COUNT >= 3
                   READ REALMS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF RL-RELATION IS NUMERIC
                                   AND RL-NAME NOT = SPACES
                               ADD 1 TO WS-REALM-COUNT
                               MOVE RL-NAME
                                   TO WS-RM-NAME(WS-REALM-COUNT)
                               MOVE RL-RELATION
                                   TO WS-RM-DECK-RELATION
                                       (WS-REALM-COUNT)
                               MOVE 'Y'
                                   TO WS-RM-ON-DECK(WS-REALM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REALMS-FILE
               MOVE WS-REALM-COUNT TO WS-DECK-REALM-COUNT
           CONTINUE.

           READ-DIPLOMACY-HISTORY SECTION.
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT DIPLOMACY-HISTORY-FILE
               IF WS-DIPLO-FILE-STATUS = "35"
                   MOVE SPACES TO PR-LINE
                   STRING WS-DIPLO-NAME DELIMITED BY SPACE
                           " IS NOT ON FILE -- NO REIGN TO CHART."
                           DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   EXIT SECTION
               END-IF
               IF WS-DIPLO-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: " DELIMITED BY SIZE
                           WS-DIPLO-NAME DELIMITED BY SPACE
                           " could not be opened" DELIMITED BY SIZE
                       INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ DIPLOMACY-HISTORY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-DIPLOMACY-RECORD
                   END-READ
               END-PERFORM
               CLOSE DIPLOMACY-HISTORY-FILE
               IF WS-REIGN-STARTED
                   PERFORM WRITE-REIGN-CHART
               END-IF
           CONTINUE.

      *    A new governor, or the years starting over under the
      *    same one, closes the reign in hand.
           TAKE-DIPLOMACY-RECORD SECTION.
               IF DH-YEAR IS NOT NUMERIC
                       OR DH-RELATION-BEFORE IS NOT NUMERIC
                       OR DH-RELATION-AFTER IS NOT NUMERIC
                       OR DH-TREATY-PAID IS NOT NUMERIC
                       OR DH-TREATY-GAIN IS NOT NUMERIC
                       OR DH-TRADE-GAIN IS NOT NUMERIC
                       OR DH-GUARD-LOSS IS NOT NUMERIC
                       OR DH-DECAY-LOSS IS NOT NUMERIC
                       OR DH-GRAIN-EXPORTED IS NOT NUMERIC
                       OR DH-GRAIN-IMPORTED IS NOT NUMERIC
                   MOVE SPACES TO PR-LINE
                   STRING "EXCEPTION: unreadable diplomacy record "
                           DH-RECORD
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT SECTION
               END-IF
               IF WS-REIGN-STARTED
                   IF DH-GOVERNOR NOT = WS-CUR-GOVERNOR
                           OR DH-YEAR < WS-CUR-YEAR
                       MOVE DH-RECORD TO WS-HOLD-RECORD
                       PERFORM WRITE-REIGN-CHART
                       MOVE WS-HOLD-RECORD TO DH-RECORD
                       SET WS-REIGN-STARTED TO FALSE
                   END-IF
               END-IF
               IF NOT WS-REIGN-STARTED
                   SET WS-REIGN-STARTED TO TRUE
                   MOVE DH-GOVERNOR TO WS-CUR-GOVERNOR
                   MOVE DH-YEAR TO WS-FIRST-YEAR
                   MOVE 0 TO WS-ROW-COUNT
               END-IF
               MOVE DH-YEAR TO WS-CUR-YEAR
               PERFORM NOTE-HISTORY-REALM
               IF WS-ROW-COUNT < 300
                   ADD 1 TO WS-ROW-COUNT
                   MOVE DH-RECORD TO WS-ROW(WS-ROW-COUNT)
               END-IF
           CONTINUE.

      *    A realm the deck does not list is taken onto the chart
      *    the first time the history names it.
           NOTE-HISTORY-REALM SECTION.
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   IF WS-RM-NAME(WS-REALM-IDX) = DH-REALM-NAME
                       EXIT SECTION
                   END-IF
               END-PERFORM
               IF WS-REALM-COUNT >= 6
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-REALM-COUNT
               MOVE DH-REALM-NAME TO WS-RM-NAME(WS-REALM-COUNT)
               MOVE 0 TO WS-RM-DECK-RELATION(WS-REALM-COUNT)
               MOVE 'N' TO WS-RM-ON-DECK(WS-REALM-COUNT)
               ADD 1 TO WS-OFF-DECK-COUNT
           CONTINUE.

           WRITE-REIGN-CHART SECTION.
               ADD 1 TO WS-REIGN-COUNT
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-FIRST-YEAR TO WS-FORMAT-REL-A
               MOVE WS-CUR-YEAR TO WS-FORMAT-REL-B
               MOVE SPACES TO PR-LINE
               STRING "REIGN OF " WS-CUR-GOVERNOR
                       "  YEARS " WS-FORMAT-REL-A " TO "
                       WS-FORMAT-REL-B
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   PERFORM WRITE-REALM-CHART
               END-PERFORM
           CONTINUE.

      *    One realm across the reign in hand. A realm with no rows
      *    in this reign is passed over.
           WRITE-REALM-CHART SECTION.
               SET WS-REALM-HAS-ROWS TO FALSE
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                           OR WS-REALM-HAS-ROWS
                   MOVE WS-ROW(WS-ROW-IDX) TO DH-RECORD
                   IF DH-REALM-NAME = WS-RM-NAME(WS-REALM-IDX)
                       SET WS-REALM-HAS-ROWS TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-REALM-HAS-ROWS
                   EXIT SECTION
               END-IF

               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE SPACES TO PR-LINE
               IF WS-RM-ON-DECK(WS-REALM-IDX) = 'Y'
                   MOVE WS-RM-DECK-RELATION(WS-REALM-IDX)
                       TO WS-FORMAT-REL-A
                   STRING "  REALM " WS-RM-NAME(WS-REALM-IDX)
                           "  (REALMS.DAT OPENS IT AT "
                           WS-FORMAT-REL-A ")"
                       DELIMITED BY SIZE INTO PR-LINE
               ELSE
                   STRING "  REALM " WS-RM-NAME(WS-REALM-IDX)
                           "  (NOT ON REALMS.DAT)"
                       DELIMITED BY SIZE INTO PR-LINE
               END-IF
               WRITE PR-LINE
               MOVE WS-HEADER-ROW TO PR-LINE
               WRITE PR-LINE

               MOVE 0 TO WS-SM-YEARS
               MOVE 0 TO WS-SM-TREATY-PAID
               MOVE 0 TO WS-SM-TREATY-GAIN
               MOVE 0 TO WS-SM-TRADE-GAIN
               MOVE 0 TO WS-SM-GUARD-LOSS
               MOVE 0 TO WS-SM-DECAY-LOSS
               MOVE 99 TO WS-SM-LOW
               MOVE 0 TO WS-SM-LOW-YEAR
               MOVE 0 TO WS-SM-CLOSED-YEARS
               MOVE 0 TO WS-SM-FALL
               MOVE 0 TO WS-SM-FALL-YEAR
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW(WS-ROW-IDX) TO DH-RECORD
                   IF DH-REALM-NAME = WS-RM-NAME(WS-REALM-IDX)
                       PERFORM WRITE-REALM-YEAR
                   END-IF
               END-PERFORM
               PERFORM WRITE-REALM-TOTALS
           CONTINUE.

           WRITE-REALM-YEAR SECTION.
               IF WS-SM-YEARS = 0
                   MOVE DH-RELATION-BEFORE TO WS-SM-OPENING
               END-IF
               ADD 1 TO WS-SM-YEARS
               MOVE DH-RELATION-AFTER TO WS-SM-CLOSING
               ADD DH-TREATY-PAID TO WS-SM-TREATY-PAID
               ADD DH-TREATY-GAIN TO WS-SM-TREATY-GAIN
               ADD DH-TRADE-GAIN TO WS-SM-TRADE-GAIN
               ADD DH-GUARD-LOSS TO WS-SM-GUARD-LOSS
               ADD DH-DECAY-LOSS TO WS-SM-DECAY-LOSS
               IF DH-RELATION-AFTER < WS-SM-LOW
                   MOVE DH-RELATION-AFTER TO WS-SM-LOW
                   MOVE DH-YEAR TO WS-SM-LOW-YEAR
               END-IF
               IF DH-TRADE-OPEN NOT = 'Y'
                   ADD 1 TO WS-SM-CLOSED-YEARS
               END-IF
               COMPUTE WS-YEAR-FALL =
                       DH-RELATION-BEFORE - DH-RELATION-AFTER
               IF WS-YEAR-FALL > WS-SM-FALL
                   MOVE WS-YEAR-FALL TO WS-SM-FALL
                   MOVE DH-YEAR TO WS-SM-FALL-YEAR
                   MOVE DH-RELATION-BEFORE TO WS-SM-FALL-FROM
                   MOVE DH-RELATION-AFTER TO WS-SM-FALL-TO
               END-IF

               MOVE DH-YEAR TO WS-FR-YEAR
               MOVE DH-RELATION-BEFORE TO WS-FR-BEFORE
               MOVE DH-TREATY-PAID TO WS-FR-TREATY-PAID
               MOVE DH-TREATY-GAIN TO WS-FR-TREATY-GAIN
               MOVE DH-TRADE-GAIN TO WS-FR-TRADE-GAIN
               COMPUTE WS-FR-GUARD-LOSS = 0 - DH-GUARD-LOSS
               COMPUTE WS-FR-DECAY-LOSS = 0 - DH-DECAY-LOSS
               MOVE DH-RELATION-AFTER TO WS-FR-AFTER
               IF DH-TRADE-OPEN = 'Y'
                   MOVE "OPEN" TO WS-FR-ROADS
               ELSE
                   MOVE "CLOSED" TO WS-FR-ROADS
               END-IF
               MOVE DH-RAID-ADJ-PCT TO WS-FR-RAID-ADJ
               MOVE DH-GRAIN-EXPORTED TO WS-FR-EXPORTED
               MOVE DH-GRAIN-IMPORTED TO WS-FR-IMPORTED

      *        The bar runs a mark to three points of relation, with
      *        the roads' 30 and the friendly 70 ticked where the
      *        bar does not reach them.
               MOVE SPACES TO WS-FR-BAR
               MOVE ":" TO WS-FR-BAR(10:1)
               MOVE ":" TO WS-FR-BAR(24:1)
               COMPUTE WS-BAR-LENGTH = DH-RELATION-AFTER / 3
               IF WS-BAR-LENGTH > 0
                   MOVE ALL "*" TO WS-FR-BAR(1:WS-BAR-LENGTH)
               END-IF
               MOVE WS-FORMAT-ROW TO PR-LINE
               WRITE PR-LINE
           CONTINUE.

      *    The realm's reign in two lines: where it went and what
      *    took it there.
           WRITE-REALM-TOTALS SECTION.
               MOVE WS-SM-OPENING TO WS-FORMAT-REL-A
               MOVE WS-SM-CLOSING TO WS-FORMAT-REL-B
               MOVE WS-SM-YEARS TO WS-FORMAT-YEARS
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "    " WS-RM-NAME(WS-REALM-IDX)
                       " WENT FROM " WS-FORMAT-REL-A
                       " TO " WS-FORMAT-REL-B
                       " IN " WS-FORMAT-YEARS " YEARS."
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-SM-TREATY-GAIN TO WS-FORMAT-POINTS
               STRING "  TREATIES +" WS-FORMAT-POINTS
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-SM-TRADE-GAIN TO WS-FORMAT-POINTS
               STRING "  TRADE +" WS-FORMAT-POINTS
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-SM-GUARD-LOSS TO WS-FORMAT-POINTS
               STRING "  GUARD -" WS-FORMAT-POINTS
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               MOVE WS-SM-DECAY-LOSS TO WS-FORMAT-POINTS
               STRING "  DRIFT -" WS-FORMAT-POINTS
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE PR-LINE

               MOVE WS-SM-TREATY-PAID TO WS-FORMAT-COUNT
               MOVE WS-SM-LOW TO WS-FORMAT-REL-A
               MOVE WS-SM-LOW-YEAR TO WS-FORMAT-REL-B
               MOVE WS-SM-CLOSED-YEARS TO WS-FORMAT-YEARS
               MOVE SPACES TO PR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "      TREATY BUSHELS " WS-FORMAT-COUNT
                       ".  LOW " WS-FORMAT-REL-A " IN YEAR "
                       WS-FORMAT-REL-B ".  ROADS CLOSED "
                       WS-FORMAT-YEARS " YEAR(S)."
                   DELIMITED BY SIZE INTO PR-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-SM-FALL > 0
                   MOVE WS-SM-FALL-YEAR TO WS-FORMAT-YEARS
                   MOVE WS-SM-FALL-FROM TO WS-FORMAT-REL-A
                   MOVE WS-SM-FALL-TO TO WS-FORMAT-REL-B
                   STRING "  WORST YEAR " WS-FORMAT-YEARS
                           ", " WS-FORMAT-REL-A " TO "
                           WS-FORMAT-REL-B "."
                       DELIMITED BY SIZE INTO PR-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
               WRITE PR-LINE
           CONTINUE.

           WRITE-RELATIONS-SUMMARY SECTION.
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE WS-RECORDS-READ TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "DIPLOMACY RECORDS READ:  " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-REIGN-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "REIGNS CHARTED:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-OFF-DECK-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "REALMS NOT ON REALMS.DAT:" WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               MOVE SPACES TO PR-LINE
               STRING "EXCEPTIONS:              " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           CONTINUE.
       END PROGRAM HAMDIPLO.
