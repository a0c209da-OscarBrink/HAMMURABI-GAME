      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-16
      * Purpose:   Reign archive for HAMMURABI-GAME. The year
      *            history, the ledgers and registers, the journal
      *            and the reign report all belong to the reign in
      *            hand and are started fresh by the next New Game;
      *            once they are gone the autopsy, the proofs, the
      *            chronicle and the replay can no longer be run
      *            against the reign that made them. MAIN calls here
      *            when a reign concludes, and every one of those
      *            files is copied to an archive set FILENAME.Annnn,
      *            the archive number taken in turn off the catalog
      *            ARCHCAT.DAT. The catalog keys each archive by
      *            governor and reign sequence -- the key the
      *            analytics master files the reign under -- with
      *            the date filed and the record count of each file.
      *            The report programs call here at start to learn
      *            which set to read: the archive parm ARCHPARM.DAT
      *            names a governor and reign (000 or blank for
      *            their latest), and without one the live files
      *            are read as before.
      *            Requests, passed in LS-REQUEST:
      *              FILE  copy the live files to the next archive
      *                    set and catalog it under the key given;
      *                    the journal only goes with a reign that
      *                    was journaled from its first turn.
      *              FIND  look the key up in the catalog.
      *              LIST  display the governor's archived reigns.
      *              PARM  read ARCHPARM.DAT and look its key up.
      *              HIGH  the highest reign sequence cataloged
      *                    under the governor, in LS-REIGN-SEQ.
      *              FROM  note the governor whose sets the next
      *                    RKEY moves.
      *              RKEY  move every set cataloged under the FROM
      *                    governor to the governor given, each
      *                    reign sequence raised by the LS-REIGN-SEQ
      *                    passed in; the number of sets moved comes
      *                    back in LS-REIGN-SEQ. HAMGOVMN's merge
      *                    uses the pair, so an archived reign stays
      *                    findable under the key the analytics
      *                    master now files it under.
      *            LS-SUFFIX comes back as the dataset suffix to
      *            read -- DAT for the live files, Annnn for an
      *            archive set -- and LS-RESULT as 0 (done), 4 (no
      *            such reign in the catalog), or 8 (the archive or
      *            its parm could not be used).
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-02 OB The diplomacy history DIPLOHST.DAT joins the
      *              set as roster entry 8. A catalog entry filed
      *              before it reads the entry as blank -- not
      *              present -- so older sets still resolve.
      *   2026-10-05 OB The loan register LOANREG.DAT joins the set
      *              as roster entry 9, on the same terms.
      *   2026-10-07 OB The contract register CTRREG.DAT joins the
      *              set as roster entry 10; the roster index and
      *              count go to two digits to carry it.
      *   2026-10-13 OB An archived YEARHIST set grows to 148 bytes with
      *              the age cohorts; HAMCOCNV carries the older sets
      *              forward.
      *   2026-10-15 OB An archived YEARHIST set grows to 157 bytes with
      *              the poll tax; HAMPTCNV carries older sets forward.
      *   2026-10-15 OB HIGH, FROM and RKEY: a governor merge re-keys
      *              the catalog along with the master files, so
      *              certification and ARCHPARM.DAT find a merged
      *              reign under the surviving name.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
      *        The catalog is re-keyed through a work copy, the way
      *        HAMERASE rewrites it.
               SELECT CATALOG-WORK-FILE ASSIGN TO "ARCHCAT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-WORK-STATUS.
               SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCHPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
      *        The year history is the one record-sequential file
      *        in the set; it travels through its own pair.
               SELECT HISTORY-SOURCE-FILE ASSIGN TO "YEARHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT HISTORY-ARCHIVE-FILE
                   ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *        Every other file in the set is line sequential and
      *        no wider than the reign report's line.
               SELECT TEXT-SOURCE-FILE
                   ASSIGN TO DYNAMIC WS-SOURCE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT TEXT-ARCHIVE-FILE
                   ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        One catalog entry per archive set, in the order
      *        filed. The file entries follow the roster order in
      *        SET-FILE-PARTICULARS.
               FD CATALOG-FILE.
               01 AC-RECORD.
                   05 AC-ARCHIVE-NO PIC 9(4).
                   05 AC-GOVERNOR PIC X(20).
                   05 AC-REIGN-SEQ PIC 9(3).
                   05 AC-FILED-DATE PIC 9(8).
                   05 AC-FILED-TIME PIC 9(6).
                   05 AC-FILE-ENTRY OCCURS 10 TIMES.
                       10 AC-PRESENT PIC X.
                       10 AC-RECORDS PIC 9(7).

               FD CATALOG-WORK-FILE.
               01 CW-RECORD PIC X(121).

      *        Columns 1-20 the governor, 21-23 the reign sequence;
      *        a blank or zero sequence asks for their latest reign.
               FD ARCHIVE-PARM-FILE.
               01 AP-RECORD.
                   05 AP-GOVERNOR PIC X(20).
                   05 AP-REIGN-SEQ PIC 9(3).
                   05 AP-REIGN-SEQ-X REDEFINES AP-REIGN-SEQ
                       PIC X(3).

      *        Mirrors MAIN's YEAR-HISTORY-FILE record length.
               FD HISTORY-SOURCE-FILE.
               01 HS-RAW PIC X(157).

               FD HISTORY-ARCHIVE-FILE.
               01 HA-RAW PIC X(157).

               FD TEXT-SOURCE-FILE.
               01 TS-RAW PIC X(110).

               FD TEXT-ARCHIVE-FILE.
               01 TA-RAW PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-CATALOG-WORK-STATUS PIC X(02).
               01 WS-PARM-STATUS PIC X(02).
               01 WS-SOURCE-STATUS PIC X(02).
               01 WS-ARCHIVE-STATUS PIC X(02).
               01 WS-SOURCE-NAME PIC X(20).
               01 WS-ARCHIVE-NAME PIC X(20).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-FOUND-CHECK PIC A.
                   88 WS-ENTRY-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The archive roster: tag and kind of each file the
      *        set carries. Entry 1 is the year history; entry 3
      *        is the journal, filed only for a journaled reign.
               01 WS-FILE-IDX PIC 99.
               01 WS-FILE-COUNT PIC 99 VALUE 10.
               01 WS-FILE-TAG PIC X(8).
               01 WS-RECORD-COUNT PIC 9(7).

               01 WS-ARCHIVE-NO PIC 9(4).
               01 WS-HIGH-ARCHIVE-NO PIC 9(4).
               01 WS-SUFFIX.
                   05 FILLER PIC X VALUE "A".
                   05 WS-SUFFIX-NO PIC 9(4).
               01 WS-TIME-RAW PIC X(8).
               01 WS-NEW-ENTRY PIC X(121).
               01 WS-LIST-COUNT PIC 9(4).
               01 WS-FORMAT-RECORDS PIC Z(6)9.
      *        The governor named by FROM, held for the RKEY that
      *        follows, and what the re-key did.
               01 WS-REKEY-FROM PIC X(20) VALUE SPACES.
               01 WS-REKEY-OFFSET PIC 9(3).
               01 WS-REKEY-COUNT PIC 9(3).
               01 WS-HIGH-REIGN-SEQ PIC 9(3).

           LINKAGE SECTION.
               01 LS-REQUEST PIC X(4).
               01 LS-GOVERNOR PIC X(20).
               01 LS-REIGN-SEQ PIC 9(3).
               01 LS-JOURNALED PIC A.
               01 LS-SUFFIX PIC X(5).
               01 LS-RESULT PIC 99.

       PROCEDURE DIVISION
           USING LS-REQUEST LS-GOVERNOR LS-REIGN-SEQ LS-JOURNALED
               LS-SUFFIX LS-RESULT.
           MAIN-PROCEDURE.
               MOVE 0 TO LS-RESULT
               EVALUATE LS-REQUEST
                   WHEN "FILE"
                       PERFORM FILE-REIGN-ARCHIVE
                   WHEN "FIND"
                       PERFORM FIND-CATALOG-ENTRY
                   WHEN "LIST"
                       PERFORM LIST-CATALOG-ENTRIES
                   WHEN "PARM"
                       PERFORM READ-ARCHIVE-PARM
                   WHEN "HIGH"
                       PERFORM FIND-HIGH-REIGN-SEQ
                   WHEN "FROM"
                       MOVE LS-GOVERNOR TO WS-REKEY-FROM
                   WHEN "RKEY"
                       PERFORM REKEY-CATALOG-ENTRIES
                   WHEN OTHER
                       MOVE 8 TO LS-RESULT
               END-EVALUATE
               EXIT PROGRAM.

      *    Copies every file in the roster to the next archive set
      *    and catalogs it. A file not on disk is cataloged as not
      *    present rather than refused: an unattended reign leaves
      *    no journal, and an old shop has no registers yet.
           FILE-REIGN-ARCHIVE SECTION.
               PERFORM FIND-HIGH-ARCHIVE-NO
               IF WS-HIGH-ARCHIVE-NO >= 9999
                   DISPLAY "OPERATOR: ARCHCAT.DAT holds archive "
                           "A9999 -- the reign of " LS-GOVERNOR
                           " was NOT archived."
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               COMPUTE WS-ARCHIVE-NO = WS-HIGH-ARCHIVE-NO + 1
               MOVE WS-ARCHIVE-NO TO WS-SUFFIX-NO

               MOVE SPACES TO AC-RECORD
               MOVE WS-ARCHIVE-NO TO AC-ARCHIVE-NO
               MOVE LS-GOVERNOR TO AC-GOVERNOR
               MOVE LS-REIGN-SEQ TO AC-REIGN-SEQ
               ACCEPT AC-FILED-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW(1:6) TO AC-FILED-TIME
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                           OR LS-RESULT > 0
                   PERFORM SET-FILE-PARTICULARS
                   MOVE 'N' TO AC-PRESENT(WS-FILE-IDX)
                   MOVE 0 TO AC-RECORDS(WS-FILE-IDX)
                   IF WS-FILE-IDX NOT = 3 OR LS-JOURNALED = 'Y'
                       IF WS-FILE-IDX = 1
                           PERFORM COPY-HISTORY-FILE
                       ELSE
                           PERFORM COPY-TEXT-FILE
                       END-IF
                   END-IF
               END-PERFORM
               IF LS-RESULT > 0
                   EXIT SECTION
               END-IF

      *        The catalog entry goes down last, so a set whose copy
      *        failed part way is never named by the catalog.
               MOVE AC-RECORD TO WS-NEW-ENTRY
               OPEN EXTEND CATALOG-FILE
               IF WS-CATALOG-STATUS = "05" OR "35"
                   OPEN OUTPUT CATALOG-FILE
               END-IF
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "OPERATOR: ARCHCAT.DAT could not be "
                           "opened (status " WS-CATALOG-STATUS
                           ") -- archive set " WS-SUFFIX
                           " is on disk but NOT cataloged."
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               MOVE WS-NEW-ENTRY TO AC-RECORD
               WRITE AC-RECORD
               CLOSE CATALOG-FILE
               MOVE WS-SUFFIX TO LS-SUFFIX
           CONTINUE.

      *    The highest archive number the catalog has handed out;
      *    zero when there is no catalog yet.
           FIND-HIGH-ARCHIVE-NO SECTION.
               MOVE 0 TO WS-HIGH-ARCHIVE-NO
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AC-ARCHIVE-NO IS NUMERIC
                                   AND AC-ARCHIVE-NO
                                       > WS-HIGH-ARCHIVE-NO
                               MOVE AC-ARCHIVE-NO
                                   TO WS-HIGH-ARCHIVE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           CONTINUE.

      *    Points WS-FILE-TAG, WS-SOURCE-NAME and WS-ARCHIVE-NAME at
      *    roster entry WS-FILE-IDX of archive set WS-SUFFIX.
           SET-FILE-PARTICULARS SECTION.
               EVALUATE WS-FILE-IDX
                   WHEN 1
                       MOVE "YEARHIST" TO WS-FILE-TAG
                   WHEN 2
                       MOVE "LEDGER" TO WS-FILE-TAG
                   WHEN 3
                       MOVE "JOURNAL" TO WS-FILE-TAG
                   WHEN 4
                       MOVE "REIGNRPT" TO WS-FILE-TAG
                   WHEN 5
                       MOVE "SLVLEDGR" TO WS-FILE-TAG
                   WHEN 6
                       MOVE "LANDREG" TO WS-FILE-TAG
                   WHEN 7
                       MOVE "CENSUS" TO WS-FILE-TAG
                   WHEN 8
                       MOVE "DIPLOHST" TO WS-FILE-TAG
                   WHEN 9
                       MOVE "LOANREG" TO WS-FILE-TAG
                   WHEN OTHER
                       MOVE "CTRREG" TO WS-FILE-TAG
               END-EVALUATE
               MOVE SPACES TO WS-SOURCE-NAME
               STRING WS-FILE-TAG DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-SOURCE-NAME
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING WS-FILE-TAG DELIMITED BY SPACE
                   "." WS-SUFFIX DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
           CONTINUE.

           COPY-HISTORY-FILE SECTION.
               OPEN INPUT HISTORY-SOURCE-FILE
               IF WS-SOURCE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   PERFORM REPORT-ARCHIVE-FAILURE
                   CLOSE HISTORY-SOURCE-FILE
                   EXIT SECTION
               END-IF
               MOVE 0 TO WS-RECORD-COUNT
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR LS-RESULT > 0
                   READ HISTORY-SOURCE-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HS-RAW TO HA-RAW
                           WRITE HA-RAW
                           IF WS-ARCHIVE-STATUS NOT = "00"
                               PERFORM REPORT-ARCHIVE-FAILURE
                           ELSE
                               ADD 1 TO WS-RECORD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-SOURCE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               MOVE 'Y' TO AC-PRESENT(WS-FILE-IDX)
               MOVE WS-RECORD-COUNT TO AC-RECORDS(WS-FILE-IDX)
           CONTINUE.

           COPY-TEXT-FILE SECTION.
               OPEN INPUT TEXT-SOURCE-FILE
               IF WS-SOURCE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               OPEN OUTPUT TEXT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   PERFORM REPORT-ARCHIVE-FAILURE
                   CLOSE TEXT-SOURCE-FILE
                   EXIT SECTION
               END-IF
               MOVE 0 TO WS-RECORD-COUNT
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR LS-RESULT > 0
                   READ TEXT-SOURCE-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE TS-RAW TO TA-RAW
                           WRITE TA-RAW
                           IF WS-ARCHIVE-STATUS NOT = "00"
                               PERFORM REPORT-ARCHIVE-FAILURE
                           ELSE
                               ADD 1 TO WS-RECORD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-SOURCE-FILE
               CLOSE TEXT-ARCHIVE-FILE
               MOVE 'Y' TO AC-PRESENT(WS-FILE-IDX)
               MOVE WS-RECORD-COUNT TO AC-RECORDS(WS-FILE-IDX)
           CONTINUE.

           REPORT-ARCHIVE-FAILURE SECTION.
               DISPLAY "OPERATOR: " WS-ARCHIVE-NAME " could not be "
                       "written (status " WS-ARCHIVE-STATUS ") -- "
                       "the reign of " LS-GOVERNOR " was NOT "
                       "archived."
               MOVE 8 TO LS-RESULT
           CONTINUE.

      *    The latest set cataloged under the governor and reign
      *    sequence given; a sequence of zero takes the governor's
      *    latest reign and hands its sequence back. LS-JOURNALED
      *    comes back telling whether the set carries a journal.
           FIND-CATALOG-ENTRY SECTION.
               SET WS-ENTRY-FOUND TO FALSE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE 4 TO LS-RESULT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AC-GOVERNOR = LS-GOVERNOR
                                   AND AC-ARCHIVE-NO IS NUMERIC
                                   AND AC-REIGN-SEQ IS NUMERIC
                                   AND (LS-REIGN-SEQ = 0
                                   OR AC-REIGN-SEQ = LS-REIGN-SEQ)
                               SET WS-ENTRY-FOUND TO TRUE
                               MOVE AC-RECORD TO WS-NEW-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE

               IF NOT WS-ENTRY-FOUND
                   MOVE 4 TO LS-RESULT
                   EXIT SECTION
               END-IF
               MOVE WS-NEW-ENTRY TO AC-RECORD
               MOVE AC-ARCHIVE-NO TO WS-SUFFIX-NO
               MOVE WS-SUFFIX TO LS-SUFFIX
               MOVE AC-REIGN-SEQ TO LS-REIGN-SEQ
               MOVE AC-PRESENT(3) TO LS-JOURNALED
           CONTINUE.

      *    One console line per archived reign of the governor, so
      *    the operator can pick the reign without the catalog in
      *    hand.
           LIST-CATALOG-ENTRIES SECTION.
               MOVE 0 TO WS-LIST-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE 4 TO LS-RESULT
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AC-GOVERNOR = LS-GOVERNOR
                               ADD 1 TO WS-LIST-COUNT
                               MOVE AC-RECORDS(1)
                                   TO WS-FORMAT-RECORDS
                               DISPLAY "  REIGN " AC-REIGN-SEQ
                                       "  ARCHIVE A" AC-ARCHIVE-NO
                                       "  FILED " AC-FILED-DATE
                                       "  HISTORY RECORDS "
                                       WS-FORMAT-RECORDS
                                       "  JOURNALED "
                                       AC-PRESENT(3)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF WS-LIST-COUNT = 0
                   MOVE 4 TO LS-RESULT
               END-IF
           CONTINUE.

      *    No parm, or a parm naming no governor, means the live
      *    files. A parm naming a reign the catalog does not carry
      *    is refused: reporting on the live files instead would
      *    put the wrong reign's figures under the right name.
           READ-ARCHIVE-PARM SECTION.
               MOVE "DAT" TO LS-SUFFIX
               MOVE SPACES TO LS-GOVERNOR
               MOVE 0 TO LS-REIGN-SEQ
               OPEN INPUT ARCHIVE-PARM-FILE
               IF WS-PARM-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE SPACES TO AP-RECORD
               READ ARCHIVE-PARM-FILE
                   AT END
                       MOVE SPACES TO AP-RECORD
               END-READ
               CLOSE ARCHIVE-PARM-FILE
               IF AP-GOVERNOR = SPACES
                   EXIT SECTION
               END-IF
               MOVE AP-GOVERNOR TO LS-GOVERNOR
               IF AP-REIGN-SEQ-X NOT = SPACES
                   IF AP-REIGN-SEQ IS NUMERIC
                       MOVE AP-REIGN-SEQ TO LS-REIGN-SEQ
                   ELSE
                       DISPLAY "ARCHPARM.DAT reign sequence "
                               AP-REIGN-SEQ-X " is not a number -- "
                               "aborting."
                       MOVE 8 TO LS-RESULT
                       EXIT SECTION
                   END-IF
               END-IF
               PERFORM FIND-CATALOG-ENTRY
           CONTINUE.

      *    The highest reign sequence cataloged under the governor,
      *    whatever order the sets were filed in; 4 when there is
      *    none.
           FIND-HIGH-REIGN-SEQ SECTION.
               MOVE 0 TO WS-HIGH-REIGN-SEQ
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF
                       READ CATALOG-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF AC-GOVERNOR = LS-GOVERNOR
                                       AND AC-REIGN-SEQ IS NUMERIC
                                       AND AC-REIGN-SEQ
                                           > WS-HIGH-REIGN-SEQ
                                   MOVE AC-REIGN-SEQ
                                       TO WS-HIGH-REIGN-SEQ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
               END-IF
               MOVE WS-HIGH-REIGN-SEQ TO LS-REIGN-SEQ
               IF WS-HIGH-REIGN-SEQ = 0
                   MOVE 4 TO LS-RESULT
               END-IF
           CONTINUE.

      *    Every set cataloged under the FROM governor is put under
      *    LS-GOVERNOR with its sequence raised by the offset. The
      *    catalog is copied out with the new keys and back, and is
      *    left untouched when there is nothing to move (result 4).
      *    The sets themselves keep their archive numbers, so no
      *    FILENAME.Annnn is renamed.
           REKEY-CATALOG-ENTRIES SECTION.
               MOVE LS-REIGN-SEQ TO WS-REKEY-OFFSET
               MOVE 0 TO LS-REIGN-SEQ
               MOVE 0 TO WS-REKEY-COUNT
               IF WS-REKEY-FROM = SPACES
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE SPACES TO WS-REKEY-FROM
                   MOVE 4 TO LS-RESULT
                   EXIT SECTION
               END-IF
               OPEN OUTPUT CATALOG-WORK-FILE
               IF WS-CATALOG-WORK-STATUS NOT = "00"
                   DISPLAY "OPERATOR: ARCHCAT.TMP could not be "
                           "opened (status " WS-CATALOG-WORK-STATUS
                           ") -- the archive catalog was NOT "
                           "re-keyed."
                   CLOSE CATALOG-FILE
                   MOVE SPACES TO WS-REKEY-FROM
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AC-GOVERNOR = WS-REKEY-FROM
                                   AND AC-REIGN-SEQ IS NUMERIC
                               MOVE LS-GOVERNOR TO AC-GOVERNOR
                               ADD WS-REKEY-OFFSET TO AC-REIGN-SEQ
                               ADD 1 TO WS-REKEY-COUNT
                           END-IF
                           MOVE AC-RECORD TO CW-RECORD
                           WRITE CW-RECORD
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               CLOSE CATALOG-WORK-FILE
               MOVE SPACES TO WS-REKEY-FROM
               IF WS-REKEY-COUNT = 0
                   MOVE 4 TO LS-RESULT
                   EXIT SECTION
               END-IF

               OPEN INPUT CATALOG-WORK-FILE
               OPEN OUTPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "OPERATOR: ARCHCAT.DAT could not be "
                           "rewritten (status " WS-CATALOG-STATUS
                           ") -- the re-keyed catalog is in "
                           "ARCHCAT.TMP."
                   CLOSE CATALOG-WORK-FILE
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ CATALOG-WORK-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CW-RECORD TO AC-RECORD
                           WRITE AC-RECORD
                   END-READ
               END-PERFORM
               CLOSE CATALOG-WORK-FILE
               CLOSE CATALOG-FILE
               MOVE WS-REKEY-COUNT TO LS-REIGN-SEQ
           CONTINUE.
       END PROGRAM HAMARCH.
