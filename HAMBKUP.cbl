      *            standing files -- YEARHIST.DAT, AEMASTER.DAT,
      *            LEADERBD.DAT, LEADARCH.DAT, JOURNAL.DAT,
      *            LEDGER.DAT, the analytics rollup pair AESUMM.DAT
      *            and AEARCH.DAT, the five save slots, the governor
      *            registry GOVREG.DAT, HONOURS.DAT, the archive
      *            catalog ARCHCAT.DAT, CENSUS.DAT, EVENTLOG.DAT,
      *            ALERTLOG.DAT, the audit trail AUDIT.DAT and the
      *            operator file OPERATOR.DAT -- and for every
      *            archive set (FILENAME.Annnn) the catalog holds,
      *            which until now stood one disk incident from
      *            oblivion.
      *            Backup copies every file to a generation set
      *            (FILENAME.Bn, n 1-9) and writes the record count
      *            and an additive control total for each alongside
      *            resume-time verification refuses a short save.
      *            The analytics master is carried as a flat copy
      *            of its records in key order and rebuilt as an
      *            indexed file on restore. The operator signs on
      *            through HAMOPSGN before the menu comes up, and
      *            every backup and every file restored is written
      *            to the audit trail AUDIT.DAT through HAMAUDLG,
      *            with the live file's count and control total
      *            before the restore and the generation's after.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-08 OB The save slots grow to 1449 bytes with the
      *              layout stamp at the front of SG-RECORD. A
      *              generation taken before then restores its
      *              slots in the older layout, for HAMSAVUP to
      *              carry forward.
      *   2026-10-12 OB LEADERBD.DAT and LEADARCH.DAT grow to 68
      *              bytes with the reign sequence and certification
      *              mark; HAMLBMNT converts a generation taken
      *              before then once it is restored.
      *   2026-10-13 OB The age cohorts grow YEARHIST.DAT to 148 bytes,
      *              AEMASTER.DAT and AEARCH.DAT to 143 and the save
      *              slots to 1545. A generation taken before then is
      *              taken again after HAMCOCNV and HAMSAVUP have
      *              carried the live files forward.
      *   2026-10-14 OB Stewards grow the save slots to 1673 bytes. A
      *              slot generation taken before then is taken again
      *              after HAMSAVUP has carried the slots forward.
      *   2026-10-15 OB The poll tax grows YEARHIST.DAT to 157 bytes,
      *              AEMASTER.DAT and AEARCH.DAT to 152 and the save
      *              slots to 1747. A generation taken before then is
      *              taken again after HAMPTCNV and HAMSAVUP have
      *              carried the live files forward.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN; each backup
      *              and each file restored is audited to AUDIT.DAT, a
      *              restore with the live file's count and control
      *              total before and the generation's after.
      *   2026-10-15 OB Run-log START and END records, the operator as
      *              subject, so the nightly housekeeping job can take
      *              this step's condition code from HAMRUNLG.DAT; a
      *              control file that cannot be created ends RC 12.
      *   2026-10-15 OB LEADERBD.DAT and LEADARCH.DAT grow to 77 bytes
      *              with the reign's difficulty band and verdict date;
      *              HAMLBMNT converts a generation taken before then
      *              once it is restored.
      *   2026-10-15 OB GOVREG.DAT, HONOURS.DAT, ARCHCAT.DAT,
      *              CENSUS.DAT, EVENTLOG.DAT, ALERTLOG.DAT, AUDIT.DAT
      *              and OPERATOR.DAT join the roster, and every
      *              cataloged archive set is copied to the generation
      *              with its archive number in the control entry. A
      *              generation taken before then restores what it
      *              holds and leaves the newer files as they stand.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMBKUP.
               SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC WS-SLOT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT GOVERNOR-REGISTRY-FILE ASSIGN TO "GOVREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GOVERNOR-NAME
                   FILE STATUS IS WS-SOURCE-STATUS.
      *        The line-sequential standing files and the text
      *        members of an archive set travel through one SELECT
      *        named per file, the year history member of a set
      *        through its own, the way HAMARCH files them.
               SELECT TEXT-SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT HISTORY-MEMBER-FILE
                   ASSIGN TO DYNAMIC WS-SOURCE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
      *        The generation copy of whichever file is in hand;
      *        the record length is set per file through the
      *        level-01 records below sharing the FD.
      *        their lengths matter here, and each mirrors the
      *        owning program's record length exactly.
               FD YEAR-HISTORY-FILE.
               01 YH-RAW PIC X(157).

               FD LEADERBOARD-FILE.
               01 LB-RAW PIC X(77).

               FD ARCHIVE-FILE.
               01 AR-RAW PIC X(77).

               FD JOURNAL-FILE.
               01 JR-RAW PIC X(82).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-BODY PIC X(126).

      *        Mirror HAMAEMNT's SUMMARY-FILE and ARCHIVE-FILE
      *        record lengths.
               01 SU-RAW PIC X(69).

               FD AE-ARCHIVE-FILE.
               01 AE-AR-RAW PIC X(152).

      *        Mirrors MAIN's SG-RECORD length: the full layout
      *        lives with MAIN and HAMSAVIN; here only the raw
      *        bytes travel, but the length must track theirs.
               FD SAVE-GAME-FILE.
               01 SG-RAW PIC X(1747).

      *        Mirrors HAMGOVRG's REGISTRY-FILE record; the key is
      *        needed to rebuild the index on restore.
               FD GOVERNOR-REGISTRY-FILE.
               01 GR-RECORD.
                   05 GR-GOVERNOR-NAME PIC X(20).
                   05 GR-BODY PIC X(39).

      *        As wide as the widest of them, the audit trail.
               FD TEXT-SOURCE-FILE.
               01 TX-RAW PIC X(210).

               FD HISTORY-MEMBER-FILE.
               01 HM-RAW PIC X(157).

      *        Mirrors HAMARCH's CATALOG-FILE record; the file
      *        entries follow HAMARCH's roster order.
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

               FD BACKUP-FILE.
               01 BK-RECORD PIC X(1747).

      *        The archive number is zero for a standing file and
      *        the set's number for an archive member; a control
      *        file written before it was carried reads it as
      *        spaces.
               FD CONTROL-FILE.
               01 CT-RECORD.
                   05 CT-FILE-TAG PIC X(12).
                   05 CT-RECORD-COUNT PIC 9(7).
                   05 CT-CONTROL-TOTAL PIC 9(12).
                   05 CT-PRESENT PIC X.
                   05 CT-ARCHIVE-NO PIC 9(4).

           WORKING-STORAGE SECTION.
               01 WS-SOURCE-STATUS PIC X(02).
               01 WS-BACKUP-STATUS PIC X(02).
               01 WS-CONTROL-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-SLOT-NAME.
                   05 FILLER PIC X(7) VALUE "HAMSAVE".
                   05 WS-SLOT-CH PIC 9 VALUE 1.
                   05 FILLER PIC X(4) VALUE ".DAT".
               01 WS-SOURCE-NAME PIC X(20).
               01 WS-BACKUP-NAME PIC X(20).
               01 WS-CONTROL-NAME PIC X(20).
               01 WS-GENERATION PIC 9.

      *        The file roster: tag, base name for the generation
      *        copy, record length, and which SELECT carries it.
      *        Entries 9-13 are the five save slots and 14-21 the
      *        governor registry and the line-sequential files.
      *        Entries 22 and 23 stand for a member of an archive
      *        set -- the year history, or one of the text files --
      *        named by WS-MEMBER-TAG and WS-ARCHIVE-NO.
               01 WS-FILE-IDX PIC 99.
               01 WS-STANDING-COUNT PIC 99 VALUE 21.
               01 WS-FILE-TAG PIC X(12).
               01 WS-FILE-LENGTH PIC 9(4).
               01 WS-MEMBER-TAG PIC X(12).
               01 WS-MEMBER-IDX PIC 99.
               01 WS-MEMBER-COUNT PIC 9(5).
               01 WS-ARCHIVE-NO PIC 9(4) VALUE 0.
               01 WS-CATALOG-EOF-CHECK PIC A.
                   88 WS-CATALOG-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CONTROL-EOF-CHECK PIC A.
                   88 WS-CONTROL-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                   88 WS-SOURCE-PRESENT VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

               01 WS-COPY-BUFFER PIC X(1747).
               01 WS-RECORD-COUNT PIC 9(7).
               01 WS-CONTROL-TOTAL PIC 9(12).
               01 WS-SUM-IDX PIC 9(4).

      *        The standing files' control entries read back at
      *        restore time; the archive members' are taken in a
      *        pass of their own. A control file that carries the
      *        archive number was written with the full roster, so
      *        a standing file missing from it is refused.
               01 WS-CT-COUNT PIC 99 VALUE 0.
               01 WS-CT-IDX PIC 99.
               01 WS-CT-FOUND-IDX PIC 99.
               01 WS-CT-FULL-ROSTER-CHECK PIC A.
                   88 WS-CT-FULL-ROSTER VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-EXPECT-RECORDS PIC 9(7).
               01 WS-EXPECT-TOTAL PIC 9(12).
               01 WS-EXPECT-PRESENT PIC X.
               01 WS-CT-TABLE.
                   05 WS-CT-ENTRY OCCURS 30 TIMES.
                       10 WS-CT-TAG PIC X(12).
                       10 WS-CT-RECORDS PIC 9(7).
                       10 WS-CT-TOTAL PIC 9(12).
               01 WS-RESTORED-COUNT PIC 99.
               01 WS-REFUSED-COUNT PIC 99.

      *        The operator signed on, and the audit record every
      *        backup and every file restored is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMBKUP".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12).
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMBKUP".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMBKUP -- generation backup and verified "
                       "restore."
               CALL 'HAMOPSGN' USING WS-AUDIT-PROGRAM
                   WS-AUDIT-OPERATOR WS-SIGNON-RESULT
               MOVE WS-AUDIT-OPERATOR TO WS-RUNLOG-SUBJECT
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               IF NOT WS-SIGNED-ON
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF
               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-MAINTENANCE-MENU
               END-PERFORM
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.

      *    The END record for the run log, written on every way out.
      *    The CALL leaves HAMRUNLG's own return code behind, and
      *    the nightly job's steps are conditioned on this one's, so
      *    it is put back afterwards.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

           DISPLAY-MAINTENANCE-MENU SECTION.
               DISPLAY "========================================"
               DISPLAY "1. Back up the standing files to a "
                           DISPLAY "Console input is exhausted or "
                                   "unusable -- aborting."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF
                       DISPLAY "That is not a number -- try again: "
                   DELIMITED BY SIZE INTO WS-CONTROL-NAME
           CONTINUE.

      *    Points WS-FILE-TAG, WS-FILE-LENGTH, WS-SOURCE-NAME,
      *    WS-BACKUP-NAME (and, for a save slot, the slot dataset
      *    name) at roster entry WS-FILE-IDX. The text members of
      *    an archive set are totalled over HAMARCH's line width.
           SET-FILE-PARTICULARS SECTION.
               EVALUATE WS-FILE-IDX
                   WHEN 1
                       MOVE "YEARHIST" TO WS-FILE-TAG
                       MOVE 157 TO WS-FILE-LENGTH
                   WHEN 2
                       MOVE "LEADERBD" TO WS-FILE-TAG
                       MOVE 77 TO WS-FILE-LENGTH
                   WHEN 3
                       MOVE "LEADARCH" TO WS-FILE-TAG
                       MOVE 77 TO WS-FILE-LENGTH
                   WHEN 4
                       MOVE "JOURNAL" TO WS-FILE-TAG
                       MOVE 82 TO WS-FILE-LENGTH
                       MOVE 40 TO WS-FILE-LENGTH
                   WHEN 6
                       MOVE "AEMASTER" TO WS-FILE-TAG
                       MOVE 152 TO WS-FILE-LENGTH
                   WHEN 7
                       MOVE "AESUMM" TO WS-FILE-TAG
                       MOVE 69 TO WS-FILE-LENGTH
                   WHEN 8
                       MOVE "AEARCH" TO WS-FILE-TAG
                       MOVE 152 TO WS-FILE-LENGTH
                   WHEN 9 THRU 13
                       COMPUTE WS-SLOT-CH = WS-FILE-IDX - 8
                       MOVE SPACES TO WS-FILE-TAG
                       STRING "HAMSAVE" WS-SLOT-CH
                           DELIMITED BY SIZE INTO WS-FILE-TAG
                       MOVE 1747 TO WS-FILE-LENGTH
                   WHEN 14
                       MOVE "GOVREG" TO WS-FILE-TAG
                       MOVE 59 TO WS-FILE-LENGTH
                   WHEN 15
                       MOVE "HONOURS" TO WS-FILE-TAG
                       MOVE 88 TO WS-FILE-LENGTH
                   WHEN 16
                       MOVE "ARCHCAT" TO WS-FILE-TAG
                       MOVE 121 TO WS-FILE-LENGTH
                   WHEN 17
                       MOVE "CENSUS" TO WS-FILE-TAG
                       MOVE 40 TO WS-FILE-LENGTH
                   WHEN 18
                       MOVE "EVENTLOG" TO WS-FILE-TAG
                       MOVE 54 TO WS-FILE-LENGTH
                   WHEN 19
                       MOVE "ALERTLOG" TO WS-FILE-TAG
                       MOVE 87 TO WS-FILE-LENGTH
                   WHEN 20
                       MOVE "AUDIT" TO WS-FILE-TAG
                       MOVE 210 TO WS-FILE-LENGTH
                   WHEN 21
                       MOVE "OPERATOR" TO WS-FILE-TAG
                       MOVE 38 TO WS-FILE-LENGTH
                   WHEN 22
                       MOVE WS-MEMBER-TAG TO WS-FILE-TAG
                       MOVE 157 TO WS-FILE-LENGTH
                   WHEN OTHER
                       MOVE WS-MEMBER-TAG TO WS-FILE-TAG
                       MOVE 110 TO WS-FILE-LENGTH
               END-EVALUATE
               MOVE SPACES TO WS-SOURCE-NAME
               MOVE SPACES TO WS-BACKUP-NAME
               IF WS-FILE-IDX > WS-STANDING-COUNT
                   STRING WS-FILE-TAG DELIMITED BY SPACE
                       ".A" WS-ARCHIVE-NO DELIMITED BY SIZE
                       INTO WS-SOURCE-NAME
                   STRING WS-SOURCE-NAME DELIMITED BY SPACE
                       ".B" WS-GENERATION DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               ELSE
                   STRING WS-FILE-TAG DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                       INTO WS-SOURCE-NAME
                   STRING WS-FILE-TAG DELIMITED BY SPACE
                       ".B" WS-GENERATION DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               END-IF
           CONTINUE.

      *    Points WS-MEMBER-TAG and WS-FILE-IDX at file WS-MEMBER-IDX
      *    of an archive set, in HAMARCH's roster order.
           SET-MEMBER-PARTICULARS SECTION.
               EVALUATE WS-MEMBER-IDX
                   WHEN 1
                       MOVE "YEARHIST" TO WS-MEMBER-TAG
                   WHEN 2
                       MOVE "LEDGER" TO WS-MEMBER-TAG
                   WHEN 3
                       MOVE "JOURNAL" TO WS-MEMBER-TAG
                   WHEN 4
                       MOVE "REIGNRPT" TO WS-MEMBER-TAG
                   WHEN 5
                       MOVE "SLVLEDGR" TO WS-MEMBER-TAG
                   WHEN 6
                       MOVE "LANDREG" TO WS-MEMBER-TAG
                   WHEN 7
                       MOVE "CENSUS" TO WS-MEMBER-TAG
                   WHEN 8
                       MOVE "DIPLOHST" TO WS-MEMBER-TAG
                   WHEN 9
                       MOVE "LOANREG" TO WS-MEMBER-TAG
                   WHEN OTHER
                       MOVE "CTRREG" TO WS-MEMBER-TAG
               END-EVALUATE
               PERFORM SET-MEMBER-FILE-IDX
           CONTINUE.

           SET-MEMBER-FILE-IDX SECTION.
               IF WS-MEMBER-TAG = "YEARHIST"
                   MOVE 22 TO WS-FILE-IDX
               ELSE
                   MOVE 23 TO WS-FILE-IDX
               END-IF
           CONTINUE.

      *    Opens roster file WS-FILE-IDX for input. A file that is
                       OPEN INPUT SUMMARY-FILE
                   WHEN 8
                       OPEN INPUT AE-ARCHIVE-FILE
                   WHEN 9 THRU 13
                       OPEN INPUT SAVE-GAME-FILE
                   WHEN 14
                       OPEN INPUT GOVERNOR-REGISTRY-FILE
                   WHEN 22
                       OPEN INPUT HISTORY-MEMBER-FILE
                   WHEN OTHER
                       OPEN INPUT TEXT-SOURCE-FILE
               END-EVALUATE
               IF WS-SOURCE-STATUS = "00"
                   SET WS-SOURCE-PRESENT TO TRUE
                       CLOSE SUMMARY-FILE
                   WHEN 8
                       CLOSE AE-ARCHIVE-FILE
                   WHEN 9 THRU 13
                       CLOSE SAVE-GAME-FILE
                   WHEN 14
                       CLOSE GOVERNOR-REGISTRY-FILE
                   WHEN 22
                       CLOSE HISTORY-MEMBER-FILE
                   WHEN OTHER
                       CLOSE TEXT-SOURCE-FILE
               END-EVALUATE
           CONTINUE.

                           NOT AT END
                               MOVE AE-AR-RAW TO WS-COPY-BUFFER
                       END-READ
                   WHEN 9 THRU 13
                       READ SAVE-GAME-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE SG-RAW TO WS-COPY-BUFFER
                       END-READ
                   WHEN 14
                       READ GOVERNOR-REGISTRY-FILE NEXT
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE GR-RECORD TO WS-COPY-BUFFER
                       END-READ
                   WHEN 22
                       READ HISTORY-MEMBER-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE HM-RAW TO WS-COPY-BUFFER
                       END-READ
                   WHEN OTHER
                       READ TEXT-SOURCE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE TX-RAW TO WS-COPY-BUFFER
                       END-READ
               END-EVALUATE
           CONTINUE.

           WRITE-SOURCE-RECORD SECTION.
               EVALUATE WS-FILE-IDX
                   WHEN 1
                       MOVE WS-COPY-BUFFER(1:157) TO YH-RAW
                       WRITE YH-RAW
                   WHEN 2
                       MOVE WS-COPY-BUFFER(1:77) TO LB-RAW
                       WRITE LB-RAW
                   WHEN 3
                       MOVE WS-COPY-BUFFER(1:77) TO AR-RAW
                       WRITE AR-RAW
                   WHEN 4
                       MOVE WS-COPY-BUFFER(1:82) TO JR-RAW
                       MOVE WS-COPY-BUFFER(1:40) TO LG-RAW
                       WRITE LG-RAW
                   WHEN 6
                       MOVE WS-COPY-BUFFER(1:152) TO AM-RECORD
                       WRITE AM-RECORD
                           INVALID KEY
                               DISPLAY "Duplicate key rebuilding "
                       MOVE WS-COPY-BUFFER(1:69) TO SU-RAW
                       WRITE SU-RAW
                   WHEN 8
                       MOVE WS-COPY-BUFFER(1:152) TO AE-AR-RAW
                       WRITE AE-AR-RAW
                   WHEN 9 THRU 13
                       MOVE WS-COPY-BUFFER(1:1747) TO SG-RAW
                       WRITE SG-RAW
                   WHEN 14
                       MOVE WS-COPY-BUFFER(1:59) TO GR-RECORD
                       WRITE GR-RECORD
                           INVALID KEY
                               DISPLAY "Duplicate key rebuilding "
                                       "GOVREG -- record kept once."
                       END-WRITE
                   WHEN 22
                       MOVE WS-COPY-BUFFER(1:157) TO HM-RAW
                       WRITE HM-RAW
                   WHEN OTHER
                       MOVE WS-COPY-BUFFER(1:210) TO TX-RAW
                       WRITE TX-RAW
               END-EVALUATE
           CONTINUE.

                       OPEN OUTPUT SUMMARY-FILE
                   WHEN 8
                       OPEN OUTPUT AE-ARCHIVE-FILE
                   WHEN 9 THRU 13
                       OPEN OUTPUT SAVE-GAME-FILE
                   WHEN 14
                       OPEN OUTPUT GOVERNOR-REGISTRY-FILE
                   WHEN 22
                       OPEN OUTPUT HISTORY-MEMBER-FILE
                   WHEN OTHER
                       OPEN OUTPUT TEXT-SOURCE-FILE
               END-EVALUATE
           CONTINUE.

                   DISPLAY "The control file could not be created "
                           "(status " WS-CONTROL-STATUS ") -- "
                           "nothing was backed up."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               MOVE 0 TO WS-ARCHIVE-NO
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-STANDING-COUNT
                   PERFORM BACKUP-ONE-FILE
               END-PERFORM
               PERFORM BACKUP-ARCHIVE-SETS
               CLOSE CONTROL-FILE
               ADD WS-STANDING-COUNT WS-MEMBER-COUNT
                   TO WS-RUNLOG-WRITES
               DISPLAY "Backup of generation " WS-GENERATION
                       " is complete, control totals alongside "
                       "in " WS-CONTROL-NAME "."

               MOVE "BACKUP" TO WS-AUDIT-ACTION
               MOVE WS-CONTROL-NAME TO WS-AUDIT-FILE
               PERFORM SET-AUDIT-GENERATION-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "CONTROL TOTALS TAKEN FOR " WS-STANDING-COUNT
                       " STANDING FILES AND " WS-MEMBER-COUNT
                       " ARCHIVE FILES"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

           BACKUP-ONE-FILE SECTION.
               MOVE 0 TO WS-CONTROL-TOTAL
               PERFORM OPEN-SOURCE-INPUT
               IF NOT WS-SOURCE-PRESENT
                   DISPLAY "  " WS-SOURCE-NAME " is not on disk -- "
                           "recorded as absent."
                   MOVE WS-FILE-TAG TO CT-FILE-TAG
                   MOVE 0 TO CT-RECORD-COUNT
                   MOVE 0 TO CT-CONTROL-TOTAL
                   MOVE "N" TO CT-PRESENT
                   MOVE WS-ARCHIVE-NO TO CT-ARCHIVE-NO
                   WRITE CT-RECORD
                   EXIT SECTION
               END-IF
               MOVE WS-RECORD-COUNT TO CT-RECORD-COUNT
               MOVE WS-CONTROL-TOTAL TO CT-CONTROL-TOTAL
               MOVE "Y" TO CT-PRESENT
               MOVE WS-ARCHIVE-NO TO CT-ARCHIVE-NO
               WRITE CT-RECORD
               DISPLAY "  " WS-SOURCE-NAME ": " WS-RECORD-COUNT
                       " record(s) copied."
           CONTINUE.

      *    Every archive set the catalog holds: each file the set
      *    was filed with is copied beside the standing files as
      *    FILENAME.Annnn.Bn, under a control entry of its own that
      *    carries the archive number.
           BACKUP-ARCHIVE-SETS SECTION.
               MOVE 0 TO WS-MEMBER-COUNT
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "  No archive catalog -- there are no "
                           "archive sets to copy."
                   EXIT SECTION
               END-IF
               SET WS-CATALOG-EOF TO FALSE
               PERFORM UNTIL WS-CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-CATALOG-EOF TO TRUE
                       NOT AT END
                           IF AC-ARCHIVE-NO IS NUMERIC
                                   AND AC-ARCHIVE-NO > 0
                               PERFORM BACKUP-ONE-ARCHIVE-SET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE 0 TO WS-ARCHIVE-NO
           CONTINUE.

           BACKUP-ONE-ARCHIVE-SET SECTION.
               MOVE AC-ARCHIVE-NO TO WS-ARCHIVE-NO
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > 10
                   IF AC-PRESENT(WS-MEMBER-IDX) = "Y"
                       PERFORM SET-MEMBER-PARTICULARS
                       PERFORM BACKUP-ONE-FILE
                       ADD 1 TO WS-MEMBER-COUNT
                   END-IF
               END-PERFORM
           CONTINUE.

      *    The restore pass. The control entries are read first;
      *    then every generation copy is re-counted and re-totalled
      *    IN FULL before a single live byte is touched, and a copy
                   EXIT SECTION
               END-IF

               DISPLAY "The LIVE standing files and archive sets "
                       "will be OVERWRITTEN from generation "
                       WS-GENERATION ". Proceed? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"

               MOVE 0 TO WS-RESTORED-COUNT
               MOVE 0 TO WS-REFUSED-COUNT
               MOVE 0 TO WS-ARCHIVE-NO
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-STANDING-COUNT
                   PERFORM RESTORE-ONE-FILE
               END-PERFORM
               PERFORM RESTORE-ARCHIVE-SETS
               DISPLAY "Restore complete: " WS-RESTORED-COUNT
                       " file(s) restored, " WS-REFUSED-COUNT
                       " refused."

           LOAD-CONTROL-ENTRIES SECTION.
               MOVE 0 TO WS-CT-COUNT
               SET WS-CT-FULL-ROSTER TO FALSE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF OR WS-CT-COUNT >= 30
                   READ CONTROL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF CT-ARCHIVE-NO IS NUMERIC
                               SET WS-CT-FULL-ROSTER TO TRUE
                           END-IF
                           IF CT-RECORD-COUNT IS NUMERIC
                                   AND CT-CONTROL-TOTAL IS NUMERIC
                                   AND (CT-ARCHIVE-NO NOT NUMERIC
                                       OR CT-ARCHIVE-NO = 0)
                               ADD 1 TO WS-CT-COUNT
                               MOVE CT-FILE-TAG
                                   TO WS-CT-TAG(WS-CT-COUNT)
                   END-IF
               END-PERFORM
               IF WS-CT-FOUND-IDX = 0
                       AND WS-FILE-IDX > 13
                       AND NOT WS-CT-FULL-ROSTER
                   DISPLAY "  " WS-SOURCE-NAME " was not yet on the "
                           "roster when this generation was taken "
                           "-- the live file is left as it stands."
                   EXIT SECTION
               END-IF
               IF WS-CT-FOUND-IDX = 0
                   DISPLAY "  " WS-SOURCE-NAME ": no control entry -- "
                           "REFUSED."
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT SECTION
               END-IF
               MOVE WS-CT-RECORDS(WS-CT-FOUND-IDX) TO WS-EXPECT-RECORDS
               MOVE WS-CT-TOTAL(WS-CT-FOUND-IDX) TO WS-EXPECT-TOTAL
               MOVE WS-CT-PRESENT(WS-CT-FOUND-IDX) TO WS-EXPECT-PRESENT
               PERFORM RESTORE-VERIFIED-COPY
           CONTINUE.

      *    The archive members' control entries, each restored
      *    against its own count and total in the order written.
           RESTORE-ARCHIVE-SETS SECTION.
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-CONTROL-EOF TO FALSE
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF CT-ARCHIVE-NO IS NUMERIC
                                   AND CT-ARCHIVE-NO > 0
                               PERFORM RESTORE-ONE-ARCHIVE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               MOVE 0 TO WS-ARCHIVE-NO
           CONTINUE.

           RESTORE-ONE-ARCHIVE-FILE SECTION.
               MOVE CT-ARCHIVE-NO TO WS-ARCHIVE-NO
               MOVE CT-FILE-TAG TO WS-MEMBER-TAG
               PERFORM SET-MEMBER-FILE-IDX
               PERFORM SET-FILE-PARTICULARS
               IF CT-RECORD-COUNT NOT NUMERIC
                       OR CT-CONTROL-TOTAL NOT NUMERIC
                   DISPLAY "  " WS-SOURCE-NAME ": the control entry "
                           "is unreadable -- REFUSED."
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT SECTION
               END-IF
               MOVE CT-RECORD-COUNT TO WS-EXPECT-RECORDS
               MOVE CT-CONTROL-TOTAL TO WS-EXPECT-TOTAL
               MOVE CT-PRESENT TO WS-EXPECT-PRESENT
               PERFORM RESTORE-VERIFIED-COPY
           CONTINUE.

      *    Restores the file in hand from its generation copy
      *    against the expected count and total, refusing it whole
      *    if the copy does not prove.
           RESTORE-VERIFIED-COPY SECTION.
               IF WS-EXPECT-PRESENT = "N"
                   DISPLAY "  " WS-SOURCE-NAME " was absent at backup "
                           "time -- the live file is left as it "
                           "stands."
                   EXIT SECTION
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "  " WS-SOURCE-NAME ": the generation "
                           "copy cannot be read -- REFUSED."
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT SECTION
               END-IF
               END-PERFORM
               CLOSE BACKUP-FILE

               IF WS-RECORD-COUNT NOT = WS-EXPECT-RECORDS
                       OR WS-CONTROL-TOTAL NOT = WS-EXPECT-TOTAL
                   DISPLAY "  " WS-SOURCE-NAME ": the copy does not "
                           "match its control entry (count "
                           WS-RECORD-COUNT " vs "
                           WS-EXPECT-RECORDS
                           ") -- REFUSED, the live file is "
                           "untouched."
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT SECTION
               END-IF

      *        The copy proves. The live file is counted and
      *        totalled as it stands for the audit record, and now,
      *        and only now, it is rewritten from the copy.
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-RECORD-COUNT " RECORDS, CONTROL TOTAL "
                       WS-CONTROL-TOTAL
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               PERFORM COUNT-LIVE-FILE
               MOVE WS-EXPECT-RECORDS TO WS-RECORD-COUNT
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT BACKUP-FILE
               PERFORM OPEN-SOURCE-OUTPUT
               CLOSE BACKUP-FILE
               PERFORM CLOSE-SOURCE
               ADD 1 TO WS-RESTORED-COUNT
               ADD 1 TO WS-RUNLOG-WRITES
               DISPLAY "  " WS-SOURCE-NAME ": "
                       WS-RECORD-COUNT " record(s) restored and "
                       "verified."

      *        An archive member is audited under its tag, the set
      *        number following the generation in the key.
               MOVE "RESTORE" TO WS-AUDIT-ACTION
               PERFORM SET-AUDIT-GENERATION-KEY
               IF WS-FILE-IDX > WS-STANDING-COUNT
                   MOVE WS-FILE-TAG TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING "GENERATION " WS-GENERATION
                           " A" WS-ARCHIVE-NO
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
               ELSE
                   MOVE WS-SOURCE-NAME TO WS-AUDIT-FILE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

      *    The live file's count and control total as it stands,
      *    the before image of a restore over it.
           COUNT-LIVE-FILE SECTION.
               MOVE 0 TO WS-RECORD-COUNT
               MOVE 0 TO WS-CONTROL-TOTAL
               PERFORM OPEN-SOURCE-INPUT
               IF NOT WS-SOURCE-PRESENT
                   MOVE "(NOT ON DISK)" TO WS-AUDIT-BEFORE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   PERFORM READ-SOURCE-RECORD
                   IF NOT WS-FILE-EOF
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM SUM-BUFFER-INTO-TOTAL
                   END-IF
               END-PERFORM
               PERFORM CLOSE-SOURCE
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING WS-RECORD-COUNT " RECORDS, CONTROL TOTAL "
                       WS-CONTROL-TOTAL
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
           CONTINUE.

           SET-AUDIT-GENERATION-KEY SECTION.
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "GENERATION " WS-GENERATION
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
           CONTINUE.

           WRITE-AUDIT-RECORD SECTION.
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.
       END PROGRAM HAMBKUP.
