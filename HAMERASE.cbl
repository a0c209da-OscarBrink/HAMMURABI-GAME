      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-13
      * Purpose:   Erasure of a governor from every standing file,
      *            for a student who withdraws. HAMLBMNT can strike
      *            a name off the board, but the same name stays on
      *            the year history, the analytics master and its
      *            rollups, the journals, the ledgers and registers,
      *            the honours and alert logs, the run log, the save
      *            slots, the gradebook interface file, every
      *            archived reign set and every backup generation --
      *            the archive sets and the audit trail it carries
      *            included. A survey finds every record filed
      *            under the governor -- or under any stray spelling
      *            the registry has merged into the name -- and
      *            reports it file by file; on confirmation the
      *            records are removed, or, on the run log and the
      *            audit trail, the name is anonymized so the shop's
      *            own history of runs and maintenance still adds
      *            up. A journal or reign report
      *            belongs to one reign and goes whole when that
      *            reign was the governor's, as does an archive set
      *            cataloged under the name, which leaves the
      *            catalog with it. A backup generation copy that
      *            loses records has its control entry recounted
      *            and retotalled, so HAMBKUP still restores it; a
      *            gradebook that loses reigns has its header and
      *            trailer taken down to match, so the records
      *            system still proves it.
      *            The erasure certificate ERASCERT.DAT lists every
      *            file checked with the records found, removed and
      *            anonymized, for the registrar.
      *            RC=8 when a file holding the governor could not
      *            be rewritten -- the certificate says the erasure
      *            is not complete and names the file.
      *            The operator signs on through HAMOPSGN (function
      *            E) before the menu comes up, and each erasure is
      *            audited to AUDIT.DAT through HAMAUDLG -- keyed on
      *            the certificate's date and carrying its totals,
      *            never the name just erased. A refused sign-on
      *            ends the run with RC=8.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB The age cohorts grow the history records to 148
      *              bytes, the analytics rows to 143 and the save slots
      *              to 1545.
      *   2026-10-14 OB Stewards grow the save slots to 1673 bytes.
      *   2026-10-15 OB The poll tax grows the history records to 157
      *              bytes, the analytics rows to 152 and the save slots
      *              to 1747.
      *   2026-10-15 OB LEADERBD.DAT and LEADARCH.DAT grow to 77 bytes
      *              with the reign's difficulty band and verdict date.
      *   2026-10-15 OB The audit trail AUDIT.DAT is swept: an entry
      *              keyed on the governor, or whose before or after
      *              image carries the name, is anonymized and counted
      *              on the certificate, never removed.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN; each erasure
      *              is audited to AUDIT.DAT by its certificate date
      *              and totals.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      *   2026-10-15 OB The backup generations are swept over HAMBKUP's
      *              whole roster -- the registry, honours, catalog,
      *              census, event and alert logs and the audit trail
      *              -- and over the archive set copies they carry.
      *   2026-10-15 OB GRADEBK.DAT is swept: a D record filed under
      *              the governor is removed and the header and
      *              trailer count and score total taken down by it.
      *   2026-10-15 OB GRADEBK.DAT and LBEXPORT.DAT are read and
      *              written as the fixed-length sequential files
      *              HAMGRADE and HAMLBMNT cut, 100 and 76 bytes, not as
      *              text lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMERASE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        The file in hand is opened through whichever of these
      *        carries its record length; all of them take their
      *        dataset name from WS-TARGET-NAME.
               SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT BOARD-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT ROW-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT SLOT-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT TEXT-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT AUDIT-TRAIL-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT GRADEBOOK-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT INTERCHANGE-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
      *        What stays of the file in hand, held here while the
      *        file is written back.
               SELECT WORK-FILE ASSIGN TO "ERASWORK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT REGISTRY-FILE ASSIGN TO "GOVREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GOVERNOR-NAME
                   FILE STATUS IS WS-REGISTRY-STATUS.
               SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT CATALOG-WORK-FILE ASSIGN TO "ARCHCAT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-WORK-STATUS.
               SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.
               SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Record lengths mirror the owning programs: the year
      *        history (MAIN), the board and its archive (MAIN,
      *        HAMLBMNT), the analytics summaries and archived rows
      *        (HAMAEMNT), the save slots and backup generation
      *        copies (MAIN, HAMBKUP), the quarantined save (MAIN)
      *        and the line-sequential files, none wider than the
      *        reign report's line but the audit trail (HAMAUDLG).
               FD HISTORY-FILE.
               01 HF-RAW PIC X(157).

               FD BOARD-FILE.
               01 BF-RAW PIC X(77).

               FD SUMMARY-FILE.
               01 SF-RAW PIC X(69).

               FD ROW-FILE.
               01 RF-RAW PIC X(152).

               FD SLOT-FILE.
               01 LF-RAW PIC X(1747).

               FD QUARANTINE-FILE.
               01 QF-RAW PIC X(2000).

               FD TEXT-FILE.
               01 TF-RAW PIC X(110).

               FD AUDIT-TRAIL-FILE.
               01 UF-RAW PIC X(210).

               FD GRADEBOOK-FILE.
               01 GF-RAW PIC X(100).

               FD INTERCHANGE-FILE.
               01 XF-RAW PIC X(76).

               FD WORK-FILE.
               01 WK-RECORD PIC X(2000).

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE record.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-BODY PIC X(126).

      *        Mirrors HAMGOVRG's REGISTRY-FILE record.
               FD REGISTRY-FILE.
               01 GR-RECORD.
                   05 GR-GOVERNOR-NAME PIC X(20).
                   05 GR-CLASS PIC X(10).
                   05 GR-ACTIVE PIC A.
                   05 GR-MERGED-INTO PIC X(20).
                   05 GR-REGISTERED-DATE PIC 9(8).

      *        Mirrors HAMARCH's CATALOG-FILE record.
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

      *        Mirrors HAMBKUP's CONTROL-FILE record. The archive
      *        number is carried as it stands, so a control file
      *        written before HAMBKUP kept one goes back without it.
               FD CONTROL-FILE.
               01 CT-RECORD.
                   05 CT-FILE-TAG PIC X(12).
                   05 CT-RECORD-COUNT PIC 9(7).
                   05 CT-CONTROL-TOTAL PIC 9(12).
                   05 CT-PRESENT PIC X.
                   05 CT-ARCHIVE-NO PIC X(4).

               FD CERTIFICATE-FILE.
               01 CE-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-TARGET-STATUS PIC X(02).
               01 WS-WORK-STATUS PIC X(02).
               01 WS-MASTER-STATUS PIC X(02).
               01 WS-REGISTRY-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-CATALOG-WORK-STATUS PIC X(02).
               01 WS-CONTROL-STATUS PIC X(02).
               01 WS-CERTIFICATE-STATUS PIC X(02).

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

               01 WS-MENU-STATES PIC A.
                   88 WS-MENU-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MENU-CHOICE PIC 9.
               01 WS-CONFIRM-ANSWER PIC X.

      *        Names are compared in capitals, so a record filed in
      *        the free-text days under "Hammurabi" is found along
      *        with "HAMMURABI".
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-GOVERNOR-NAME PIC X(20).
               01 WS-SCAN-NAME PIC X(20).

      *        The names sought: entry 1 the governor as typed, the
      *        rest the spellings the registry has merged into it
      *        (and any merged into those in turn).
               01 WS-MATCH-COUNT PIC 99 VALUE 0.
               01 WS-MATCH-IDX PIC 99.
               01 WS-MATCH-TABLE.
                   05 WS-MATCH-NAME PIC X(20) OCCURS 20 TIMES.
               01 WS-ALIAS-ADDED-CHECK PIC A.
                   88 WS-ALIAS-ADDED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The file in hand. Class is the record length it is
      *        read under: T line sequential, Y year history, B
      *        board, S summaries, R analytics rows, W save slot or
      *        backup generation copy, Q quarantined save, U audit
      *        trail, G gradebook, X leaderboard interchange. Kind
      *        is how its records are matched: R the
      *        name at WS-TARGET-POS, A the same but anonymized
      *        instead of removed, U an audit entry -- the name in
      *        its key or anywhere in its before and after images,
      *        anonymized -- S a save record (the name sits behind the
      *        layout stamp when there is one), J a journal and P a
      *        reign report -- both the whole file when its opening
      *        record names the governor -- G a gradebook D record,
      *        and W the whole file.
               01 WS-TARGET-NAME PIC X(20).
               01 WS-TARGET-CLASS PIC X.
               01 WS-TARGET-KIND PIC X.
               01 WS-TARGET-POS PIC 9(3).
               01 WS-TARGET-LENGTH PIC 9(4).
               01 WS-RECORD-BUFFER PIC X(2000).
               01 WS-ERASED-MARK PIC X(20) VALUE "(ERASED)".
               01 WS-REPORT-HEAD PIC X(35)
                   VALUE "HAMMURABI REIGN REPORT   GOVERNOR: ".

      *        An audit entry's before and after images are free
      *        text -- a board entry, a save slot's summary -- so
      *        the name is looked for at every position, in
      *        capitals, and struck out in place character for
      *        character so nothing else in the image moves. The
      *        entry's key takes the erased mark, as the run log's
      *        subject does.
               01 WS-AUDIT-FOLDED PIC X(210).
               01 WS-IMAGE-IDX PIC 9.
               01 WS-IMAGE-START PIC 9(3).
               01 WS-IMAGE-POS PIC 9(3).
               01 WS-IMAGE-LAST PIC 9(3).
               01 WS-IMAGE-AT PIC 9(3).
               01 WS-NAME-LEN PIC 99.
               01 WS-MASK-STARS PIC X(20) VALUE ALL "*".

      *        The reigns taken out of the gradebook in hand, and
      *        the header or trailer figures they come off: the
      *        count and score total stand at column 48 of the
      *        header and column 2 of the trailer, the score at
      *        column 58 of a D record (HAMGRADE's GRADEBOOK-FILE).
               01 WS-GRADE-DROPPED PIC 9(7).
               01 WS-GRADE-DROPPED-SCORE PIC 9(9)V99.
               01 WS-GRADE-POS PIC 99.
               01 WS-GRADE-SCORE-X PIC X(7).
               01 WS-GRADE-SCORE REDEFINES WS-GRADE-SCORE-X
                   PIC 9(5)V99.
               01 WS-GRADE-COUNT-X PIC X(7).
               01 WS-GRADE-COUNT REDEFINES WS-GRADE-COUNT-X
                   PIC 9(7).
               01 WS-GRADE-TOTAL-X PIC X(11).
               01 WS-GRADE-TOTAL REDEFINES WS-GRADE-TOTAL-X
                   PIC 9(9)V99.

               01 WS-ERASING-CHECK PIC A.
                   88 WS-ERASING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SUMMING-CHECK PIC A.
                   88 WS-SUMMING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CATALOG-EOF-CHECK PIC A.
                   88 WS-CATALOG-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PRESENT-CHECK PIC A.
                   88 WS-TARGET-PRESENT VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-MATCH-CHECK PIC A.
                   88 WS-RECORD-MATCH VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-WHOLE-CHECK PIC A.
                   88 WS-WHOLE-FILE-MATCH VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-REWRITTEN-CHECK PIC A.
                   88 WS-TARGET-REWRITTEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-OWNED-CHECK PIC A.
                   88 WS-SET-OWNED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STRIKING-CHECK PIC A VALUE 'N'.
                   88 WS-STRIKING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CHANGED-CHECK PIC A.
                   88 WS-CONTROL-CHANGED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        What the file in hand holds, and the run's totals.
               01 WS-ON-FILE PIC 9(7).
               01 WS-FOUND PIC 9(7).
               01 WS-KEPT PIC 9(7).
               01 WS-REMOVED PIC 9(7).
               01 WS-ANONYMIZED PIC 9(7).
               01 WS-TOTAL-FOUND PIC 9(7).
               01 WS-TOTAL-REMOVED PIC 9(7).
               01 WS-TOTAL-ANONYMIZED PIC 9(7).
               01 WS-FILES-CHECKED PIC 9(5).
               01 WS-FILES-HOLDING PIC 9(5).
               01 WS-FILES-FAILED PIC 9(5).
               01 WS-NOTE PIC X(20).

      *        HAMBKUP's control total, kept over what stays of a
      *        generation copy.
               01 WS-CONTROL-TOTAL PIC 9(12).
               01 WS-SUM-IDX PIC 9(4).

      *        The live roster; entries 24-28 are the five save
      *        slots.
               01 WS-LIVE-IDX PIC 99.
               01 WS-LIVE-COUNT PIC 99 VALUE 31.
               01 WS-SLOT-CH PIC 9.

      *        The archive catalog and the set of the entry in hand.
               01 WS-SUFFIX.
                   05 FILLER PIC X VALUE "A".
                   05 WS-SUFFIX-NO PIC 9(4).
               01 WS-SET-IDX PIC 99.
               01 WS-SET-TAG PIC X(8).
               01 WS-CATALOG-ENTRIES PIC 9(7).
               01 WS-CATALOG-FOUND PIC 9(7).
               01 WS-CATALOG-SAVED PIC X(121).

      *        The archive sets the catalog files under the governor;
      *        their copies in a backup generation go whole, as the
      *        sets themselves do.
               01 WS-OWNED-COUNT PIC 9(3) VALUE 0.
               01 WS-OWNED-IDX PIC 9(3).
               01 WS-OWNED-TABLE.
                   05 WS-OWNED-SET-NO PIC 9(4) OCCURS 500 TIMES.

      *        The backup generations and their control entries,
      *        the standing files' and the archive set copies'
      *        alike. A generation with more entries than the table
      *        holds is passed over, never written back short.
               01 WS-GEN-IDX PIC 99.
               01 WS-GENERATION PIC 9.
               01 WS-CONTROL-NAME PIC X(20).
               01 WS-BK-IDX PIC 99.
               01 WS-BK-TAG PIC X(12).
               01 WS-CT-COUNT PIC 9(4) VALUE 0.
               01 WS-CT-IDX PIC 9(4).
               01 WS-CT-FOUND-IDX PIC 9(4).
               01 WS-CT-MEMBER-IDX PIC 9(4).
               01 WS-CT-OVERFLOW-CHECK PIC A.
                   88 WS-CT-OVERFLOW VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CT-TABLE.
                   05 WS-CT-ENTRY OCCURS 2000 TIMES.
                       10 WS-CT-TAG PIC X(12).
                       10 WS-CT-RECORDS PIC 9(7).
                       10 WS-CT-TOTAL PIC 9(12).
                       10 WS-CT-PRESENT PIC X.
                       10 WS-CT-ARCHIVE-NO PIC X(4).
                       10 WS-CT-ARCHIVE-NUM
                           REDEFINES WS-CT-ARCHIVE-NO PIC 9(4).

               01 WS-STAMP-DATE PIC 9(8).
               01 WS-TIME-RAW PIC X(8).
               01 WS-FORMAT-COUNT PIC Z(6)9.
               01 WS-FORMAT-FILES PIC Z(4)9.

               01 WS-HEADER-ROW.
                   05 FILLER PIC X(32) VALUE
                       "FILE                     ON FILE".
                   05 FILLER PIC X(24) VALUE
                       "       FOUND     REMOVED".
                   05 FILLER PIC X(18) VALUE
                       "  ANONYMIZED  NOTE".
               01 WS-FORMAT-ROW VALUE SPACES.
                   05 WS-FR-FILE PIC X(20).
                   05 FILLER PIC X(2).
                   05 WS-FR-ON-FILE PIC Z(9)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-FOUND PIC Z(9)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-REMOVED PIC Z(9)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-ANONYMIZED PIC Z(9)9.
                   05 FILLER PIC X(2).
                   05 WS-FR-NOTE PIC X(20).

      *        The operator signed on, and the audit record each
      *        erasure is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMERASE".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12).
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).
               01 WS-FORMAT-AUDIT-FOUND PIC Z(6)9.
               01 WS-FORMAT-AUDIT-REMOVED PIC Z(6)9.
               01 WS-FORMAT-AUDIT-ANON PIC Z(6)9.
               01 WS-FORMAT-AUDIT-HOLDING PIC Z(4)9.
               01 WS-FORMAT-AUDIT-FAILED PIC Z(4)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
      *        The subject is the operator, never the governor: the
      *        run log is one of the files being cleared of the
      *        name.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMERASE".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMERASE -- erase a governor from the "
                       "standing files."
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

           DISPLAY-MAINTENANCE-MENU SECTION.
               DISPLAY "========================================"
               DISPLAY "1. Survey the records held for a governor"
               DISPLAY "2. Erase a governor from every standing file"
               DISPLAY "3. Quit"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM SURVEY-GOVERNOR
                   WHEN 2
                       PERFORM ERASE-GOVERNOR
                   WHEN 3
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

      *    Asks for the governor and builds the names to look for:
      *    the name in capitals, then every registry entry merged
      *    into a name already sought, pass after pass until a pass
      *    adds nothing.
           ASK-GOVERNOR-NAMES SECTION.
               MOVE 0 TO WS-MATCH-COUNT
               DISPLAY "Governor to look for: "
               MOVE SPACES TO WS-GOVERNOR-NAME
               ACCEPT WS-GOVERNOR-NAME
               INSPECT WS-GOVERNOR-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               IF WS-GOVERNOR-NAME = SPACES
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE 1 TO WS-MATCH-COUNT
               MOVE WS-GOVERNOR-NAME TO WS-MATCH-NAME(1)

               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               CLOSE REGISTRY-FILE
               SET WS-ALIAS-ADDED TO TRUE
               PERFORM UNTIL NOT WS-ALIAS-ADDED
                   PERFORM GATHER-MERGED-NAMES
               END-PERFORM
               PERFORM VARYING WS-MATCH-IDX FROM 2 BY 1
                       UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                   DISPLAY "  also filed as " WS-MATCH-NAME
                           (WS-MATCH-IDX) " (merged on the registry)"
               END-PERFORM
           CONTINUE.

           GATHER-MERGED-NAMES SECTION.
               SET WS-ALIAS-ADDED TO FALSE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT REGISTRY-FILE
               PERFORM UNTIL WS-FILE-EOF
                   READ REGISTRY-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE GR-MERGED-INTO TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                           IF WS-RECORD-MATCH
                               MOVE GR-GOVERNOR-NAME TO WS-SCAN-NAME
                               PERFORM COMPARE-SCAN-NAME
                               IF NOT WS-RECORD-MATCH
                                       AND WS-MATCH-COUNT < 20
                                   ADD 1 TO WS-MATCH-COUNT
                                   MOVE WS-SCAN-NAME
                                       TO WS-MATCH-NAME(WS-MATCH-COUNT)
                                   SET WS-ALIAS-ADDED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           CONTINUE.

      *    WS-RECORD-MATCH when WS-SCAN-NAME, in capitals, is one of
      *    the names sought.
           COMPARE-SCAN-NAME SECTION.
               SET WS-RECORD-MATCH TO FALSE
               INSPECT WS-SCAN-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               IF WS-SCAN-NAME = SPACES
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                           OR WS-RECORD-MATCH
                   IF WS-SCAN-NAME = WS-MATCH-NAME(WS-MATCH-IDX)
                       SET WS-RECORD-MATCH TO TRUE
                   END-IF
               END-PERFORM
           CONTINUE.

           SURVEY-GOVERNOR SECTION.
               PERFORM ASK-GOVERNOR-NAMES
               IF WS-MATCH-COUNT = 0
                   EXIT SECTION
               END-IF
               SET WS-ERASING TO FALSE
               PERFORM SWEEP-ALL-FILES
               PERFORM DISPLAY-SWEEP-TOTALS
           CONTINUE.

      *    The survey runs first and is shown in full; nothing is
      *    touched until the operator has seen it and confirmed,
      *    and not then unless the certificate can be written.
           ERASE-GOVERNOR SECTION.
               PERFORM ASK-GOVERNOR-NAMES
               IF WS-MATCH-COUNT = 0
                   EXIT SECTION
               END-IF
               SET WS-ERASING TO FALSE
               PERFORM SWEEP-ALL-FILES
               PERFORM DISPLAY-SWEEP-TOTALS
               IF WS-TOTAL-FOUND = 0
                   EXIT SECTION
               END-IF

               DISPLAY "Every record listed above will be REMOVED "
                       "(the run log's subjects anonymized). This "
                       "cannot be undone. Erase "
                       WS-GOVERNOR-NAME "? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                       AND WS-CONFIRM-ANSWER NOT = "y"
                   DISPLAY "Erasure cancelled."
                   EXIT SECTION
               END-IF

               OPEN OUTPUT CERTIFICATE-FILE
               IF WS-CERTIFICATE-STATUS NOT = "00"
                   DISPLAY "ERASCERT.DAT could not be opened "
                           "(status " WS-CERTIFICATE-STATUS ") -- "
                           "nothing was erased."
                   EXIT SECTION
               END-IF
               PERFORM WRITE-CERTIFICATE-HEADING

               SET WS-ERASING TO TRUE
               PERFORM SWEEP-ALL-FILES
               SET WS-ERASING TO FALSE

               PERFORM WRITE-CERTIFICATE-TOTALS
               CLOSE CERTIFICATE-FILE
               PERFORM AUDIT-ERASURE
               DISPLAY "Erasure finished: " WS-TOTAL-REMOVED
                       " record(s) removed, " WS-TOTAL-ANONYMIZED
                       " anonymized. The certificate is in "
                       "ERASCERT.DAT."
               COMPUTE WS-RUNLOG-WRITES = WS-RUNLOG-WRITES
                       + WS-TOTAL-REMOVED + WS-TOTAL-ANONYMIZED
               IF WS-FILES-FAILED > 0
                   DISPLAY "OPERATOR: " WS-FILES-FAILED " file(s) "
                           "holding the governor could not be "
                           "rewritten -- the erasure is NOT "
                           "complete. Correct them and run it again."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           CONTINUE.

      *    The erasure's one audit record, written after the sweep
      *    so the audit trail it lands on has already been cleared.
      *    It names the certificate, not the governor.
           AUDIT-ERASURE SECTION.
               MOVE "ERASE" TO WS-AUDIT-ACTION
               MOVE "ERASCERT.DAT" TO WS-AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "CERTIFICATE " WS-STAMP-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               MOVE WS-FILES-CHECKED TO WS-FORMAT-FILES
               MOVE WS-FILES-HOLDING TO WS-FORMAT-AUDIT-HOLDING
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "FILES CHECKED " WS-FORMAT-FILES
                       "  HOLDING " WS-FORMAT-AUDIT-HOLDING
                       "  TIME " WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               MOVE WS-TOTAL-FOUND TO WS-FORMAT-AUDIT-FOUND
               MOVE WS-TOTAL-REMOVED TO WS-FORMAT-AUDIT-REMOVED
               MOVE WS-TOTAL-ANONYMIZED TO WS-FORMAT-AUDIT-ANON
               MOVE WS-FILES-FAILED TO WS-FORMAT-AUDIT-FAILED
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "FOUND " WS-FORMAT-AUDIT-FOUND
                       " REMOVED " WS-FORMAT-AUDIT-REMOVED
                       " ANONYMIZED " WS-FORMAT-AUDIT-ANON
                       " FAILED " WS-FORMAT-AUDIT-FAILED
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.

      *    Every file there is to look in, in one order for the
      *    survey and the erasure alike.
           SWEEP-ALL-FILES SECTION.
               MOVE 0 TO WS-TOTAL-FOUND
               MOVE 0 TO WS-TOTAL-REMOVED
               MOVE 0 TO WS-TOTAL-ANONYMIZED
               MOVE 0 TO WS-FILES-CHECKED
               MOVE 0 TO WS-FILES-HOLDING
               MOVE 0 TO WS-FILES-FAILED
               IF NOT WS-ERASING
                   DISPLAY WS-HEADER-ROW
               END-IF
               SET WS-SUMMING TO FALSE
               PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                       UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                   PERFORM SET-LIVE-PARTICULARS
                   PERFORM PROCESS-TARGET
               END-PERFORM
               PERFORM PROCESS-MASTER
               PERFORM PROCESS-REGISTRY
               PERFORM SWEEP-ARCHIVE-SETS
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > 9
                   PERFORM SWEEP-ONE-GENERATION
               END-PERFORM
           CONTINUE.

           DISPLAY-SWEEP-TOTALS SECTION.
               MOVE WS-FILES-CHECKED TO WS-FORMAT-FILES
               DISPLAY WS-FORMAT-FILES " file(s) checked."
               IF WS-TOTAL-FOUND = 0
                   DISPLAY "Nothing is filed under "
                           WS-GOVERNOR-NAME " -- nothing to erase."
                   EXIT SECTION
               END-IF
               MOVE WS-TOTAL-FOUND TO WS-FORMAT-COUNT
               MOVE WS-FILES-HOLDING TO WS-FORMAT-FILES
               DISPLAY WS-FORMAT-COUNT " record(s) of "
                       WS-GOVERNOR-NAME " found in "
                       WS-FORMAT-FILES " file(s)."
           CONTINUE.

      *    Points the file in hand at live roster entry WS-LIVE-IDX.
           SET-LIVE-PARTICULARS SECTION.
               MOVE "T" TO WS-TARGET-CLASS
               MOVE "R" TO WS-TARGET-KIND
               MOVE 1 TO WS-TARGET-POS
               EVALUATE WS-LIVE-IDX
                   WHEN 1
                       MOVE "YEARHIST.DAT" TO WS-TARGET-NAME
                       MOVE "Y" TO WS-TARGET-CLASS
                   WHEN 2
                       MOVE "YEARHIST.CRT" TO WS-TARGET-NAME
                       MOVE "Y" TO WS-TARGET-CLASS
                   WHEN 3
                       MOVE "LEADERBD.DAT" TO WS-TARGET-NAME
                       MOVE "B" TO WS-TARGET-CLASS
                       MOVE 25 TO WS-TARGET-POS
                   WHEN 4
                       MOVE "LEADARCH.DAT" TO WS-TARGET-NAME
                       MOVE "B" TO WS-TARGET-CLASS
                       MOVE 25 TO WS-TARGET-POS
                   WHEN 5
                       MOVE "AESUMM.DAT" TO WS-TARGET-NAME
                       MOVE "S" TO WS-TARGET-CLASS
                   WHEN 6
                       MOVE "AEARCH.DAT" TO WS-TARGET-NAME
                       MOVE "R" TO WS-TARGET-CLASS
                   WHEN 7
                       MOVE "JOURNAL.DAT" TO WS-TARGET-NAME
                       MOVE "J" TO WS-TARGET-KIND
                   WHEN 8
                       MOVE "JOURNALB.DAT" TO WS-TARGET-NAME
                       MOVE "J" TO WS-TARGET-KIND
                   WHEN 9
                       MOVE "LEDGER.DAT" TO WS-TARGET-NAME
                   WHEN 10
                       MOVE "SLVLEDGR.DAT" TO WS-TARGET-NAME
                   WHEN 11
                       MOVE "LANDREG.DAT" TO WS-TARGET-NAME
                   WHEN 12
                       MOVE "CENSUS.DAT" TO WS-TARGET-NAME
                   WHEN 13
                       MOVE "DIPLOHST.DAT" TO WS-TARGET-NAME
                   WHEN 14
                       MOVE "LOANREG.DAT" TO WS-TARGET-NAME
                   WHEN 15
                       MOVE "CTRREG.DAT" TO WS-TARGET-NAME
                   WHEN 16
                       MOVE "ALERTLOG.DAT" TO WS-TARGET-NAME
                   WHEN 17
                       MOVE "HONOURS.DAT" TO WS-TARGET-NAME
                   WHEN 18
                       MOVE "EVENTLOG.DAT" TO WS-TARGET-NAME
                       MOVE 3 TO WS-TARGET-POS
                   WHEN 19
                       MOVE "TOURRSLT.DAT" TO WS-TARGET-NAME
                       MOVE 3 TO WS-TARGET-POS
                   WHEN 20
                       MOVE "TOURSTAG.DAT" TO WS-TARGET-NAME
                       MOVE 3 TO WS-TARGET-POS
                   WHEN 21
                       MOVE "LBEXPORT.DAT" TO WS-TARGET-NAME
                       MOVE "X" TO WS-TARGET-CLASS
                       MOVE 33 TO WS-TARGET-POS
                   WHEN 22
                       MOVE "REIGNRPT.DAT" TO WS-TARGET-NAME
                       MOVE "P" TO WS-TARGET-KIND
                   WHEN 23
                       MOVE "HAMRUNLG.DAT" TO WS-TARGET-NAME
                       MOVE "A" TO WS-TARGET-KIND
                       MOVE 40 TO WS-TARGET-POS
                   WHEN 29
                       MOVE "HAMSAVBD.DAT" TO WS-TARGET-NAME
                       MOVE "Q" TO WS-TARGET-CLASS
                       MOVE "S" TO WS-TARGET-KIND
                   WHEN 30
                       MOVE "AUDIT.DAT" TO WS-TARGET-NAME
                       MOVE "U" TO WS-TARGET-CLASS
                       MOVE "U" TO WS-TARGET-KIND
                       MOVE 51 TO WS-TARGET-POS
                   WHEN 31
                       MOVE "GRADEBK.DAT" TO WS-TARGET-NAME
                       MOVE "G" TO WS-TARGET-CLASS
                       MOVE "G" TO WS-TARGET-KIND
                       MOVE 2 TO WS-TARGET-POS
                   WHEN OTHER
                       COMPUTE WS-SLOT-CH = WS-LIVE-IDX - 23
                       MOVE SPACES TO WS-TARGET-NAME
                       STRING "HAMSAVE" WS-SLOT-CH ".DAT"
                           DELIMITED BY SIZE INTO WS-TARGET-NAME
                       MOVE "W" TO WS-TARGET-CLASS
                       MOVE "S" TO WS-TARGET-KIND
               END-EVALUATE
           CONTINUE.

      *    One pass over the file in hand. A survey only counts; an
      *    erasure copies what stays to the work file and, when
      *    anything matched, writes the file back from it. Comes
      *    back with WS-ON-FILE, WS-FOUND and WS-KEPT, and -- when
      *    WS-SUMMING -- the control total of what stays.
           PROCESS-TARGET SECTION.
               MOVE 0 TO WS-ON-FILE
               MOVE 0 TO WS-FOUND
               MOVE 0 TO WS-KEPT
               MOVE 0 TO WS-CONTROL-TOTAL
               MOVE 0 TO WS-GRADE-DROPPED
               MOVE 0 TO WS-GRADE-DROPPED-SCORE
               MOVE SPACES TO WS-NOTE
               SET WS-WHOLE-FILE-MATCH TO FALSE
               SET WS-TARGET-REWRITTEN TO FALSE
               PERFORM OPEN-TARGET-INPUT
               IF NOT WS-TARGET-PRESENT
                   MOVE "NOT ON DISK" TO WS-NOTE
                   PERFORM NOTE-TARGET-RESULT
                   EXIT SECTION
               END-IF
               IF WS-ERASING
                   OPEN OUTPUT WORK-FILE
                   IF WS-WORK-STATUS NOT = "00"
                       PERFORM CLOSE-TARGET
                       DISPLAY "OPERATOR: ERASWORK.TMP could not be "
                               "opened (status " WS-WORK-STATUS
                               ") -- " WS-TARGET-NAME " was not "
                               "checked."
                       ADD 1 TO WS-FILES-FAILED
                       MOVE "NOT CHECKED" TO WS-NOTE
                       PERFORM NOTE-TARGET-RESULT
                       EXIT SECTION
                   END-IF
               END-IF

               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   PERFORM READ-TARGET-RECORD
                   IF NOT WS-FILE-EOF
                       ADD 1 TO WS-ON-FILE
                       PERFORM MATCH-TARGET-RECORD
                       IF WS-RECORD-MATCH
                           ADD 1 TO WS-FOUND
                       END-IF
                       IF WS-ERASING
                           PERFORM STAGE-TARGET-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-TARGET
               ADD WS-ON-FILE TO WS-RUNLOG-READS

               IF WS-ERASING
                   CLOSE WORK-FILE
                   IF WS-FOUND > 0
                       PERFORM REWRITE-TARGET
                   END-IF
               END-IF
               IF WS-WHOLE-FILE-MATCH
                   MOVE "WHOLE FILE" TO WS-NOTE
               END-IF
               PERFORM NOTE-TARGET-RESULT
           CONTINUE.

           MATCH-TARGET-RECORD SECTION.
               SET WS-RECORD-MATCH TO FALSE
               EVALUATE WS-TARGET-KIND
                   WHEN "W"
                       SET WS-WHOLE-FILE-MATCH TO TRUE
                   WHEN "J"
      *                A journal's opening ST record names the
      *                governor the whole journal belongs to.
                       IF WS-ON-FILE = 1
                               AND WS-RECORD-BUFFER(1:2) = "ST"
                           MOVE WS-RECORD-BUFFER(11:20)
                               TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                           IF WS-RECORD-MATCH
                               SET WS-WHOLE-FILE-MATCH TO TRUE
                           END-IF
                       END-IF
                   WHEN "P"
      *                A reign report's first heading names its
      *                governor.
                       IF WS-ON-FILE = 1
                               AND WS-RECORD-BUFFER(1:35)
                                   = WS-REPORT-HEAD
                           MOVE WS-RECORD-BUFFER(36:20)
                               TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                           IF WS-RECORD-MATCH
                               SET WS-WHOLE-FILE-MATCH TO TRUE
                           END-IF
                       END-IF
                   WHEN "S"
      *                A stamped save opens with "LV" and the
      *                layout version; an older one with the year.
                       IF WS-RECORD-BUFFER(1:2) = "LV"
                           MOVE WS-RECORD-BUFFER(14:20)
                               TO WS-SCAN-NAME
                       ELSE
                           MOVE WS-RECORD-BUFFER(10:20)
                               TO WS-SCAN-NAME
                       END-IF
                       PERFORM COMPARE-SCAN-NAME
                   WHEN "U"
                       MOVE WS-RECORD-BUFFER(WS-TARGET-POS:20)
                           TO WS-SCAN-NAME
                       PERFORM COMPARE-SCAN-NAME
                       IF NOT WS-RECORD-MATCH
                           PERFORM SCAN-AUDIT-IMAGES
                       END-IF
                   WHEN "G"
      *                Only a D record names a governor; the header
      *                and trailer stay, their figures taken down.
                       IF WS-RECORD-BUFFER(1:1) = "D"
                           MOVE WS-RECORD-BUFFER(WS-TARGET-POS:20)
                               TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                       END-IF
                   WHEN OTHER
                       MOVE WS-RECORD-BUFFER(WS-TARGET-POS:20)
                           TO WS-SCAN-NAME
                       PERFORM COMPARE-SCAN-NAME
               END-EVALUATE
               IF WS-WHOLE-FILE-MATCH
                   SET WS-RECORD-MATCH TO TRUE
               END-IF
           CONTINUE.

      *    Copies the record in hand to the work file unless it is
      *    one to remove; an anonymized record goes across with the
      *    name struck out.
           STAGE-TARGET-RECORD SECTION.
               IF WS-RECORD-MATCH
                   IF WS-TARGET-KIND = "G"
                       ADD 1 TO WS-GRADE-DROPPED
                       MOVE WS-RECORD-BUFFER(58:7) TO WS-GRADE-SCORE-X
                       IF WS-GRADE-SCORE IS NUMERIC
                           ADD WS-GRADE-SCORE
                               TO WS-GRADE-DROPPED-SCORE
                       END-IF
                   END-IF
                   IF WS-TARGET-KIND NOT = "A" AND NOT = "U"
                       EXIT SECTION
                   END-IF
                   IF WS-TARGET-KIND = "U"
                       PERFORM STRIKE-AUDIT-ENTRY
                   ELSE
                       MOVE WS-ERASED-MARK
                           TO WS-RECORD-BUFFER(WS-TARGET-POS:20)
                   END-IF
               END-IF
               MOVE WS-RECORD-BUFFER TO WK-RECORD
               WRITE WK-RECORD
               ADD 1 TO WS-KEPT
               IF WS-SUMMING
                   PERFORM SUM-BUFFER-INTO-TOTAL
               END-IF
           CONTINUE.

      *    Anonymizes the audit entry in hand: the key takes the
      *    erased mark when it names the governor, and the images
      *    have the name struck out wherever it stands.
           STRIKE-AUDIT-ENTRY SECTION.
               MOVE WS-RECORD-BUFFER(WS-TARGET-POS:20)
                   TO WS-SCAN-NAME
               PERFORM COMPARE-SCAN-NAME
               IF WS-RECORD-MATCH
                   MOVE WS-ERASED-MARK
                       TO WS-RECORD-BUFFER(WS-TARGET-POS:20)
               END-IF
               SET WS-STRIKING TO TRUE
               PERFORM SCAN-AUDIT-IMAGES
               SET WS-STRIKING TO FALSE
               SET WS-RECORD-MATCH TO TRUE
           CONTINUE.

      *    Looks for each name sought in the entry's before image
      *    (positions 71-140) and after image (141-210). A name
      *    counts only where it is followed by a space or the end
      *    of the image, so one governor's name is not found inside
      *    a longer one. When WS-STRIKING every occurrence is
      *    overwritten with asterisks.
           SCAN-AUDIT-IMAGES SECTION.
               MOVE WS-RECORD-BUFFER(1:210) TO WS-AUDIT-FOLDED
               INSPECT WS-AUDIT-FOLDED
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                           OR (WS-RECORD-MATCH AND NOT WS-STRIKING)
                   MOVE 0 TO WS-NAME-LEN
                   INSPECT WS-MATCH-NAME(WS-MATCH-IDX)
                       TALLYING WS-NAME-LEN
                       FOR CHARACTERS BEFORE INITIAL "  "
                   IF WS-NAME-LEN > 0
                       PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
                               UNTIL WS-IMAGE-IDX > 2
                           COMPUTE WS-IMAGE-START =
                                   1 + WS-IMAGE-IDX * 70
                           COMPUTE WS-IMAGE-LAST =
                                   WS-IMAGE-START + 70 - WS-NAME-LEN
                           PERFORM VARYING WS-IMAGE-POS
                                   FROM WS-IMAGE-START BY 1
                                   UNTIL WS-IMAGE-POS > WS-IMAGE-LAST
                               PERFORM CHECK-IMAGE-POSITION
                           END-PERFORM
                       END-PERFORM
                   END-IF
               END-PERFORM
           CONTINUE.

      *    One position of one image against the name in hand.
           CHECK-IMAGE-POSITION SECTION.
               IF WS-AUDIT-FOLDED(WS-IMAGE-POS:WS-NAME-LEN)
                       NOT = WS-MATCH-NAME(WS-MATCH-IDX)(1:WS-NAME-LEN)
                   EXIT SECTION
               END-IF
               COMPUTE WS-IMAGE-AT = WS-IMAGE-POS + WS-NAME-LEN
               IF WS-IMAGE-AT < WS-IMAGE-START + 70
                   IF WS-AUDIT-FOLDED(WS-IMAGE-AT:1) NOT = SPACE
                       EXIT SECTION
                   END-IF
               END-IF
               SET WS-RECORD-MATCH TO TRUE
               IF WS-STRIKING
                   MOVE WS-MASK-STARS(1:WS-NAME-LEN)
                       TO WS-RECORD-BUFFER(WS-IMAGE-POS:WS-NAME-LEN)
                   MOVE WS-MASK-STARS(1:WS-NAME-LEN)
                       TO WS-AUDIT-FOLDED(WS-IMAGE-POS:WS-NAME-LEN)
               END-IF
           CONTINUE.

      *    Writes the file in hand back from the work file. A file
      *    that will not open for output keeps every record it had.
           REWRITE-TARGET SECTION.
               PERFORM OPEN-TARGET-OUTPUT
               IF WS-TARGET-STATUS NOT = "00"
                   DISPLAY "OPERATOR: " WS-TARGET-NAME " could not "
                           "be rewritten (status " WS-TARGET-STATUS
                           ") -- its records are untouched."
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "NOT REWRITTEN" TO WS-NOTE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT WORK-FILE
               PERFORM UNTIL WS-FILE-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE WK-RECORD TO WS-RECORD-BUFFER
                           IF WS-TARGET-KIND = "G"
                               PERFORM ADJUST-GRADEBOOK-TOTALS
                           END-IF
                           PERFORM WRITE-TARGET-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               PERFORM CLOSE-TARGET
               SET WS-TARGET-REWRITTEN TO TRUE
           CONTINUE.

      *    A gradebook header or trailer carries the count and score
      *    total of the D records it travels with; both come down by
      *    the reigns removed, so the receiving system still proves
      *    the file.
           ADJUST-GRADEBOOK-TOTALS SECTION.
               EVALUATE WS-RECORD-BUFFER(1:1)
                   WHEN "H"
                       MOVE 48 TO WS-GRADE-POS
                   WHEN "T"
                       MOVE 2 TO WS-GRADE-POS
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
               MOVE WS-RECORD-BUFFER(WS-GRADE-POS:7)
                   TO WS-GRADE-COUNT-X
               MOVE WS-RECORD-BUFFER(WS-GRADE-POS + 7:11)
                   TO WS-GRADE-TOTAL-X
               IF WS-GRADE-COUNT NOT NUMERIC
                       OR WS-GRADE-TOTAL NOT NUMERIC
                   EXIT SECTION
               END-IF
               IF WS-GRADE-COUNT >= WS-GRADE-DROPPED
                   SUBTRACT WS-GRADE-DROPPED FROM WS-GRADE-COUNT
               ELSE
                   MOVE 0 TO WS-GRADE-COUNT
               END-IF
               IF WS-GRADE-TOTAL >= WS-GRADE-DROPPED-SCORE
                   SUBTRACT WS-GRADE-DROPPED-SCORE FROM WS-GRADE-TOTAL
               ELSE
                   MOVE 0 TO WS-GRADE-TOTAL
               END-IF
               MOVE WS-GRADE-COUNT-X
                   TO WS-RECORD-BUFFER(WS-GRADE-POS:7)
               MOVE WS-GRADE-TOTAL-X
                   TO WS-RECORD-BUFFER(WS-GRADE-POS + 7:11)
           CONTINUE.

      *    Totals the file in hand and puts its line on the console
      *    (survey: only a file that holds the governor) or on the
      *    certificate (erasure: every file checked).
           NOTE-TARGET-RESULT SECTION.
               ADD 1 TO WS-FILES-CHECKED
               MOVE 0 TO WS-REMOVED
               MOVE 0 TO WS-ANONYMIZED
               IF WS-TARGET-REWRITTEN
                   IF WS-TARGET-KIND = "A" OR "U"
                       MOVE WS-FOUND TO WS-ANONYMIZED
                   ELSE
                       MOVE WS-FOUND TO WS-REMOVED
                   END-IF
               END-IF
               PERFORM NOTE-RESULT-LINE
           CONTINUE.

      *    The console or certificate line for WS-TARGET-NAME from
      *    WS-ON-FILE, WS-FOUND, WS-REMOVED, WS-ANONYMIZED and
      *    WS-NOTE, rolled into the run's totals.
           NOTE-RESULT-LINE SECTION.
               ADD WS-FOUND TO WS-TOTAL-FOUND
               ADD WS-REMOVED TO WS-TOTAL-REMOVED
               ADD WS-ANONYMIZED TO WS-TOTAL-ANONYMIZED
               IF WS-FOUND > 0
                   ADD 1 TO WS-FILES-HOLDING
               END-IF
               MOVE SPACES TO WS-FORMAT-ROW
               MOVE WS-TARGET-NAME TO WS-FR-FILE
               MOVE WS-ON-FILE TO WS-FR-ON-FILE
               MOVE WS-FOUND TO WS-FR-FOUND
               MOVE WS-REMOVED TO WS-FR-REMOVED
               MOVE WS-ANONYMIZED TO WS-FR-ANONYMIZED
               MOVE WS-NOTE TO WS-FR-NOTE
               IF WS-ERASING
                   MOVE WS-FORMAT-ROW TO CE-LINE
                   WRITE CE-LINE
                   IF WS-FOUND > 0
                       DISPLAY WS-FORMAT-ROW
                   END-IF
               ELSE
                   IF WS-FOUND > 0
                       DISPLAY WS-FORMAT-ROW
                   END-IF
               END-IF
           CONTINUE.

      *    Opens the file in hand for input under its class. A file
      *    that is not on disk holds nothing, which is no error.
           OPEN-TARGET-INPUT SECTION.
               EVALUATE WS-TARGET-CLASS
                   WHEN "Y"
                       OPEN INPUT HISTORY-FILE
                   WHEN "B"
                       OPEN INPUT BOARD-FILE
                   WHEN "S"
                       OPEN INPUT SUMMARY-FILE
                   WHEN "R"
                       OPEN INPUT ROW-FILE
                   WHEN "W"
                       OPEN INPUT SLOT-FILE
                   WHEN "Q"
                       OPEN INPUT QUARANTINE-FILE
                   WHEN "U"
                       OPEN INPUT AUDIT-TRAIL-FILE
                   WHEN "G"
                       OPEN INPUT GRADEBOOK-FILE
                   WHEN "X"
                       OPEN INPUT INTERCHANGE-FILE
                   WHEN OTHER
                       OPEN INPUT TEXT-FILE
               END-EVALUATE
               IF WS-TARGET-STATUS = "00"
                   SET WS-TARGET-PRESENT TO TRUE
               ELSE
                   SET WS-TARGET-PRESENT TO FALSE
               END-IF
           CONTINUE.

           OPEN-TARGET-OUTPUT SECTION.
               EVALUATE WS-TARGET-CLASS
                   WHEN "Y"
                       OPEN OUTPUT HISTORY-FILE
                   WHEN "B"
                       OPEN OUTPUT BOARD-FILE
                   WHEN "S"
                       OPEN OUTPUT SUMMARY-FILE
                   WHEN "R"
                       OPEN OUTPUT ROW-FILE
                   WHEN "W"
                       OPEN OUTPUT SLOT-FILE
                   WHEN "Q"
                       OPEN OUTPUT QUARANTINE-FILE
                   WHEN "U"
                       OPEN OUTPUT AUDIT-TRAIL-FILE
                   WHEN "G"
                       OPEN OUTPUT GRADEBOOK-FILE
                   WHEN "X"
                       OPEN OUTPUT INTERCHANGE-FILE
                   WHEN OTHER
                       OPEN OUTPUT TEXT-FILE
               END-EVALUATE
           CONTINUE.

           CLOSE-TARGET SECTION.
               EVALUATE WS-TARGET-CLASS
                   WHEN "Y"
                       CLOSE HISTORY-FILE
                   WHEN "B"
                       CLOSE BOARD-FILE
                   WHEN "S"
                       CLOSE SUMMARY-FILE
                   WHEN "R"
                       CLOSE ROW-FILE
                   WHEN "W"
                       CLOSE SLOT-FILE
                   WHEN "Q"
                       CLOSE QUARANTINE-FILE
                   WHEN "U"
                       CLOSE AUDIT-TRAIL-FILE
                   WHEN "G"
                       CLOSE GRADEBOOK-FILE
                   WHEN "X"
                       CLOSE INTERCHANGE-FILE
                   WHEN OTHER
                       CLOSE TEXT-FILE
               END-EVALUATE
           CONTINUE.

      *    Reads the next record of the file in hand into the
      *    record buffer; WS-FILE-EOF reports the end.
           READ-TARGET-RECORD SECTION.
               MOVE SPACES TO WS-RECORD-BUFFER
               EVALUATE WS-TARGET-CLASS
                   WHEN "Y"
                       READ HISTORY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE HF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "B"
                       READ BOARD-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE BF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "S"
                       READ SUMMARY-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE SF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "R"
                       READ ROW-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE RF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "W"
                       READ SLOT-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE LF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "Q"
                       READ QUARANTINE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE QF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "U"
                       READ AUDIT-TRAIL-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE UF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "G"
                       READ GRADEBOOK-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE GF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN "X"
                       READ INTERCHANGE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE XF-RAW TO WS-RECORD-BUFFER
                       END-READ
                   WHEN OTHER
                       READ TEXT-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE TF-RAW TO WS-RECORD-BUFFER
                       END-READ
               END-EVALUATE
           CONTINUE.

           WRITE-TARGET-RECORD SECTION.
               EVALUATE WS-TARGET-CLASS
                   WHEN "Y"
                       MOVE WS-RECORD-BUFFER(1:157) TO HF-RAW
                       WRITE HF-RAW
                   WHEN "B"
                       MOVE WS-RECORD-BUFFER(1:77) TO BF-RAW
                       WRITE BF-RAW
                   WHEN "S"
                       MOVE WS-RECORD-BUFFER(1:69) TO SF-RAW
                       WRITE SF-RAW
                   WHEN "R"
                       MOVE WS-RECORD-BUFFER(1:152) TO RF-RAW
                       WRITE RF-RAW
                   WHEN "W"
                       MOVE WS-RECORD-BUFFER(1:1747) TO LF-RAW
                       WRITE LF-RAW
                   WHEN "Q"
                       MOVE WS-RECORD-BUFFER TO QF-RAW
                       WRITE QF-RAW
                   WHEN "U"
                       MOVE WS-RECORD-BUFFER(1:210) TO UF-RAW
                       WRITE UF-RAW
                   WHEN "G"
                       MOVE WS-RECORD-BUFFER(1:100) TO GF-RAW
                       WRITE GF-RAW
                   WHEN "X"
                       MOVE WS-RECORD-BUFFER(1:76) TO XF-RAW
                       WRITE XF-RAW
                   WHEN OTHER
                       MOVE WS-RECORD-BUFFER(1:110) TO TF-RAW
                       WRITE TF-RAW
               END-EVALUATE
           CONTINUE.

      *    HAMBKUP's control total, summed the same way over the
      *    same length, so a generation copy written back here
      *    still proves at restore.
           SUM-BUFFER-INTO-TOTAL SECTION.
               PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-TARGET-LENGTH
                   COMPUTE WS-CONTROL-TOTAL =
                           WS-CONTROL-TOTAL
                           + FUNCTION ORD(WS-RECORD-BUFFER
                               (WS-SUM-IDX:1))
                       ON SIZE ERROR
                           MOVE 0 TO WS-CONTROL-TOTAL
                   END-COMPUTE
               END-PERFORM
           CONTINUE.

      *    The analytics master, row by row in key order. Rows are
      *    deleted in place; a delete refused leaves the row, and
      *    the file is counted as not fully erased.
           PROCESS-MASTER SECTION.
               MOVE "AEMASTER.DAT" TO WS-TARGET-NAME
               MOVE "R" TO WS-TARGET-KIND
               MOVE 0 TO WS-ON-FILE
               MOVE 0 TO WS-FOUND
               MOVE 0 TO WS-REMOVED
               MOVE 0 TO WS-ANONYMIZED
               MOVE SPACES TO WS-NOTE
               ADD 1 TO WS-FILES-CHECKED
               IF WS-ERASING
                   OPEN I-O ANALYTICS-MASTER-FILE
               ELSE
                   OPEN INPUT ANALYTICS-MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "NOT ON DISK" TO WS-NOTE
                   PERFORM NOTE-RESULT-LINE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ON-FILE
                           MOVE AM-GOVERNOR-NAME TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                           IF WS-RECORD-MATCH
                               ADD 1 TO WS-FOUND
                               IF WS-ERASING
                                   PERFORM DELETE-MASTER-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE
               ADD WS-ON-FILE TO WS-RUNLOG-READS
               IF WS-ERASING AND WS-REMOVED < WS-FOUND
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "NOT ALL DELETED" TO WS-NOTE
               END-IF
               PERFORM NOTE-RESULT-LINE
           CONTINUE.

           DELETE-MASTER-ROW SECTION.
               DELETE ANALYTICS-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR: AEMASTER.DAT row "
                               AM-GOVERNOR-NAME " " AM-REIGN-SEQ
                               " could not be deleted (status "
                               WS-MASTER-STATUS ")."
                   NOT INVALID KEY
                       ADD 1 TO WS-REMOVED
               END-DELETE
           CONTINUE.

      *    The registry: the governor's own entry and every stray
      *    spelling merged into it.
           PROCESS-REGISTRY SECTION.
               MOVE "GOVREG.DAT" TO WS-TARGET-NAME
               MOVE "R" TO WS-TARGET-KIND
               MOVE 0 TO WS-ON-FILE
               MOVE 0 TO WS-FOUND
               MOVE 0 TO WS-REMOVED
               MOVE 0 TO WS-ANONYMIZED
               MOVE SPACES TO WS-NOTE
               ADD 1 TO WS-FILES-CHECKED
               IF WS-ERASING
                   OPEN I-O REGISTRY-FILE
               ELSE
                   OPEN INPUT REGISTRY-FILE
               END-IF
               IF WS-REGISTRY-STATUS NOT = "00"
                   MOVE "NOT ON DISK" TO WS-NOTE
                   PERFORM NOTE-RESULT-LINE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ REGISTRY-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ON-FILE
                           MOVE GR-GOVERNOR-NAME TO WS-SCAN-NAME
                           PERFORM COMPARE-SCAN-NAME
                           IF WS-RECORD-MATCH
                               ADD 1 TO WS-FOUND
                               IF WS-ERASING
                                   PERFORM DELETE-REGISTRY-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               ADD WS-ON-FILE TO WS-RUNLOG-READS
               IF WS-ERASING AND WS-REMOVED < WS-FOUND
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "NOT ALL DELETED" TO WS-NOTE
               END-IF
               PERFORM NOTE-RESULT-LINE
           CONTINUE.

           DELETE-REGISTRY-ENTRY SECTION.
               DELETE REGISTRY-FILE RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR: GOVREG.DAT entry "
                               GR-GOVERNOR-NAME " could not be "
                               "deleted (status " WS-REGISTRY-STATUS
                               ")."
                   NOT INVALID KEY
                       ADD 1 TO WS-REMOVED
               END-DELETE
           CONTINUE.

      *    Every archived reign set. A set cataloged under the
      *    governor goes whole and its catalog entry with it; any
      *    other set -- a dynasty's history chains several
      *    governors -- loses only the governor's records, and its
      *    catalog entry takes the new record counts.
           SWEEP-ARCHIVE-SETS SECTION.
               MOVE 0 TO WS-CATALOG-ENTRIES
               MOVE 0 TO WS-CATALOG-FOUND
               MOVE 0 TO WS-OWNED-COUNT
               SET WS-CATALOG-EOF TO FALSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE "ARCHCAT.DAT" TO WS-TARGET-NAME
                   MOVE "R" TO WS-TARGET-KIND
                   MOVE 0 TO WS-ON-FILE
                   MOVE 0 TO WS-FOUND
                   MOVE 0 TO WS-REMOVED
                   MOVE 0 TO WS-ANONYMIZED
                   MOVE "NOT ON DISK" TO WS-NOTE
                   ADD 1 TO WS-FILES-CHECKED
                   PERFORM NOTE-RESULT-LINE
                   EXIT SECTION
               END-IF
               IF WS-ERASING
                   OPEN OUTPUT CATALOG-WORK-FILE
                   IF WS-CATALOG-WORK-STATUS NOT = "00"
                       DISPLAY "OPERATOR: ARCHCAT.TMP could not be "
                               "opened (status "
                               WS-CATALOG-WORK-STATUS ") -- the "
                               "archive sets were not checked."
                       CLOSE CATALOG-FILE
                       ADD 1 TO WS-FILES-FAILED
                       EXIT SECTION
                   END-IF
               END-IF
               PERFORM UNTIL WS-CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-CATALOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CATALOG-ENTRIES
                           PERFORM SWEEP-ONE-ARCHIVE-SET
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF WS-ERASING
                   CLOSE CATALOG-WORK-FILE
               END-IF

      *        The catalog's own line on the certificate.
               MOVE "ARCHCAT.DAT" TO WS-TARGET-NAME
               MOVE "R" TO WS-TARGET-KIND
               MOVE WS-CATALOG-ENTRIES TO WS-ON-FILE
               MOVE WS-CATALOG-FOUND TO WS-FOUND
               MOVE 0 TO WS-REMOVED
               MOVE 0 TO WS-ANONYMIZED
               MOVE SPACES TO WS-NOTE
               ADD 1 TO WS-FILES-CHECKED
               IF WS-ERASING
                   PERFORM REWRITE-CATALOG
               END-IF
               PERFORM NOTE-RESULT-LINE
           CONTINUE.

      *    The catalog entry in AC-RECORD: its set's files, then the
      *    entry itself to the work catalog unless it goes.
           SWEEP-ONE-ARCHIVE-SET SECTION.
               IF AC-ARCHIVE-NO NOT NUMERIC
                   IF WS-ERASING
                       MOVE AC-RECORD TO CW-RECORD
                       WRITE CW-RECORD
                   END-IF
                   EXIT SECTION
               END-IF
               MOVE AC-GOVERNOR TO WS-SCAN-NAME
               PERFORM COMPARE-SCAN-NAME
               IF WS-RECORD-MATCH
                   SET WS-SET-OWNED TO TRUE
                   ADD 1 TO WS-CATALOG-FOUND
                   IF WS-OWNED-COUNT < 500
                       ADD 1 TO WS-OWNED-COUNT
                       MOVE AC-ARCHIVE-NO
                           TO WS-OWNED-SET-NO(WS-OWNED-COUNT)
                   END-IF
               ELSE
                   SET WS-SET-OWNED TO FALSE
               END-IF
               MOVE AC-ARCHIVE-NO TO WS-SUFFIX-NO
               MOVE AC-RECORD TO WS-CATALOG-SAVED
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > 10
                   IF AC-PRESENT(WS-SET-IDX) = 'Y'
                       PERFORM SET-ARCHIVE-PARTICULARS
                       PERFORM PROCESS-TARGET
                       IF WS-TARGET-REWRITTEN
                           MOVE WS-KEPT TO AC-RECORDS(WS-SET-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ERASING AND NOT WS-SET-OWNED
                   MOVE AC-RECORD TO CW-RECORD
                   WRITE CW-RECORD
               END-IF
           CONTINUE.

      *    The roster entry of archive set file WS-BK-TAG, for a
      *    copy found in a backup generation.
           FIND-ARCHIVE-SET-IDX SECTION.
               EVALUATE WS-BK-TAG
                   WHEN "YEARHIST"
                       MOVE 1 TO WS-SET-IDX
                   WHEN "LEDGER"
                       MOVE 2 TO WS-SET-IDX
                   WHEN "JOURNAL"
                       MOVE 3 TO WS-SET-IDX
                   WHEN "REIGNRPT"
                       MOVE 4 TO WS-SET-IDX
                   WHEN "SLVLEDGR"
                       MOVE 5 TO WS-SET-IDX
                   WHEN "LANDREG"
                       MOVE 6 TO WS-SET-IDX
                   WHEN "CENSUS"
                       MOVE 7 TO WS-SET-IDX
                   WHEN "DIPLOHST"
                       MOVE 8 TO WS-SET-IDX
                   WHEN "LOANREG"
                       MOVE 9 TO WS-SET-IDX
                   WHEN "CTRREG"
                       MOVE 10 TO WS-SET-IDX
                   WHEN OTHER
                       MOVE 0 TO WS-SET-IDX
               END-EVALUATE
           CONTINUE.

      *    Points the file in hand at entry WS-SET-IDX of archive
      *    set WS-SUFFIX, in HAMARCH's roster order.
           SET-ARCHIVE-PARTICULARS SECTION.
               MOVE "T" TO WS-TARGET-CLASS
               MOVE "R" TO WS-TARGET-KIND
               MOVE 1 TO WS-TARGET-POS
               EVALUATE WS-SET-IDX
                   WHEN 1
                       MOVE "YEARHIST" TO WS-SET-TAG
                       MOVE "Y" TO WS-TARGET-CLASS
                   WHEN 2
                       MOVE "LEDGER" TO WS-SET-TAG
                   WHEN 3
                       MOVE "JOURNAL" TO WS-SET-TAG
                       MOVE "J" TO WS-TARGET-KIND
                   WHEN 4
                       MOVE "REIGNRPT" TO WS-SET-TAG
                       MOVE "P" TO WS-TARGET-KIND
                   WHEN 5
                       MOVE "SLVLEDGR" TO WS-SET-TAG
                   WHEN 6
                       MOVE "LANDREG" TO WS-SET-TAG
                   WHEN 7
                       MOVE "CENSUS" TO WS-SET-TAG
                   WHEN 8
                       MOVE "DIPLOHST" TO WS-SET-TAG
                   WHEN 9
                       MOVE "LOANREG" TO WS-SET-TAG
                   WHEN OTHER
                       MOVE "CTRREG" TO WS-SET-TAG
               END-EVALUATE
               IF WS-SET-OWNED
                   MOVE "W" TO WS-TARGET-KIND
               END-IF
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-SET-TAG DELIMITED BY SPACE
                   "." WS-SUFFIX DELIMITED BY SIZE
                   INTO WS-TARGET-NAME
           CONTINUE.

      *    Writes the catalog back from the work catalog when an
      *    entry went or a set's counts changed; WS-REMOVED is the
      *    entries that went.
           REWRITE-CATALOG SECTION.
               OPEN OUTPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "OPERATOR: ARCHCAT.DAT could not be "
                           "rewritten (status " WS-CATALOG-STATUS
                           ") -- its entries are untouched."
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "NOT REWRITTEN" TO WS-NOTE
                   EXIT SECTION
               END-IF
               SET WS-CATALOG-EOF TO FALSE
               OPEN INPUT CATALOG-WORK-FILE
               PERFORM UNTIL WS-CATALOG-EOF
                   READ CATALOG-WORK-FILE
                       AT END
                           SET WS-CATALOG-EOF TO TRUE
                       NOT AT END
                           MOVE CW-RECORD TO AC-RECORD
                           WRITE AC-RECORD
                   END-READ
               END-PERFORM
               CLOSE CATALOG-WORK-FILE
               CLOSE CATALOG-FILE
               MOVE WS-CATALOG-FOUND TO WS-REMOVED
           CONTINUE.

      *    Backup generation WS-GEN-IDX: each copy the control file
      *    records as present -- the standing files and then the
      *    archive set copies -- and the control file written back
      *    with the new count and total of every copy that lost
      *    records. A generation never taken has no control file
      *    and is passed over. OPERATOR.DAT names operators, never
      *    a governor, and is not looked in.
           SWEEP-ONE-GENERATION SECTION.
               MOVE WS-GEN-IDX TO WS-GENERATION
               MOVE SPACES TO WS-CONTROL-NAME
               STRING "BACKCTL.B" WS-GENERATION
                   DELIMITED BY SIZE INTO WS-CONTROL-NAME
               PERFORM LOAD-CONTROL-ENTRIES
               IF WS-CT-COUNT = 0
                   EXIT SECTION
               END-IF
               IF WS-CT-OVERFLOW
                   DISPLAY "OPERATOR: " WS-CONTROL-NAME " holds more "
                           "entries than can be checked -- "
                           "generation " WS-GENERATION " was not "
                           "checked."
                   ADD 1 TO WS-FILES-FAILED
                   EXIT SECTION
               END-IF
               SET WS-CONTROL-CHANGED TO FALSE
               SET WS-SUMMING TO TRUE
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > 20
                   PERFORM SET-BACKUP-PARTICULARS
                   PERFORM FIND-CONTROL-ENTRY
                   IF WS-CT-FOUND-IDX > 0
                       IF WS-CT-PRESENT(WS-CT-FOUND-IDX) = "Y"
                           PERFORM PROCESS-TARGET
                           IF WS-TARGET-REWRITTEN
                               MOVE WS-KEPT
                                   TO WS-CT-RECORDS(WS-CT-FOUND-IDX)
                               MOVE WS-CONTROL-TOTAL
                                   TO WS-CT-TOTAL(WS-CT-FOUND-IDX)
                               SET WS-CONTROL-CHANGED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CT-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-CT-MEMBER-IDX > WS-CT-COUNT
                   PERFORM SWEEP-GENERATION-MEMBER
               END-PERFORM
               SET WS-SUMMING TO FALSE
               IF WS-CONTROL-CHANGED
                   PERFORM REWRITE-CONTROL-ENTRIES
               END-IF
           CONTINUE.

      *    Control entry WS-CT-MEMBER-IDX when it is an archive set
      *    copy: matched as the set itself is, and gone whole when
      *    the catalog files the set under the governor.
           SWEEP-GENERATION-MEMBER SECTION.
               IF WS-CT-ARCHIVE-NO(WS-CT-MEMBER-IDX) NOT NUMERIC
                   EXIT SECTION
               END-IF
               IF WS-CT-ARCHIVE-NUM(WS-CT-MEMBER-IDX) = 0
                       OR WS-CT-PRESENT(WS-CT-MEMBER-IDX) NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE WS-CT-TAG(WS-CT-MEMBER-IDX) TO WS-BK-TAG
               PERFORM FIND-ARCHIVE-SET-IDX
               IF WS-SET-IDX = 0
                   EXIT SECTION
               END-IF
               MOVE WS-CT-ARCHIVE-NUM(WS-CT-MEMBER-IDX)
                   TO WS-SUFFIX-NO
               SET WS-SET-OWNED TO FALSE
               PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                       UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
                   IF WS-OWNED-SET-NO(WS-OWNED-IDX) = WS-SUFFIX-NO
                       SET WS-SET-OWNED TO TRUE
                   END-IF
               END-PERFORM
               PERFORM SET-ARCHIVE-PARTICULARS
               IF WS-TARGET-CLASS = "Y"
                   MOVE 157 TO WS-TARGET-LENGTH
               ELSE
                   MOVE 110 TO WS-TARGET-LENGTH
               END-IF
               MOVE "W" TO WS-TARGET-CLASS
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-SET-TAG DELIMITED BY SPACE
                   "." WS-SUFFIX ".B" WS-GENERATION
                   DELIMITED BY SIZE INTO WS-TARGET-NAME
               PERFORM PROCESS-TARGET
               IF WS-TARGET-REWRITTEN
                   MOVE WS-KEPT TO WS-CT-RECORDS(WS-CT-MEMBER-IDX)
                   MOVE WS-CONTROL-TOTAL
                       TO WS-CT-TOTAL(WS-CT-MEMBER-IDX)
                   SET WS-CONTROL-CHANGED TO TRUE
               END-IF
           CONTINUE.

      *    Points the file in hand at HAMBKUP roster entry
      *    WS-BK-IDX of generation WS-GENERATION, with the length
      *    its control total runs over.
           SET-BACKUP-PARTICULARS SECTION.
               MOVE "W" TO WS-TARGET-CLASS
               MOVE "R" TO WS-TARGET-KIND
               MOVE 1 TO WS-TARGET-POS
               EVALUATE WS-BK-IDX
                   WHEN 1
                       MOVE "YEARHIST" TO WS-BK-TAG
                       MOVE 157 TO WS-TARGET-LENGTH
                   WHEN 2
                       MOVE "LEADERBD" TO WS-BK-TAG
                       MOVE 77 TO WS-TARGET-LENGTH
                       MOVE 25 TO WS-TARGET-POS
                   WHEN 3
                       MOVE "LEADARCH" TO WS-BK-TAG
                       MOVE 77 TO WS-TARGET-LENGTH
                       MOVE 25 TO WS-TARGET-POS
                   WHEN 4
                       MOVE "JOURNAL" TO WS-BK-TAG
                       MOVE 82 TO WS-TARGET-LENGTH
                       MOVE "J" TO WS-TARGET-KIND
                   WHEN 5
                       MOVE "LEDGER" TO WS-BK-TAG
                       MOVE 40 TO WS-TARGET-LENGTH
                   WHEN 6
                       MOVE "AEMASTER" TO WS-BK-TAG
                       MOVE 152 TO WS-TARGET-LENGTH
                   WHEN 7
                       MOVE "AESUMM" TO WS-BK-TAG
                       MOVE 69 TO WS-TARGET-LENGTH
                   WHEN 8
                       MOVE "AEARCH" TO WS-BK-TAG
                       MOVE 152 TO WS-TARGET-LENGTH
                   WHEN 9 THRU 13
                       COMPUTE WS-SLOT-CH = WS-BK-IDX - 8
                       MOVE SPACES TO WS-BK-TAG
                       STRING "HAMSAVE" WS-SLOT-CH
                           DELIMITED BY SIZE INTO WS-BK-TAG
                       MOVE 1747 TO WS-TARGET-LENGTH
                       MOVE "S" TO WS-TARGET-KIND
                   WHEN 14
                       MOVE "GOVREG" TO WS-BK-TAG
                       MOVE 59 TO WS-TARGET-LENGTH
                   WHEN 15
                       MOVE "HONOURS" TO WS-BK-TAG
                       MOVE 88 TO WS-TARGET-LENGTH
                   WHEN 16
                       MOVE "ARCHCAT" TO WS-BK-TAG
                       MOVE 121 TO WS-TARGET-LENGTH
                       MOVE 5 TO WS-TARGET-POS
                   WHEN 17
                       MOVE "CENSUS" TO WS-BK-TAG
                       MOVE 40 TO WS-TARGET-LENGTH
                   WHEN 18
                       MOVE "EVENTLOG" TO WS-BK-TAG
                       MOVE 54 TO WS-TARGET-LENGTH
                       MOVE 3 TO WS-TARGET-POS
                   WHEN 19
                       MOVE "ALERTLOG" TO WS-BK-TAG
                       MOVE 87 TO WS-TARGET-LENGTH
                   WHEN OTHER
                       MOVE "AUDIT" TO WS-BK-TAG
                       MOVE 210 TO WS-TARGET-LENGTH
                       MOVE "U" TO WS-TARGET-KIND
                       MOVE 51 TO WS-TARGET-POS
               END-EVALUATE
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-BK-TAG DELIMITED BY SPACE
                   ".B" WS-GENERATION DELIMITED BY SIZE
                   INTO WS-TARGET-NAME
           CONTINUE.

           LOAD-CONTROL-ENTRIES SECTION.
               MOVE 0 TO WS-CT-COUNT
               SET WS-CT-OVERFLOW TO FALSE
               SET WS-FILE-EOF TO FALSE
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-FILE-EOF OR WS-CT-OVERFLOW
                   READ CONTROL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-CT-COUNT >= 2000
                               SET WS-CT-OVERFLOW TO TRUE
                           END-IF
                           IF CT-RECORD-COUNT IS NUMERIC
                                   AND CT-CONTROL-TOTAL IS NUMERIC
                                   AND NOT WS-CT-OVERFLOW
                               ADD 1 TO WS-CT-COUNT
                               MOVE CT-FILE-TAG
                                   TO WS-CT-TAG(WS-CT-COUNT)
                               MOVE CT-RECORD-COUNT
                                   TO WS-CT-RECORDS(WS-CT-COUNT)
                               MOVE CT-CONTROL-TOTAL
                                   TO WS-CT-TOTAL(WS-CT-COUNT)
                               MOVE CT-PRESENT
                                   TO WS-CT-PRESENT(WS-CT-COUNT)
                               MOVE CT-ARCHIVE-NO
                                   TO WS-CT-ARCHIVE-NO(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           CONTINUE.

           FIND-CONTROL-ENTRY SECTION.
               MOVE 0 TO WS-CT-FOUND-IDX
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                           OR WS-CT-FOUND-IDX > 0
                   IF WS-CT-TAG(WS-CT-IDX) = WS-BK-TAG
                           AND (WS-CT-ARCHIVE-NO(WS-CT-IDX)
                                   NOT NUMERIC
                               OR WS-CT-ARCHIVE-NUM(WS-CT-IDX) = 0)
                       MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
                   END-IF
               END-PERFORM
           CONTINUE.

           REWRITE-CONTROL-ENTRIES SECTION.
               OPEN OUTPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "OPERATOR: " WS-CONTROL-NAME " could not "
                           "be rewritten (status " WS-CONTROL-STATUS
                           ") -- generation " WS-GENERATION " will "
                           "not restore until it is."
                   ADD 1 TO WS-FILES-FAILED
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   MOVE WS-CT-TAG(WS-CT-IDX) TO CT-FILE-TAG
                   MOVE WS-CT-RECORDS(WS-CT-IDX) TO CT-RECORD-COUNT
                   MOVE WS-CT-TOTAL(WS-CT-IDX) TO CT-CONTROL-TOTAL
                   MOVE WS-CT-PRESENT(WS-CT-IDX) TO CT-PRESENT
                   MOVE WS-CT-ARCHIVE-NO(WS-CT-IDX) TO CT-ARCHIVE-NO
                   WRITE CT-RECORD
               END-PERFORM
               CLOSE CONTROL-FILE
           CONTINUE.

           WRITE-CERTIFICATE-HEADING SECTION.
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE "HAMMURABI-GAME ERASURE CERTIFICATE" TO CE-LINE
               WRITE CE-LINE
               MOVE SPACES TO CE-LINE
               WRITE CE-LINE
               MOVE SPACES TO CE-LINE
               STRING "GOVERNOR ERASED:  " WS-GOVERNOR-NAME
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               PERFORM VARYING WS-MATCH-IDX FROM 2 BY 1
                       UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                   MOVE SPACES TO CE-LINE
                   STRING "  ALSO FILED AS:  "
                       WS-MATCH-NAME(WS-MATCH-IDX)
                       DELIMITED BY SIZE INTO CE-LINE
                   WRITE CE-LINE
               END-PERFORM
               MOVE SPACES TO CE-LINE
               STRING "ERASED ON:        " WS-STAMP-DATE
                   " AT " WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               MOVE SPACES TO CE-LINE
               WRITE CE-LINE
               MOVE WS-HEADER-ROW TO CE-LINE
               WRITE CE-LINE
           CONTINUE.

           WRITE-CERTIFICATE-TOTALS SECTION.
               MOVE SPACES TO CE-LINE
               WRITE CE-LINE
               MOVE WS-FILES-CHECKED TO WS-FORMAT-FILES
               MOVE SPACES TO CE-LINE
               STRING "FILES CHECKED:              " WS-FORMAT-FILES
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               MOVE WS-FILES-HOLDING TO WS-FORMAT-FILES
               MOVE SPACES TO CE-LINE
               STRING "FILES HOLDING THE GOVERNOR: " WS-FORMAT-FILES
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               MOVE WS-TOTAL-REMOVED TO WS-FORMAT-COUNT
               MOVE SPACES TO CE-LINE
               STRING "RECORDS REMOVED:          " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               MOVE WS-TOTAL-ANONYMIZED TO WS-FORMAT-COUNT
               MOVE SPACES TO CE-LINE
               STRING "RECORDS ANONYMIZED:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO CE-LINE
               WRITE CE-LINE
               MOVE SPACES TO CE-LINE
               WRITE CE-LINE
               IF WS-FILES-FAILED > 0
                   MOVE WS-FILES-FAILED TO WS-FORMAT-FILES
                   MOVE SPACES TO CE-LINE
                   STRING "THE ERASURE IS NOT COMPLETE: "
                       WS-FORMAT-FILES " FILE(S) COULD NOT BE "
                       "REWRITTEN -- SEE THE NOTES ABOVE."
                       DELIMITED BY SIZE INTO CE-LINE
               ELSE
                   MOVE SPACES TO CE-LINE
                   STRING "EVERY RECORD OF THE GOVERNOR FOUND ABOVE "
                       "HAS BEEN REMOVED OR ANONYMIZED."
                       DELIMITED BY SIZE INTO CE-LINE
               END-IF
               WRITE CE-LINE
           CONTINUE.
       END PROGRAM HAMERASE.
