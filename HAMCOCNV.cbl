      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-13
      * Purpose:   One-time conversion of the history and analytics
      *            files to the age-cohort layouts -- the same shape
      *            as HAMAECNV's conversion of the old extract. The
      *            year history grew from 136 to 148 bytes and the
      *            analytics rows from 131 to 143 with each year's
      *            children, workers and elders; a file written
      *            before then reads misaligned under the new
      *            layouts. This rereads YEARHIST.DAT, every
      *            archived YEARHIST set the archive catalog lists,
      *            the analytics master AEMASTER.DAT and its archive
      *            AEARCH.DAT under their old layouts and writes
      *            them back in the new ones, with zeros in the
      *            cohort columns the old records never carried --
      *            the trend reports treat zero as "not recorded",
      *            as they do for HAMAECNV's converted era.
      *            A file is first copied whole to a work file; if
      *            any of its records does not read clean under the
      *            old layout (an already converted file does not),
      *            the file is refused and left exactly as it was.
      *            A file not on disk is simply passed over.
      *            RC=8 when any file was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCOCNV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        A year-history file, live or archived, under its old
      *        and its new layout; never both open at once.
               SELECT OLD-HISTORY-FILE ASSIGN TO DYNAMIC WS-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OLD-FILE-STATUS.
               SELECT NEW-HISTORY-FILE ASSIGN TO DYNAMIC WS-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-NEW-FILE-STATUS.
               SELECT HISTORY-WORK-FILE ASSIGN TO "COCNVYH.TMP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-WORK-FILE-STATUS.
      *        The analytics archive, the same way.
               SELECT OLD-ROW-FILE ASSIGN TO DYNAMIC WS-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OLD-FILE-STATUS.
               SELECT NEW-ROW-FILE ASSIGN TO DYNAMIC WS-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-NEW-FILE-STATUS.
               SELECT ROW-WORK-FILE ASSIGN TO "COCNVAM.TMP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-WORK-FILE-STATUS.
      *        The analytics master under its old and its new
      *        layout; never both open at once.
               SELECT OLD-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OM-KEY
                   FILE STATUS IS WS-OLD-FILE-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-NEW-FILE-STATUS.
               SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        YH-RECORD before the cohorts: only the fields that
      *        show a record reads clean are named.
               FD OLD-HISTORY-FILE.
               01 OH-RECORD.
                   05 OH-GOVERNOR-NAME PIC X(20).
                   05 OH-YEAR PIC 9(2).
                   05 OH-PROVINCE PIC 9.
                   05 OH-BODY PIC X(111).
                   05 OH-UNREST PIC 99.

      *        Mirrors MAIN's YH-RECORD: the old record whole, then
      *        the cohorts.
               FD NEW-HISTORY-FILE.
               01 NH-RECORD.
                   05 NH-OLD-PART PIC X(136).
                   05 NH-CHILDREN PIC 9(4).
                   05 NH-WORKERS PIC 9(4).
                   05 NH-ELDERS PIC 9(4).

               FD HISTORY-WORK-FILE.
               01 HW-RECORD PIC X(148).

      *        AM-RECORD before the cohorts, as the archive holds it.
               FD OLD-ROW-FILE.
               01 OR-RECORD.
                   05 OR-KEY.
                       10 OR-GOVERNOR-NAME PIC X(20).
                       10 OR-REIGN-SEQ PIC 9(3).
                       10 OR-YEAR PIC 9(2).
                       10 OR-PROVINCE PIC 9.
                   05 OR-BODY PIC X(98).
                   05 OR-TREASURE PIC 9(7).

               FD NEW-ROW-FILE.
               01 NR-RECORD.
                   05 NR-OLD-PART PIC X(131).
                   05 NR-CHILDREN PIC 9(4).
                   05 NR-WORKERS PIC 9(4).
                   05 NR-ELDERS PIC 9(4).

               FD ROW-WORK-FILE.
               01 RW-RECORD PIC X(143).

      *        AM-RECORD before the cohorts, as the master holds it.
               FD OLD-MASTER-FILE.
               01 OM-RECORD.
                   05 OM-KEY.
                       10 OM-GOVERNOR-NAME PIC X(20).
                       10 OM-REIGN-SEQ PIC 9(3).
                       10 OM-YEAR PIC 9(2).
                       10 OM-PROVINCE PIC 9.
                   05 OM-BODY PIC X(98).
                   05 OM-TREASURE PIC 9(7).

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE key; the body is
      *        carried across whole.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-OLD-BODY PIC X(105).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).

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

           WORKING-STORAGE SECTION.
               01 WS-OLD-FILE-STATUS PIC X(02).
               01 WS-NEW-FILE-STATUS PIC X(02).
               01 WS-WORK-FILE-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).

               01 WS-FILE-NAME PIC X(20).
               01 WS-ARCHIVE-NAME.
                   05 FILLER PIC X(10) VALUE "YEARHIST.A".
                   05 WS-ARCHIVE-NO PIC 9(4).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CATALOG-EOF-CHECK PIC A.
                   88 WS-CATALOG-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-FILE-CLEAN-CHECK PIC A.
                   88 WS-FILE-CLEAN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CONFIRM-ANSWER PIC X.

               01 WS-FILE-RECORDS PIC 9(7).
               01 WS-FILES-CONVERTED PIC 9(5) VALUE 0.
               01 WS-FILES-REFUSED PIC 9(5) VALUE 0.
               01 WS-FILES-ABSENT PIC 9(5) VALUE 0.
               01 WS-RECORDS-CONVERTED PIC 9(7) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(6)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMCOCNV".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "INTERACTIVE".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCOCNV -- age-cohort conversion of the "
                       "history and analytics files."
               DISPLAY "This rereads YEARHIST.DAT, the archived "
                       "YEARHIST sets, AEMASTER.DAT and AEARCH.DAT "
                       "in their layouts from before the age "
                       "cohorts and rewrites them in the current "
                       "ones. Run it once, before the shop plays "
                       "under the new layouts. Proceed? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                       AND WS-CONFIRM-ANSWER NOT = "y"
                   DISPLAY "Conversion cancelled."
                   STOP RUN
               END-IF

               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC

               MOVE "YEARHIST.DAT" TO WS-FILE-NAME
               PERFORM CONVERT-HISTORY-FILE
               PERFORM CONVERT-ARCHIVED-HISTORIES
               PERFORM CONVERT-ANALYTICS-MASTER
               MOVE "AEARCH.DAT" TO WS-FILE-NAME
               PERFORM CONVERT-ROW-FILE

               MOVE WS-FILES-CONVERTED TO WS-FORMAT-COUNT
               DISPLAY "Files converted:   " WS-FORMAT-COUNT
               MOVE WS-RECORDS-CONVERTED TO WS-FORMAT-COUNT
               DISPLAY "Records converted: " WS-FORMAT-COUNT
               MOVE WS-FILES-ABSENT TO WS-FORMAT-COUNT
               DISPLAY "Files not on disk: " WS-FORMAT-COUNT
               MOVE WS-FILES-REFUSED TO WS-FORMAT-COUNT
               DISPLAY "Files refused:     " WS-FORMAT-COUNT
               IF WS-FILES-REFUSED > 0
                   DISPLAY "A refused file was left exactly as it "
                           "was -- see the reasons above."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Conversion complete."
               END-IF

               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
      *        The CALL leaves HAMRUNLG's own return code behind.
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           STOP RUN.

      *    Every archive set the catalog lists with a year history
      *    -- roster entry 1 in HAMARCH's order -- has its
      *    YEARHIST.Annnn converted. No catalog means no sets.
           CONVERT-ARCHIVED-HISTORIES SECTION.
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "ARCHCAT.DAT not on disk -- no archived "
                           "year histories to convert."
                   EXIT SECTION
               END-IF
               SET WS-CATALOG-EOF TO FALSE
               PERFORM UNTIL WS-CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-CATALOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF AC-ARCHIVE-NO NUMERIC
                                   AND AC-PRESENT(1) = 'Y'
                               MOVE AC-ARCHIVE-NO TO WS-ARCHIVE-NO
                               MOVE WS-ARCHIVE-NAME TO WS-FILE-NAME
                               PERFORM CONVERT-HISTORY-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           CONTINUE.

      *    The year history WS-FILE-NAME names: copied to the work
      *    file in the new layout while every record is checked,
      *    then written back from the work file only if all of
      *    them read clean.
           CONVERT-HISTORY-FILE SECTION.
               SET WS-FILE-CLEAN TO TRUE
               MOVE 0 TO WS-FILE-RECORDS
               OPEN INPUT OLD-HISTORY-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY WS-FILE-NAME " not on disk -- passed "
                           "over."
                   ADD 1 TO WS-FILES-ABSENT
                   EXIT SECTION
               END-IF
               OPEN OUTPUT HISTORY-WORK-FILE
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR NOT WS-FILE-CLEAN
      *                A short record left by a file already in the new
      *                layout must not pass on what the last read held.
                   MOVE LOW-VALUES TO OH-RECORD
                   READ OLD-HISTORY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF WS-OLD-FILE-STATUS NOT = "00"
                                   OR OH-YEAR NOT NUMERIC
                                   OR OH-PROVINCE NOT NUMERIC
                                   OR OH-UNREST NOT NUMERIC
                               SET WS-FILE-CLEAN TO FALSE
                           ELSE
                               ADD 1 TO WS-FILE-RECORDS
                               MOVE OH-RECORD TO NH-OLD-PART
                               MOVE 0 TO NH-CHILDREN
                               MOVE 0 TO NH-WORKERS
                               MOVE 0 TO NH-ELDERS
                               MOVE NH-RECORD TO HW-RECORD
                               WRITE HW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               IF NOT WS-FILE-CLEAN
                   ADD 1 TO WS-FILES-REFUSED
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE WS-FILE-RECORDS TO WS-FORMAT-COUNT
                   DISPLAY "REFUSED: " WS-FILE-NAME " record "
                           WS-FORMAT-COUNT " does not read as a "
                           "year history from before the cohorts "
                           "-- the file is already converted or "
                           "damaged. Nothing was changed."
                   EXIT SECTION
               END-IF

               OPEN INPUT HISTORY-WORK-FILE
               OPEN OUTPUT NEW-HISTORY-FILE
               IF WS-NEW-FILE-STATUS NOT = "00"
                   CLOSE HISTORY-WORK-FILE
                   ADD 1 TO WS-FILES-REFUSED
                   DISPLAY "REFUSED: " WS-FILE-NAME " could not be "
                           "rewritten (status " WS-NEW-FILE-STATUS
                           ")."
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ HISTORY-WORK-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HW-RECORD TO NH-RECORD
                           WRITE NH-RECORD
                           ADD 1 TO WS-RUNLOG-WRITES
                   END-READ
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
               CLOSE NEW-HISTORY-FILE
               PERFORM REPORT-FILE-CONVERTED
           CONTINUE.

      *    The analytics archive WS-FILE-NAME names, on the same
      *    terms as a year history.
           CONVERT-ROW-FILE SECTION.
               SET WS-FILE-CLEAN TO TRUE
               MOVE 0 TO WS-FILE-RECORDS
               OPEN INPUT OLD-ROW-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY WS-FILE-NAME " not on disk -- passed "
                           "over."
                   ADD 1 TO WS-FILES-ABSENT
                   EXIT SECTION
               END-IF
               OPEN OUTPUT ROW-WORK-FILE
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR NOT WS-FILE-CLEAN
      *                A short record left by a file already in the new
      *                layout must not pass on what the last read held.
                   MOVE LOW-VALUES TO OR-RECORD
                   READ OLD-ROW-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF WS-OLD-FILE-STATUS NOT = "00"
                                   OR OR-YEAR NOT NUMERIC
                                   OR OR-PROVINCE NOT NUMERIC
                                   OR OR-TREASURE NOT NUMERIC
                               SET WS-FILE-CLEAN TO FALSE
                           ELSE
                               ADD 1 TO WS-FILE-RECORDS
                               MOVE OR-RECORD TO NR-OLD-PART
                               MOVE 0 TO NR-CHILDREN
                               MOVE 0 TO NR-WORKERS
                               MOVE 0 TO NR-ELDERS
                               MOVE NR-RECORD TO RW-RECORD
                               WRITE RW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-ROW-FILE
               CLOSE ROW-WORK-FILE
               IF NOT WS-FILE-CLEAN
                   PERFORM REPORT-ROW-REFUSED
                   EXIT SECTION
               END-IF

               OPEN INPUT ROW-WORK-FILE
               OPEN OUTPUT NEW-ROW-FILE
               IF WS-NEW-FILE-STATUS NOT = "00"
                   CLOSE ROW-WORK-FILE
                   ADD 1 TO WS-FILES-REFUSED
                   DISPLAY "REFUSED: " WS-FILE-NAME " could not be "
                           "rewritten (status " WS-NEW-FILE-STATUS
                           ")."
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ROW-WORK-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RW-RECORD TO NR-RECORD
                           WRITE NR-RECORD
                           ADD 1 TO WS-RUNLOG-WRITES
                   END-READ
               END-PERFORM
               CLOSE ROW-WORK-FILE
               CLOSE NEW-ROW-FILE
               PERFORM REPORT-FILE-CONVERTED
           CONTINUE.

      *    The analytics master: read in key order under the old
      *    layout into the work file, then rebuilt under the new
      *    one -- the way HAMBKUP carries it, as a flat copy of its
      *    records in key order reloaded into a fresh master.
           CONVERT-ANALYTICS-MASTER SECTION.
               MOVE "AEMASTER.DAT" TO WS-FILE-NAME
               SET WS-FILE-CLEAN TO TRUE
               MOVE 0 TO WS-FILE-RECORDS
               OPEN INPUT OLD-MASTER-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY WS-FILE-NAME " could not be opened "
                           "under its old layout (status "
                           WS-OLD-FILE-STATUS ") -- passed over."
                   ADD 1 TO WS-FILES-ABSENT
                   EXIT SECTION
               END-IF
               OPEN OUTPUT ROW-WORK-FILE
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR NOT WS-FILE-CLEAN
                   READ OLD-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           IF WS-OLD-FILE-STATUS NOT = "00"
                                   OR OM-YEAR NOT NUMERIC
                                   OR OM-PROVINCE NOT NUMERIC
                                   OR OM-TREASURE NOT NUMERIC
                               SET WS-FILE-CLEAN TO FALSE
                           ELSE
                               ADD 1 TO WS-FILE-RECORDS
                               MOVE OM-RECORD TO NR-OLD-PART
                               MOVE 0 TO NR-CHILDREN
                               MOVE 0 TO NR-WORKERS
                               MOVE 0 TO NR-ELDERS
                               MOVE NR-RECORD TO RW-RECORD
                               WRITE RW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER-FILE
               CLOSE ROW-WORK-FILE
               IF NOT WS-FILE-CLEAN
                   PERFORM REPORT-ROW-REFUSED
                   EXIT SECTION
               END-IF

               OPEN INPUT ROW-WORK-FILE
               OPEN OUTPUT ANALYTICS-MASTER-FILE
               IF WS-NEW-FILE-STATUS NOT = "00"
                   CLOSE ROW-WORK-FILE
                   ADD 1 TO WS-FILES-REFUSED
                   DISPLAY "OPERATOR: AEMASTER.DAT could not be "
                           "rebuilt (status " WS-NEW-FILE-STATUS
                           ") -- its rows are in COCNVAM.TMP in "
                           "the new layout; keep that file."
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ROW-WORK-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RW-RECORD TO AM-RECORD
                           WRITE AM-RECORD
                               INVALID KEY
                                   DISPLAY "Duplicate key on "
                                           "reload: "
                                           AM-GOVERNOR-NAME " "
                                           AM-REIGN-SEQ " "
                                           AM-YEAR " " AM-PROVINCE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RUNLOG-WRITES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ROW-WORK-FILE
               CLOSE ANALYTICS-MASTER-FILE
               PERFORM REPORT-FILE-CONVERTED
           CONTINUE.

           REPORT-ROW-REFUSED SECTION.
               ADD 1 TO WS-FILES-REFUSED
               ADD 1 TO WS-FILE-RECORDS
               MOVE WS-FILE-RECORDS TO WS-FORMAT-COUNT
               DISPLAY "REFUSED: " WS-FILE-NAME " row "
                       WS-FORMAT-COUNT " does not read as an "
                       "analytics row from before the cohorts -- "
                       "the file is already converted or damaged. "
                       "Nothing was changed."
           CONTINUE.

           REPORT-FILE-CONVERTED SECTION.
               ADD 1 TO WS-FILES-CONVERTED
               ADD WS-FILE-RECORDS TO WS-RECORDS-CONVERTED
               MOVE WS-FILE-RECORDS TO WS-FORMAT-COUNT
               DISPLAY WS-FILE-NAME " converted -- "
                       WS-FORMAT-COUNT " record(s)."
           CONTINUE.
       END PROGRAM HAMCOCNV.
