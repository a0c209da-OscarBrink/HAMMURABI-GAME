      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Appends one record to the maintenance audit trail
      *            AUDIT.DAT for HAMMURABI-GAME's suite. The four
      *            maintenance utilities -- HAMSAVIN, HAMLBMNT,
      *            HAMCATMN and HAMBKUP -- call here once for every
      *            change they make to a standing file, and HAMOPSGN
      *            calls here for every sign-on granted or refused:
      *            the operator signed on, the program, the action,
      *            the file changed, the key of the record changed,
      *            and the record as it stood before and after. The
      *            run log says a utility ran; this file says who
      *            ran it and what it did. The shared-open retry is
      *            HAMRUNLG's: a busy trail is waited on, OPEN
      *            OUTPUT is reserved for a trail that does not
      *            exist, and a trail that stays busy costs the one
      *            record, never the file. The date and time are
      *            stamped here so no caller can mis-stamp them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAUDLG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
           FILE SECTION.
               FD AUDIT-FILE.
               01 AU-RECORD.
                   05 AU-STAMP-DATE PIC 9(8).
                   05 AU-STAMP-TIME PIC 9(6).
                   05 AU-OPERATOR PIC X(8).
                   05 AU-PROGRAM PIC X(8).
                   05 AU-ACTION PIC X(8).
                   05 AU-FILE PIC X(12).
                   05 AU-KEY PIC X(20).
                   05 AU-BEFORE PIC X(70).
                   05 AU-AFTER PIC X(70).

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-OPEN-TRIES PIC 99.
               01 WS-OPEN-CHECK PIC A.
                   88 WS-OPEN-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-WAIT-SECS PIC 9 VALUE 2.
               01 WS-TIME-RAW PIC X(8).

           LINKAGE SECTION.
               01 LS-OPERATOR PIC X(8).
               01 LS-PROGRAM PIC X(8).
               01 LS-ACTION PIC X(8).
               01 LS-FILE PIC X(12).
               01 LS-KEY PIC X(20).
               01 LS-BEFORE PIC X(70).
               01 LS-AFTER PIC X(70).

       PROCEDURE DIVISION
           USING LS-OPERATOR LS-PROGRAM LS-ACTION LS-FILE LS-KEY
               LS-BEFORE LS-AFTER.
           MAIN-PROCEDURE.
               SET WS-OPEN-OK TO FALSE
               MOVE 0 TO WS-OPEN-TRIES
               PERFORM UNTIL WS-OPEN-OK OR WS-OPEN-TRIES >= 15
                   OPEN EXTEND AUDIT-FILE
                   EVALUATE WS-AUDIT-STATUS
                       WHEN "00"
                       WHEN "05"
                           SET WS-OPEN-OK TO TRUE
                       WHEN "35"
                           OPEN OUTPUT AUDIT-FILE
                           IF WS-AUDIT-STATUS = "00"
                               SET WS-OPEN-OK TO TRUE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-OPEN-TRIES
                           CALL 'C$SLEEP' USING WS-WAIT-SECS
                   END-EVALUATE
               END-PERFORM

               IF NOT WS-OPEN-OK
                   DISPLAY "OPERATOR: AUDIT.DAT stayed busy -- "
                           "an audit record for " LS-PROGRAM " "
                           LS-ACTION " was NOT written."
                   EXIT PROGRAM
               END-IF

               ACCEPT AU-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW(1:6) TO AU-STAMP-TIME
               MOVE LS-OPERATOR TO AU-OPERATOR
               MOVE LS-PROGRAM TO AU-PROGRAM
               MOVE LS-ACTION TO AU-ACTION
               MOVE LS-FILE TO AU-FILE
               MOVE LS-KEY TO AU-KEY
               MOVE LS-BEFORE TO AU-BEFORE
               MOVE LS-AFTER TO AU-AFTER
               WRITE AU-RECORD
               CLOSE AUDIT-FILE
       EXIT PROGRAM.
