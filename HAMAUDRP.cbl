      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Inquiry report over the maintenance audit trail
      *            AUDIT.DAT that HAMAUDLG appends to: every sign-on
      *            and every change HAMSAVIN, HAMLBMNT, HAMCATMN and
      *            HAMBKUP made, with date, time, operator, program,
      *            action, file and key, and the record before and
      *            after beneath it. AUDPARM.DAT selects what is
      *            listed, in one line:
      *                columns  1-8   first date, YYYYMMDD
      *                columns  9-16  last date, YYYYMMDD
      *                columns 17-24  operator ID
      *            A first date alone lists that one day; a blank
      *            date leaves that end open; a blank operator takes
      *            every operator. With no AUDPARM.DAT at all the
      *            whole trail is listed. Written to AUDITRPT.DAT
      *            and echoed to the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAUDRP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT AUDIT-PARM-FILE ASSIGN TO "AUDPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT INQUIRY-REPORT-FILE ASSIGN TO "AUDITRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors HAMAUDLG's record.
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

               FD AUDIT-PARM-FILE.
               01 AP-RECORD.
                   05 AP-FROM-DATE PIC 9(8).
                   05 AP-FROM-DATE-X REDEFINES AP-FROM-DATE
                       PIC X(8).
                   05 AP-TO-DATE PIC 9(8).
                   05 AP-TO-DATE-X REDEFINES AP-TO-DATE PIC X(8).
                   05 AP-OPERATOR PIC X(8).

               FD INQUIRY-REPORT-FILE.
               01 IR-LINE PIC X(110).

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-PARM-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-PARM-CHECK PIC A.
                   88 WS-PARM-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The selection, open at both ends until AUDPARM.DAT
      *        closes one.
               01 WS-SEL-FROM-DATE PIC 9(8) VALUE 0.
               01 WS-SEL-TO-DATE PIC 9(8) VALUE 99999999.
               01 WS-SEL-OPERATOR PIC X(8) VALUE SPACES.
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

               01 WS-LINE-PTR PIC 9(3).
               01 WS-READ-COUNT PIC 9(6) VALUE 0.
               01 WS-SHOWN-COUNT PIC 9(6) VALUE 0.
               01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
               01 WS-SIGNON-COUNT PIC 9(6) VALUE 0.
               01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMAUDRP -- maintenance audit inquiry."
               PERFORM READ-AUDIT-PARM
               IF NOT WS-PARM-OK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               SET WS-FILE-EOF TO FALSE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDIT.DAT could not be opened "
                           "(status " WS-AUDIT-STATUS ") -- no "
                           "maintenance has been audited."
                   STOP RUN
               END-IF

               OPEN OUTPUT INQUIRY-REPORT-FILE
               MOVE SPACES TO IR-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "MAINTENANCE AUDIT INQUIRY, DATES "
                       WS-SEL-FROM-DATE " TO " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO IR-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-SEL-OPERATOR NOT = SPACES
                   STRING ", OPERATOR " WS-SEL-OPERATOR
                       DELIMITED BY SIZE INTO IR-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
               WRITE IR-LINE
               DISPLAY IR-LINE
               MOVE SPACES TO IR-LINE
               STRING "DATE     TIME   OPERATOR PROGRAM  ACTION   "
                       "FILE         KEY"
                   DELIMITED BY SIZE INTO IR-LINE
               WRITE IR-LINE

               PERFORM UNTIL WS-FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF AU-STAMP-DATE IS NUMERIC
                                   AND AU-STAMP-DATE
                                       >= WS-SEL-FROM-DATE
                                   AND AU-STAMP-DATE
                                       <= WS-SEL-TO-DATE
                                   AND (WS-SEL-OPERATOR = SPACES
                                       OR AU-OPERATOR
                                           = WS-SEL-OPERATOR)
                               PERFORM REPORT-ONE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE

               MOVE SPACES TO IR-LINE
               STRING "RECORDS ON FILE " WS-READ-COUNT
                       "  LISTED " WS-SHOWN-COUNT
                       "  CHANGES " WS-CHANGE-COUNT
                       "  SIGN-ONS " WS-SIGNON-COUNT
                       "  REFUSED " WS-REFUSED-COUNT
                   DELIMITED BY SIZE INTO IR-LINE
               WRITE IR-LINE
               DISPLAY IR-LINE
               CLOSE INQUIRY-REPORT-FILE
               DISPLAY "The inquiry was written to AUDITRPT.DAT."
           STOP RUN.

      *    The selection line. A date that is there but not a
      *    number, or a last date ahead of the first, lists
      *    nothing rather than the wrong thing.
           READ-AUDIT-PARM SECTION.
               SET WS-PARM-OK TO TRUE
               OPEN INPUT AUDIT-PARM-FILE
               IF WS-PARM-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE SPACES TO AP-RECORD
               READ AUDIT-PARM-FILE
                   AT END
                       MOVE SPACES TO AP-RECORD
               END-READ
               CLOSE AUDIT-PARM-FILE

               IF AP-FROM-DATE-X NOT = SPACES
                   IF AP-FROM-DATE IS NUMERIC
                       MOVE AP-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE AP-FROM-DATE TO WS-SEL-TO-DATE
                   ELSE
                       DISPLAY "AUDPARM.DAT first date "
                               AP-FROM-DATE-X " is not a date."
                       SET WS-PARM-OK TO FALSE
                   END-IF
               END-IF
               IF AP-TO-DATE-X NOT = SPACES
                   IF AP-TO-DATE IS NUMERIC
                       MOVE AP-TO-DATE TO WS-SEL-TO-DATE
                   ELSE
                       DISPLAY "AUDPARM.DAT last date "
                               AP-TO-DATE-X " is not a date."
                       SET WS-PARM-OK TO FALSE
                   END-IF
               END-IF
               IF WS-PARM-OK AND WS-SEL-TO-DATE < WS-SEL-FROM-DATE
                   DISPLAY "AUDPARM.DAT last date is ahead of "
                           "its first date."
                   SET WS-PARM-OK TO FALSE
               END-IF
               MOVE AP-OPERATOR TO WS-SEL-OPERATOR
               INSPECT WS-SEL-OPERATOR
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           CONTINUE.

      *    One audit record: the heading line, then the record as
      *    it stood before and after wherever either was given.
           REPORT-ONE-AUDIT SECTION.
               ADD 1 TO WS-SHOWN-COUNT
               EVALUATE AU-ACTION
                   WHEN "SIGNON"
                       ADD 1 TO WS-SIGNON-COUNT
                   WHEN "REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CHANGE-COUNT
               END-EVALUATE
               MOVE SPACES TO IR-LINE
               STRING AU-STAMP-DATE " " AU-STAMP-TIME " "
                       AU-OPERATOR " " AU-PROGRAM " "
                       AU-ACTION " " AU-FILE " " AU-KEY
                   DELIMITED BY SIZE INTO IR-LINE
               WRITE IR-LINE
               DISPLAY IR-LINE
               IF AU-BEFORE NOT = SPACES
                   MOVE SPACES TO IR-LINE
                   STRING "    BEFORE: " AU-BEFORE
                       DELIMITED BY SIZE INTO IR-LINE
                   WRITE IR-LINE
                   DISPLAY IR-LINE
               END-IF
               IF AU-AFTER NOT = SPACES
                   MOVE SPACES TO IR-LINE
                   STRING "    AFTER:  " AU-AFTER
                       DELIMITED BY SIZE INTO IR-LINE
                   WRITE IR-LINE
                   DISPLAY IR-LINE
               END-IF
           CONTINUE.
       END PROGRAM HAMAUDRP.
