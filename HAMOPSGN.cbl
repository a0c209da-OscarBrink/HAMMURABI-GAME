      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Operator sign-on for HAMMURABI-GAME's maintenance
      *            utilities. HAMSAVIN, HAMLBMNT, HAMCATMN, HAMBKUP,
      *            HAMERASE, HAMGOVMN and HAMSAVUP call here before
      *            their menus come up, passing their own name; the
      *            operator is asked for an ID,
      *            which is looked up on the operator file
      *            OPERATOR.DAT, and the sign-on is granted only when
      *            that ID carries the function letter of the calling
      *            utility:
      *                S  HAMSAVIN   save-slot inspection and repair
      *                L  HAMLBMNT   leaderboard maintenance
      *                C  HAMCATMN   scenario and event catalogs
      *                R  HAMBKUP    generation backup and restore
      *                E  HAMERASE   erasure of a governor
      *                G  HAMGOVMN   governor registry and merges
      *                U  HAMSAVUP   save-layout upgrade
      *            Three unrecognised IDs in a row refuse the
      *            sign-on. The ID granted is handed back so the
      *            utility can stamp it on every audit record it
      *            writes, and the sign-on itself -- granted or
      *            refused -- goes to the audit trail through
      *            HAMAUDLG. An operator file that cannot be read
      *            refuses everyone: the utilities do not run
      *            unattributed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMOPSGN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
           FILE SECTION.
               FD OPERATOR-FILE.
               01 OP-RECORD.
                   05 OP-ID PIC X(8).
                   05 OP-NAME PIC X(20).
                   05 OP-FUNCTIONS PIC X(10).

           WORKING-STORAGE SECTION.
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The utilities that sign on here and the function
      *        letter an operator needs for each.
               01 WS-FUNCTION-VALUES.
                   05 FILLER PIC X(9) VALUE "HAMSAVINS".
                   05 FILLER PIC X(9) VALUE "HAMLBMNTL".
                   05 FILLER PIC X(9) VALUE "HAMCATMNC".
                   05 FILLER PIC X(9) VALUE "HAMBKUP R".
                   05 FILLER PIC X(9) VALUE "HAMERASEE".
                   05 FILLER PIC X(9) VALUE "HAMGOVMNG".
                   05 FILLER PIC X(9) VALUE "HAMSAVUPU".
               01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
                   05 WS-FUNCTION-ENTRY OCCURS 7 TIMES.
                       10 WS-FUNCTION-PROGRAM PIC X(8).
                       10 WS-FUNCTION-LETTER PIC X.
               01 WS-FUNCTION-IDX PIC 9.
               01 WS-NEEDED-LETTER PIC X.
               01 WS-LETTER-TALLY PIC 99.

      *        The operator file, held whole for the look-up.
               01 WS-OP-COUNT PIC 99 VALUE 0.
               01 WS-OP-IDX PIC 99.
               01 WS-OP-FOUND-IDX PIC 99.
               01 WS-OP-TABLE.
                   05 WS-OP-ENTRY OCCURS 50 TIMES.
                       10 WS-OP-ID PIC X(8).
                       10 WS-OP-NAME PIC X(20).
                       10 WS-OP-FUNCTIONS PIC X(10).

               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-SIGNON-ID PIC X(8).
               01 WS-SIGNON-TRIES PIC 9.
               01 WS-SIGNON-CHECK PIC A.
                   88 WS-SIGNON-DONE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The audit record for the sign-on itself.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8).
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12) VALUE "OPERATOR.DAT".
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).

           LINKAGE SECTION.
               01 LS-PROGRAM PIC X(8).
               01 LS-OPERATOR PIC X(8).
               01 LS-SIGNON-RESULT PIC X.

       PROCEDURE DIVISION
           USING LS-PROGRAM LS-OPERATOR LS-SIGNON-RESULT.
           MAIN-PROCEDURE.
               MOVE SPACES TO LS-OPERATOR
               MOVE "N" TO LS-SIGNON-RESULT
               MOVE LS-PROGRAM TO WS-AUDIT-PROGRAM

               MOVE SPACE TO WS-NEEDED-LETTER
               PERFORM VARYING WS-FUNCTION-IDX FROM 1 BY 1
                       UNTIL WS-FUNCTION-IDX > 7
                   IF WS-FUNCTION-PROGRAM(WS-FUNCTION-IDX)
                           = LS-PROGRAM
                       MOVE WS-FUNCTION-LETTER(WS-FUNCTION-IDX)
                           TO WS-NEEDED-LETTER
                   END-IF
               END-PERFORM
               IF WS-NEEDED-LETTER = SPACE
                   DISPLAY LS-PROGRAM " is not a utility that signs "
                           "on -- refused."
                   MOVE SPACES TO WS-AUDIT-KEY
                   MOVE "NO FUNCTION LETTER FOR THIS PROGRAM"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REFUSAL
                   EXIT PROGRAM
               END-IF

               PERFORM LOAD-OPERATOR-FILE
               IF WS-OP-COUNT = 0
                   DISPLAY "OPERATOR.DAT could not be read (status "
                           WS-OPERATOR-STATUS ") or holds no "
                           "operators -- no one can sign on."
                   MOVE SPACES TO WS-AUDIT-KEY
                   MOVE "OPERATOR FILE UNREADABLE OR EMPTY"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REFUSAL
                   EXIT PROGRAM
               END-IF

               SET WS-SIGNON-DONE TO FALSE
               MOVE 0 TO WS-SIGNON-TRIES
               PERFORM UNTIL WS-SIGNON-DONE OR WS-SIGNON-TRIES >= 3
                   PERFORM TAKE-ONE-SIGNON
               END-PERFORM
               IF NOT WS-SIGNON-DONE
                   DISPLAY "Three unrecognised IDs -- sign-on "
                           "refused."
                   MOVE "THREE UNRECOGNISED IDS" TO WS-AUDIT-AFTER
                   PERFORM WRITE-REFUSAL
               END-IF
       EXIT PROGRAM.

           LOAD-OPERATOR-FILE SECTION.
               MOVE 0 TO WS-OP-COUNT
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF OR WS-OP-COUNT >= 50
                   READ OPERATOR-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF OP-ID NOT = SPACES
                               ADD 1 TO WS-OP-COUNT
                               MOVE OP-ID TO WS-OP-ID(WS-OP-COUNT)
                               INSPECT WS-OP-ID(WS-OP-COUNT)
                                   CONVERTING WS-LOWER-LETTERS
                                   TO WS-UPPER-LETTERS
                               MOVE OP-NAME
                                   TO WS-OP-NAME(WS-OP-COUNT)
                               MOVE OP-FUNCTIONS
                                   TO WS-OP-FUNCTIONS(WS-OP-COUNT)
                               INSPECT WS-OP-FUNCTIONS(WS-OP-COUNT)
                                   CONVERTING WS-LOWER-LETTERS
                                   TO WS-UPPER-LETTERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           CONTINUE.

      *    One ID from the console. An ID not on file costs a try;
      *    an ID on file without this utility's letter is refused
      *    outright, since retyping it will not change the answer.
           TAKE-ONE-SIGNON SECTION.
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               MOVE SPACES TO WS-SIGNON-ID
               ACCEPT WS-SIGNON-ID
               INSPECT WS-SIGNON-ID
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               MOVE WS-SIGNON-ID TO WS-AUDIT-KEY

               MOVE 0 TO WS-OP-FOUND-IDX
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                           OR WS-OP-FOUND-IDX > 0
                   IF WS-OP-ID(WS-OP-IDX) = WS-SIGNON-ID
                       MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-SIGNON-ID = SPACES OR WS-OP-FOUND-IDX = 0
                   DISPLAY "Operator ID not recognised."
                   EXIT SECTION
               END-IF

               SET WS-SIGNON-DONE TO TRUE
               MOVE 0 TO WS-LETTER-TALLY
               INSPECT WS-OP-FUNCTIONS(WS-OP-FOUND-IDX)
                   TALLYING WS-LETTER-TALLY
                   FOR ALL WS-NEEDED-LETTER
               IF WS-LETTER-TALLY = 0
                   DISPLAY "Operator " WS-SIGNON-ID " is not "
                           "authorised for " LS-PROGRAM
                           " -- sign-on refused."
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "NOT AUTHORISED, FUNCTIONS "
                           WS-OP-FUNCTIONS(WS-OP-FOUND-IDX)
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-REFUSAL
                   EXIT SECTION
               END-IF

               MOVE WS-SIGNON-ID TO LS-OPERATOR
               MOVE "Y" TO LS-SIGNON-RESULT
               DISPLAY "Signed on as " WS-SIGNON-ID " ("
                       WS-OP-NAME(WS-OP-FOUND-IDX) ")."
               MOVE WS-SIGNON-ID TO WS-AUDIT-OPERATOR
               MOVE "SIGNON" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-OP-NAME(WS-OP-FOUND-IDX) " FUNCTIONS "
                       WS-OP-FUNCTIONS(WS-OP-FOUND-IDX)
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.

      *    A refused sign-on is audited under the ID that was typed,
      *    or under blanks when none was.
           WRITE-REFUSAL SECTION.
               MOVE WS-AUDIT-KEY TO WS-AUDIT-OPERATOR
               MOVE "REFUSED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.
       END PROGRAM HAMOPSGN.
