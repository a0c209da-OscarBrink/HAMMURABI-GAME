      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-09-21
      * Purpose:   Governor registry lookups for HAMMURABI-GAME. A
      *            governor's name used to be whatever was typed at
      *            the prompt or keyed as GOVERNOR= in SETPARM.DAT,
      *            so one player could turn up on the analytics
      *            master, the leaderboard and the career report as
      *            HAMMURABI, Hammurabi and HAMURABI -- three
      *            governors with a third of a record each. The
      *            registry GOVREG.DAT holds one entry per governor
      *            (the name in capitals, the class or section, and
      *            an active flag); HAMGOVMN maintains it. MAIN,
      *            HAMEDIT and HAMLBMNT call here wherever a name
      *            comes into the system.
      *            Requests, passed in LS-REQUEST:
      *              FIND  look the name up. It is taken in capitals,
      *                    so any spelling of a registered name in
      *                    upper or lower case finds it, and comes
      *                    back as registered.
      *              ADD   register the name, active, under the
      *                    class given -- for a new governor the
      *                    operator has just confirmed.
      *            LS-RESULT comes back as 0 (registered and
      *            active), 4 (not registered; LS-ALTERNATE carries
      *            the nearest registered name, if there is one,
      *            for a "did you mean"), 6 (registered but retired;
      *            LS-ALTERNATE names the governor the history was
      *            merged into, if any), or 8 (no registry in force
      *            -- the shop has not built one yet -- or it could
      *            not be opened). On 8 the name is left exactly as
      *            given and the caller carries on unchecked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMGOVRG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REGISTRY-FILE ASSIGN TO "GOVREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GOVERNOR-NAME
                   FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        One entry per governor, keyed on the name in
      *        capitals. A governor merged into another keeps an
      *        entry, retired, naming the survivor, so the old
      *        spelling is turned away with the right name.
               FD REGISTRY-FILE.
               01 GR-RECORD.
                   05 GR-GOVERNOR-NAME PIC X(20).
                   05 GR-CLASS PIC X(10).
                   05 GR-ACTIVE PIC A.
                   05 GR-MERGED-INTO PIC X(20).
                   05 GR-REGISTERED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
               01 WS-REGISTRY-STATUS PIC X(02).
               01 WS-LOOKUP-NAME PIC X(20).
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

           LINKAGE SECTION.
               01 LS-REQUEST PIC X(4).
               01 LS-GOVERNOR PIC X(20).
               01 LS-CLASS PIC X(10).
               01 LS-ALTERNATE PIC X(20).
               01 LS-RESULT PIC 99.

       PROCEDURE DIVISION
           USING LS-REQUEST LS-GOVERNOR LS-CLASS LS-ALTERNATE
               LS-RESULT.
           MAIN-PROCEDURE.
               MOVE 0 TO LS-RESULT
               MOVE SPACES TO LS-ALTERNATE
               MOVE LS-GOVERNOR TO WS-LOOKUP-NAME
               INSPECT WS-LOOKUP-NAME
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               EVALUATE LS-REQUEST
                   WHEN "FIND"
                       PERFORM FIND-REGISTERED-GOVERNOR
                   WHEN "ADD"
                       PERFORM ADD-REGISTERED-GOVERNOR
                   WHEN OTHER
                       MOVE 8 TO LS-RESULT
               END-EVALUATE
               EXIT PROGRAM.

      *    No registry on disk is the shop that has not built one
      *    yet: every name passes, as it always did. A registry
      *    that is there but will not open is reported, and the
      *    names go unchecked rather than stopping the game.
           FIND-REGISTERED-GOVERNOR SECTION.
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "35"
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "The governor registry could not be "
                           "opened (status " WS-REGISTRY-STATUS
                           ") -- the name goes unchecked: GOVREG.DAT"
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF

               MOVE WS-LOOKUP-NAME TO LS-GOVERNOR
               MOVE WS-LOOKUP-NAME TO GR-GOVERNOR-NAME
               READ REGISTRY-FILE KEY IS GR-GOVERNOR-NAME
                   INVALID KEY
                       MOVE 4 TO LS-RESULT
                   NOT INVALID KEY
                       MOVE GR-CLASS TO LS-CLASS
                       IF GR-ACTIVE NOT = 'Y'
                           MOVE 6 TO LS-RESULT
                           MOVE GR-MERGED-INTO TO LS-ALTERNATE
                       END-IF
               END-READ
               IF LS-RESULT = 4
                   MOVE SPACES TO LS-CLASS
                   PERFORM FIND-NEAR-GOVERNOR
               END-IF
               CLOSE REGISTRY-FILE
           CONTINUE.

      *    The first active governor whose name starts with the
      *    same three letters -- enough to catch HAMURABI for
      *    HAMMURABI without guessing wildly.
           FIND-NEAR-GOVERNOR SECTION.
               IF WS-LOOKUP-NAME(1:3) = SPACES
                   EXIT SECTION
               END-IF
               MOVE SPACES TO GR-GOVERNOR-NAME
               MOVE WS-LOOKUP-NAME(1:3) TO GR-GOVERNOR-NAME(1:3)
               START REGISTRY-FILE KEY >= GR-GOVERNOR-NAME
                   INVALID KEY
                       EXIT SECTION
               END-START
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ REGISTRY-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF GR-GOVERNOR-NAME(1:3)
                                   NOT = WS-LOOKUP-NAME(1:3)
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               IF GR-ACTIVE = 'Y'
                                   MOVE GR-GOVERNOR-NAME
                                       TO LS-ALTERNATE
                                   SET WS-FILE-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

      *    A name already on the registry is left as it stands and
      *    comes back 4; the caller has nothing to add.
           ADD-REGISTERED-GOVERNOR SECTION.
               IF WS-LOOKUP-NAME = SPACES
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               OPEN I-O REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "The governor registry could not be "
                           "opened for update (status "
                           WS-REGISTRY-STATUS
                           ") -- the governor was not registered."
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               MOVE WS-LOOKUP-NAME TO GR-GOVERNOR-NAME
               MOVE LS-CLASS TO GR-CLASS
               MOVE 'Y' TO GR-ACTIVE
               MOVE SPACES TO GR-MERGED-INTO
               ACCEPT GR-REGISTERED-DATE FROM DATE YYYYMMDD
               WRITE GR-RECORD
                   INVALID KEY
                       MOVE 4 TO LS-RESULT
               END-WRITE
               MOVE WS-LOOKUP-NAME TO LS-GOVERNOR
               CLOSE REGISTRY-FILE
           CONTINUE.
       END PROGRAM HAMGOVRG.
