      *              diplomacy, and founding joined the original
      *              set -- and the province column runs to 8 now
      *              that a reign can grow that far.
      *   2026-09-21 OB When SETPARM.DAT is staged, its GOVERNOR=
      *              name is checked against the governor registry
      *              through HAMGOVRG: a name not registered, or
      *              retired by a merge, is rejected with the name to
      *              use, so the unattended reign never starts under
      *              a stray spelling.
      *   2026-10-15 OB The decision pass accepts the poll-tax code PT.
      *   2026-10-15 OB The decision pass accepts the sages' codes SG,
      *              SR and SA.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMEDIT.
               SELECT DECISION-ACCEPTED-FILE ASSIGN TO "TURNDECA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEC-ACCEPTED-STATUS.
               SELECT SETUP-PARM-FILE ASSIGN TO "SETPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SETUP-STATUS.

       DATA DIVISION.
           FILE SECTION.
               FD DECISION-ACCEPTED-FILE.
               01 DA-RECORD PIC X(14).

      *        Mirrors MAIN's SETUP-PARM-FILE: KEY=VALUE lines.
               FD SETUP-PARM-FILE.
               01 SP-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-TURN-INPUT-STATUS PIC X(02).
               01 WS-ACCEPTED-STATUS PIC X(02).
               01 WS-DEC-ACCEPTED-STATUS PIC X(02).
               01 WS-DEC-RECORD-COUNT PIC 9(4) VALUE 0.
               01 WS-DEC-ACCEPT-COUNT PIC 9(4) VALUE 0.

      *        The setup deck's governor, settled against the
      *        registry the way MAIN will settle it at the prompt.
      *        MAIN plays HAMMURABI when the deck names nobody.
               01 WS-SETUP-STATUS PIC X(02).
               01 WS-SETUP-KEY PIC X(20).
               01 WS-SETUP-VAL PIC X(30).
               01 WS-SETUP-GOVERNOR PIC X(20).
               01 WS-GOVREG-REQUEST PIC X(4).
               01 WS-GOVREG-CLASS PIC X(10).
               01 WS-GOVREG-ALTERNATE PIC X(20).
               01 WS-GOVREG-RESULT PIC 99.
      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMEDIT".
               CLOSE ACCEPTED-FILE

               PERFORM EDIT-DECISION-DECK
               PERFORM EDIT-SETUP-GOVERNOR
               PERFORM WRITE-EDIT-SUMMARY
               CLOSE EDIT-REPORT-FILE



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
      *    EDITPARM.DAT overrides the standard starting kingdom for
      *    scenarios keyed to different figures; absent or garbled,
                   WHEN "LN"
                   WHEN "LB"
                   WHEN "GD"
                   WHEN "PT"
                   WHEN "EX"
                   WHEN "IM"
                   WHEN "CW"
                   WHEN "DP"
                   WHEN "NP"
                   WHEN "NS"
                   WHEN "SG"
                   WHEN "SR"
                   WHEN "SA"
                       CONTINUE
                   WHEN OTHER
                       PERFORM REJECT-DECISION-RECORD
                           OR TD-TYPE = "CW" OR TD-TYPE = "QU"
                           OR TD-TYPE = "XA" OR TD-TYPE = "DA"
                           OR TD-TYPE = "NP" OR TD-TYPE = "CS"
                           OR TD-TYPE = "RP" OR TD-TYPE = "SG"
                       IF TD-CHAR NOT = "Y" AND TD-CHAR NOT = "N"
                           PERFORM REJECT-DECISION-RECORD
                       END-IF
               END-IF
           CONTINUE.

      *    The deck is the unattended reign's only say in who
      *    plays, so a name MAIN would refuse is caught here, with
      *    the step, rather than at the abort. No deck staged, or
      *    no registry in force, passes.
           EDIT-SETUP-GOVERNOR SECTION.
               OPEN INPUT SETUP-PARM-FILE
               IF WS-SETUP-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE "HAMMURABI" TO WS-SETUP-GOVERNOR
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ SETUP-PARM-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF SP-RECORD NOT = SPACES
                                   AND SP-RECORD(1:1) NOT = "*"
                               MOVE SPACES TO WS-SETUP-KEY
                               MOVE SPACES TO WS-SETUP-VAL
                               UNSTRING SP-RECORD DELIMITED BY "="
                                   INTO WS-SETUP-KEY WS-SETUP-VAL
                               END-UNSTRING
                               IF WS-SETUP-KEY = "GOVERNOR"
                                   MOVE WS-SETUP-VAL(1:20)
                                       TO WS-SETUP-GOVERNOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETUP-PARM-FILE
               IF WS-SETUP-GOVERNOR = SPACES
                   MOVE "HAMMURABI" TO WS-SETUP-GOVERNOR
               END-IF

               MOVE "FIND" TO WS-GOVREG-REQUEST
               MOVE SPACES TO WS-GOVREG-CLASS
               CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                   WS-SETUP-GOVERNOR WS-GOVREG-CLASS
                   WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
               MOVE SPACES TO ER-LINE
               EVALUATE WS-GOVREG-RESULT
                   WHEN 0
                       STRING "GOVERNOR " WS-SETUP-GOVERNOR
                               " REGISTERED, CLASS "
                               WS-GOVREG-CLASS
                           DELIMITED BY SIZE INTO ER-LINE
                   WHEN 4
                       ADD 1 TO WS-REJECT-COUNT
                       STRING "GOVERNOR " WS-SETUP-GOVERNOR
                               " NOT REGISTERED -- NEAREST "
                               WS-GOVREG-ALTERNATE
                           DELIMITED BY SIZE INTO ER-LINE
                   WHEN 6
                       ADD 1 TO WS-REJECT-COUNT
                       STRING "GOVERNOR " WS-SETUP-GOVERNOR
                               " RETIRED -- MERGED INTO "
                               WS-GOVREG-ALTERNATE
                           DELIMITED BY SIZE INTO ER-LINE
                   WHEN OTHER
                       STRING "GOVERNOR " WS-SETUP-GOVERNOR
                               " NOT CHECKED -- NO REGISTRY IN FORCE"
                           DELIMITED BY SIZE INTO ER-LINE
               END-EVALUATE
               WRITE ER-LINE
               DISPLAY ER-LINE
           CONTINUE.

           REJECT-DECISION-RECORD SECTION.
               SET WS-RECORD-OK TO FALSE
               ADD 1 TO WS-REJECT-COUNT
