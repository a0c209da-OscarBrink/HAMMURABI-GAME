      *            through the same hardened numeric entry the game
      *            uses, and the dataset is rewritten only when the
      *            whole catalog still passes the validation the
      *            control-dataset edit applies. A scenario can
      *            also be captured from any year of a past reign
      *            on AEMASTER.DAT: that year's closing wheat, acres
      *            and people, summed over its provinces, become the
      *            starting kingdom, and the instructor supplies the
      *            name and terms. The operator signs on through
      *            HAMOPSGN before the catalogs are loaded, and every
      *            entry added, captured, changed or deleted is
      *            written to the audit trail AUDIT.DAT through
      *            HAMAUDLG once its catalog has been rewritten.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-15 OB Scenarios can be captured from a past reign's
      *              year on AEMASTER.DAT, the year's closing kingdom
      *              summed over its provinces.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN; each scenario
      *              or event added, captured, changed or deleted is
      *              audited to AUDIT.DAT with the entry image before
      *              and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMCATMN.
               SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVENTS-FILE-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
                   05 EV-MAX-PCT PIC 99.
                   05 EV-TEXT PIC X(60).

      *        Mirrors MAIN's ANALYTICS-MASTER-FILE record.
               FD ANALYTICS-MASTER-FILE.
               01 AM-RECORD.
                   05 AM-KEY.
                       10 AM-GOVERNOR-NAME PIC X(20).
                       10 AM-REIGN-SEQ PIC 9(3).
                       10 AM-YEAR PIC 9(2).
                       10 AM-PROVINCE PIC 9.
                   05 AM-CLOSING-WHEAT PIC 9(7).
                   05 AM-ACRES PIC 9(7).
                   05 AM-POPULATION PIC 9(4).
                   05 AM-PRICE PIC 99.
                   05 AM-STARVED-COUNT PIC 9(7).
                   05 AM-RATS-LOSS PIC 9(7).
                   05 AM-SPOILAGE-LOSS PIC 9(7).
                   05 AM-RAID-WHEAT-LOSS PIC 9(7).
                   05 AM-RAID-ACRES-LOSS PIC 9(7).
                   05 AM-GUARD-SPEND PIC 9(7).
                   05 AM-GRANARY-LEVEL PIC 9.
                   05 AM-FERTILE-ACRES PIC 9(7).
                   05 AM-MARGINAL-ACRES PIC 9(7).
                   05 AM-LOAN-BALANCE PIC 9(7).
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

           WORKING-STORAGE SECTION.
               01 WS-SCENARIO-FILE-STATUS PIC X(02).
               01 WS-EVENTS-FILE-STATUS PIC X(02).
               01 WS-MASTER-FILE-STATUS PIC X(02).

      *        The same hardened text entry the game's prompts use.
               01 WS-ENTRY-TEXT PIC X(10).
                       10 WS-EVENT-MAX-PCT PIC 99.
                       10 WS-EVENT-ANNOUNCE PIC X(60).

      *        The reign year a scenario is captured from, and its
      *        closing kingdom summed over the year's province rows.
      *        Names are registered in capitals, but reigns from the
      *        free-text days sit on the master as they were typed;
      *        the name is tried as given and then folded.
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-CAP-GOVERNOR PIC X(20).
               01 WS-CAP-SEARCH-NAME PIC X(20).
               01 WS-CAP-REIGN PIC 9(3).
               01 WS-CAP-YEAR PIC 99.
               01 WS-CAP-ROWS PIC 9.
               01 WS-CAP-WHEAT PIC 9(8).
               01 WS-CAP-ACRES PIC 9(8).
               01 WS-CAP-POP PIC 9(5).

      *        The operator signed on, and the audit record every
      *        catalog change is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMCATMN".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12).
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMCATMN -- scenario and events catalog "
                       "maintenance."
               CALL 'HAMOPSGN' USING WS-AUDIT-PROGRAM
                   WS-AUDIT-OPERATOR WS-SIGNON-RESULT
               IF NOT WS-SIGNED-ON
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-SCENARIO-CATALOG
               PERFORM LOAD-EVENTS-CATALOG

               DISPLAY "2. Add a scenario      6. Add an event"
               DISPLAY "3. Change a scenario   7. Change an event"
               DISPLAY "4. Delete a scenario   8. Delete an event"
               DISPLAY "10. Capture a scenario from a past reign"
               DISPLAY "9. Quit"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
                       PERFORM DELETE-EVENT
                   WHEN 9
                       SET WS-MENU-LOOP-STATE TO FALSE
                   WHEN 10
                       PERFORM CAPTURE-SCENARIO
                   WHEN OTHER
                       DISPLAY "Input invalid."
               END-EVALUATE
               DISPLAY "Starting population: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-SCEN-POP(WS-PICK)
               PERFORM PROMPT-SCENARIO-TERMS
           CONTINUE.

      *    The terms a scenario is played under, apart from its
      *    starting kingdom; a captured scenario is asked only these.
           PROMPT-SCENARIO-TERMS SECTION.
               DISPLAY "Difficulty (1-3): "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-SCEN-DIFF(WS-PICK)
               PERFORM VALIDATE-SCENARIO-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-SCENARIO-CATALOG
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM AUDIT-SCENARIO-ENTRY
               ELSE
                   SUBTRACT 1 FROM WS-SCEN-COUNT
                   DISPLAY "The entry fails validation -- it was "
                           "NOT added and the dataset was not "
                           "touched."
               END-IF
           CONTINUE.

      *    A scenario from a reign's own history: the chosen year's
      *    closing kingdom starts it, the instructor names it and
      *    sets its terms, and it joins the catalog only through
      *    the same validation as a hand-keyed entry.
           CAPTURE-SCENARIO SECTION.
               IF WS-SCEN-COUNT >= 10
                   DISPLAY "The catalog holds ten scenarios -- the "
                           "game loads no more. Delete one first."
                   EXIT SECTION
               END-IF
               DISPLAY "Governor's name: "
               MOVE SPACES TO WS-CAP-GOVERNOR
               ACCEPT WS-CAP-GOVERNOR
               DISPLAY "Reign sequence: "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 999
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-CAP-REIGN
               DISPLAY "Year of the reign: "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 20
                   DISPLAY "Input invalid."
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-CAP-YEAR

               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "AEMASTER.DAT could not be opened "
                           "(status " WS-MASTER-FILE-STATUS ")."
                   EXIT SECTION
               END-IF
               MOVE WS-CAP-GOVERNOR TO WS-CAP-SEARCH-NAME
               PERFORM GATHER-CAPTURED-YEAR
               IF WS-CAP-ROWS = 0
                   INSPECT WS-CAP-SEARCH-NAME
                       CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
                   IF WS-CAP-SEARCH-NAME NOT = WS-CAP-GOVERNOR
                       PERFORM GATHER-CAPTURED-YEAR
                   END-IF
               END-IF
               CLOSE ANALYTICS-MASTER-FILE

               IF WS-CAP-ROWS = 0
                   DISPLAY "AEMASTER.DAT holds no year " WS-CAP-YEAR
                           " of reign " WS-CAP-REIGN " for "
                           WS-CAP-GOVERNOR "."
                   EXIT SECTION
               END-IF
               IF WS-CAP-WHEAT > 9999999 OR WS-CAP-ACRES > 9999999
                       OR WS-CAP-POP > 9999
                   DISPLAY "That year's kingdom is too large for a "
                           "scenario's starting columns -- not "
                           "captured."
                   EXIT SECTION
               END-IF
               DISPLAY "Year " WS-CAP-YEAR " closed with "
                       WS-CAP-WHEAT " bushels, " WS-CAP-ACRES
                       " acres and " WS-CAP-POP " people over "
                       WS-CAP-ROWS " province(s)."

               ADD 1 TO WS-SCEN-COUNT
               MOVE WS-SCEN-COUNT TO WS-PICK
               DISPLAY "Scenario name: "
               ACCEPT WS-SCEN-NAME(WS-PICK)
               MOVE WS-CAP-WHEAT TO WS-SCEN-WHEAT(WS-PICK)
               MOVE WS-CAP-ACRES TO WS-SCEN-ACRES(WS-PICK)
               MOVE WS-CAP-POP TO WS-SCEN-POP(WS-PICK)
               PERFORM PROMPT-SCENARIO-TERMS
               PERFORM VALIDATE-SCENARIO-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-SCENARIO-CATALOG
                   MOVE "CAPTURE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM AUDIT-SCENARIO-ENTRY
               ELSE
                   SUBTRACT 1 FROM WS-SCEN-COUNT
                   DISPLAY "The entry fails validation -- it was "
               END-IF
           CONTINUE.

      *    Sums the chosen year's province rows under the name
      *    being tried (the master must be open).
           GATHER-CAPTURED-YEAR SECTION.
               MOVE 0 TO WS-CAP-ROWS
               MOVE 0 TO WS-CAP-WHEAT
               MOVE 0 TO WS-CAP-ACRES
               MOVE 0 TO WS-CAP-POP
               MOVE WS-CAP-SEARCH-NAME TO AM-GOVERNOR-NAME
               MOVE WS-CAP-REIGN TO AM-REIGN-SEQ
               MOVE WS-CAP-YEAR TO AM-YEAR
               MOVE 0 TO AM-PROVINCE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-GOVERNOR-NAME NOT = WS-CAP-SEARCH-NAME
                                   OR AM-REIGN-SEQ NOT = WS-CAP-REIGN
                                   OR AM-YEAR NOT = WS-CAP-YEAR
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               ADD AM-CLOSING-WHEAT TO WS-CAP-WHEAT
                               ADD AM-ACRES TO WS-CAP-ACRES
                               ADD AM-POPULATION TO WS-CAP-POP
                               ADD 1 TO WS-CAP-ROWS
                           END-IF
                   END-READ
               END-PERFORM
           CONTINUE.

           CHANGE-SCENARIO SECTION.
               PERFORM LIST-SCENARIOS
               IF WS-SCEN-COUNT = 0
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-PICK
               MOVE WS-SCEN-DEF(WS-PICK) TO WS-AUDIT-BEFORE
               PERFORM PROMPT-SCENARIO-FIELDS
               PERFORM VALIDATE-SCENARIO-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-SCENARIO-CATALOG
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-SCENARIO-ENTRY
               ELSE
                   DISPLAY "The changed catalog fails validation "
                           "-- the dataset was NOT rewritten. "
                   DISPLAY "Delete cancelled."
                   EXIT SECTION
               END-IF
               MOVE WS-SCEN-NAME(WS-PICK) TO WS-AUDIT-KEY
               MOVE WS-SCEN-DEF(WS-PICK) TO WS-AUDIT-BEFORE
               PERFORM VARYING WS-IDX FROM WS-PICK BY 1
                       UNTIL WS-IDX >= WS-SCEN-COUNT
                   MOVE WS-SCEN-DEF(WS-IDX + 1)
               PERFORM VALIDATE-SCENARIO-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-SCENARIO-CATALOG
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   MOVE "SCENARIO.DAT" TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "The remaining catalog fails validation "
                           "-- the dataset was NOT rewritten."
               PERFORM VALIDATE-EVENT-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-EVENT-CATALOG
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM AUDIT-EVENT-ENTRY
               ELSE
                   SUBTRACT 1 FROM WS-EVENT-COUNT
                   DISPLAY "The entry fails validation -- it was "
                   EXIT SECTION
               END-IF
               MOVE WS-ENTRY-VALUE TO WS-PICK
               MOVE WS-EVENT-DEF(WS-PICK) TO WS-AUDIT-BEFORE
               PERFORM PROMPT-EVENT-FIELDS
               PERFORM VALIDATE-EVENT-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-EVENT-CATALOG
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
                   PERFORM AUDIT-EVENT-ENTRY
               ELSE
                   DISPLAY "The changed catalog fails validation "
                           "-- the dataset was NOT rewritten."
                   DISPLAY "Delete cancelled."
                   EXIT SECTION
               END-IF
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "EVENT " WS-PICK
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE WS-EVENT-DEF(WS-PICK) TO WS-AUDIT-BEFORE
               PERFORM VARYING WS-IDX FROM WS-PICK BY 1
                       UNTIL WS-IDX >= WS-EVENT-COUNT
                   MOVE WS-EVENT-DEF(WS-IDX + 1)
               PERFORM VALIDATE-EVENT-CATALOG
               IF WS-CATALOG-VALID
                   PERFORM REWRITE-EVENT-CATALOG
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   MOVE "EVENTS.DAT" TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "The remaining catalog fails validation "
                           "-- the dataset was NOT rewritten."
               DISPLAY "EVENTS.DAT rewritten with "
                       WS-EVENT-COUNT " entries."
           CONTINUE.

      *    One audit record for the catalog entry at WS-PICK, the
      *    action and the before image already set by the caller;
      *    the after image is the entry as it was just rewritten.
           AUDIT-SCENARIO-ENTRY SECTION.
               MOVE "SCENARIO.DAT" TO WS-AUDIT-FILE
               MOVE WS-SCEN-NAME(WS-PICK) TO WS-AUDIT-KEY
               MOVE WS-SCEN-DEF(WS-PICK) TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

           AUDIT-EVENT-ENTRY SECTION.
               MOVE "EVENTS.DAT" TO WS-AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "EVENT " WS-PICK
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE WS-EVENT-DEF(WS-PICK) TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

           WRITE-AUDIT-RECORD SECTION.
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.
       END PROGRAM HAMCATMN.
