      *            programmer correct individual fields, and
      *            restores a save that verifies clean back into a
      *            chosen slot. A record that still fails is never
      *            written anywhere. The operator signs on through
      *            HAMOPSGN before the menu comes up, and every
      *            repair and restore is written to the audit trail
      *            AUDIT.DAT through HAMAUDLG.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-08 OB SG-RECORD carries the layout stamp at its
      *              front. A slot or quarantined save written under
      *              an older layout is named as such and pointed at
      *              HAMSAVUP, not decoded field by field as garbage.
      *   2026-10-13 OB Save layout 4: each province carries its
      *              children, workers and elders, verified and
      *              repairable as fields 34-36.
      *   2026-10-14 OB The save record mirror carries each province's
      *              steward, as in MAIN's layout 5.
      *   2026-10-15 OB Save layout 6: the poll-tax tolerance and each
      *              province's poll-tax rate and yield, the latter two
      *              verified as event figures.
      *   2026-10-15 OB Operator sign-on through HAMOPSGN; each field
      *              repair and each slot restore is audited to
      *              AUDIT.DAT with the bytes before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMSAVIN.
      *        is reading the same bytes Resume reads.
               FD SAVE-GAME-FILE.
               01 SG-RECORD.
                   05 SG-LAYOUT-STAMP.
                       10 SG-LAYOUT-TAG PIC XX.
                       10 SG-LAYOUT-VERSION PIC 99.
                   05 SG-YEAR PIC 9(2).
                   05 SG-NUM-YEARS PIC 9(2).
                   05 SG-PRICE PIC 99.
                   05 SG-RULE-TRIB-POP-DIV PIC 9(3).
                   05 SG-RULE-PRICE-BASE PIC 99.
                   05 SG-RULE-PRICE-SPAN PIC 99.
                   05 SG-RULE-POLL-TAX-TOL PIC 99.
                   05 SG-LAND-NET-TRADED PIC S9(7)
                       SIGN LEADING SEPARATE.
                   05 SG-REALM-COUNT PIC 9.
                       10 SG-PROV-CTR-PRICE PIC 99.
                       10 SG-PROV-CTR-AMOUNT PIC 9(5).
                       10 SG-PROV-CTR-YEARS PIC 9.
                       10 SG-PROV-CHILDREN PIC 9(4).
                       10 SG-PROV-WORKERS PIC 9(4).
                       10 SG-PROV-ELDERS PIC 9(4).
                       10 SG-PROV-STEWARD PIC X(16).
                       10 SG-PROV-POLL-TAX-RATE PIC 99.
                       10 SG-PROV-POLL-TAX-YIELD PIC 9(7).

               FD QUARANTINE-SAVE-FILE.
               01 QS-RECORD PIC X(2000).
                   05 WS-SLOT-CH PIC 9 VALUE 1.
                   05 FILLER PIC X(4) VALUE ".DAT".
               01 WS-SLOT-IDX PIC 9.
      *        The save layout the game resumes, as in MAIN.
               01 WS-SAVE-LAYOUT-CURRENT PIC 99 VALUE 6.

      *        The quarantined record under repair, held apart from
      *        the slot file's record area so listing the slots
               01 WS-CHAR-ANSWER PIC X.
               01 WS-CONFIRM-ANSWER PIC X.

      *        The operator signed on, and the audit record every
      *        repair and restore is written through.
               01 WS-SIGNON-RESULT PIC A.
                   88 WS-SIGNED-ON VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-AUDIT-OPERATOR PIC X(8).
               01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HAMSAVIN".
               01 WS-AUDIT-ACTION PIC X(8).
               01 WS-AUDIT-FILE PIC X(12).
               01 WS-AUDIT-KEY PIC X(20).
               01 WS-AUDIT-BEFORE PIC X(70).
               01 WS-AUDIT-AFTER PIC X(70).

      *        The quarantined record as it stood before a repair,
      *        and the span of bytes the repair changed.
               01 WS-REPAIR-BEFORE PIC X(2000).
               01 WS-DIFF-IDX PIC 9(4).
               01 WS-DIFF-FIRST PIC 9(4).
               01 WS-DIFF-LAST PIC 9(4).
               01 WS-DIFF-LENGTH PIC 9(4).
               01 WS-SLOT-SUMMARY PIC X(70).

       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMSAVIN -- save-slot directory and "
                       "quarantine inspection."
               CALL 'HAMOPSGN' USING WS-AUDIT-PROGRAM
                   WS-AUDIT-OPERATOR WS-SIGNON-RESULT
               IF NOT WS-SIGNED-ON
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-MENU-LOOP-STATE TO TRUE
               PERFORM UNTIL NOT WS-MENU-LOOP-STATE
                   PERFORM DISPLAY-MAINTENANCE-MENU
           CONTINUE.

           DISPLAY-ONE-SLOT SECTION.
               IF SG-LAYOUT-TAG NOT = "LV"
                       OR SG-LAYOUT-VERSION NOT = WS-SAVE-LAYOUT-CURRENT
                   DISPLAY "  " WS-SLOT-IDX ". (older save layout -- "
                           "HAMSAVUP carries it forward)"
                   EXIT SECTION
               END-IF
               IF SG-YEAR NOT NUMERIC OR SG-NUM-YEARS NOT NUMERIC
                   DISPLAY "  " WS-SLOT-IDX ". (unreadable -- the "
                           "game would quarantine this slot)"
               MOVE WS-WORK-RECORD TO SG-RECORD
               MOVE 0 TO WS-VERIFY-FAILS
               DISPLAY "---- quarantined save, field by field ----"
               DISPLAY "   LAYOUT STAMP     " SG-LAYOUT-STAMP
               DISPLAY " 1 YEAR             " SG-YEAR
               DISPLAY " 2 NUM-YEARS        " SG-NUM-YEARS
               DISPLAY " 3 PRICE            " SG-PRICE
           CONTINUE.

           VERIFY-HEADER-FIELDS SECTION.
      *        An older-layout record is misaligned from its first
      *        byte; the fields below would only repeat the one
      *        real fault, which field repair cannot mend.
               IF SG-LAYOUT-TAG NOT = "LV"
                       OR SG-LAYOUT-VERSION NOT = WS-SAVE-LAYOUT-CURRENT
                   DISPLAY "  FAIL: the record was written under an "
                           "older save layout -- run HAMSAVUP to "
                           "carry it forward."
                   ADD 1 TO WS-VERIFY-FAILS
               END-IF
               IF SG-YEAR NOT NUMERIC
                   DISPLAY "  FAIL: YEAR is not numeric."
                   ADD 1 TO WS-VERIFY-FAILS
                           NOT NUMERIC
                       OR SG-PROV-CTR-YEARS(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-CHILDREN(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-WORKERS(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-ELDERS(WS-VERIFY-PROV)
                           NOT NUMERIC
                   DISPLAY "    FAIL: a holding field of province "
                           WS-VERIFY-PROV " is not numeric."
                   ADD 1 TO WS-VERIFY-FAILS
                           NOT NUMERIC
                       OR SG-PROV-GUARD-SPEND(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-RATE(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-YIELD(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-PLAGUE-PCT(WS-VERIFY-PROV)
                           NOT NUMERIC
                       OR SG-PROV-XFER-WHEAT-NET(WS-VERIFY-PROV)
                   EXIT SECTION
               END-IF
               MOVE WS-WORK-RECORD TO SG-RECORD
               MOVE WS-WORK-RECORD TO WS-REPAIR-BEFORE
               DISPLAY "Field number to correct (1-18, 41-47 from "
                       "the inspection listing -- the chances in "
                       "hundredths, 10 meaning .10 -- or 20+NN "
                       "balance, 26 loan years, 27 fertile, "
                       "28 marginal, 29 canal years, 30 unrest, "
                       "31 contract price, 32 contract bushels, "
                       "33 contract years, 34 children, "
                       "35 workers, 36 elders): "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-FIELD-CHOICE

               IF WS-FIELD-CHOICE >= 21 AND WS-FIELD-CHOICE <= 36
                   DISPLAY "Which province (1-8): "
                   PERFORM GET-NUMERIC-ENTRY
                   IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 8
                   WHEN 33
                       MOVE WS-ENTRY-VALUE
                           TO SG-PROV-CTR-YEARS(WS-VERIFY-PROV)
                   WHEN 34
                       MOVE WS-ENTRY-VALUE
                           TO SG-PROV-CHILDREN(WS-VERIFY-PROV)
                   WHEN 35
                       MOVE WS-ENTRY-VALUE
                           TO SG-PROV-WORKERS(WS-VERIFY-PROV)
                   WHEN 36
                       MOVE WS-ENTRY-VALUE
                           TO SG-PROV-ELDERS(WS-VERIFY-PROV)
                   WHEN 41
                       MOVE WS-ENTRY-VALUE TO SG-DYNASTY-REIGNS
                   WHEN 42
               END-EVALUATE

               MOVE SG-RECORD TO WS-WORK-RECORD
               PERFORM AUDIT-FIELD-REPAIR
               DISPLAY "Field corrected. Re-running the "
                       "verification:"
               PERFORM DECODE-WORK-RECORD
           CONTINUE.

      *    One audit record per repair: the bytes between the first
      *    and the last that the repair changed, before and after.
      *    Only the save record's own length is compared; the work
      *    area past it is padding. A value retyped as it stood
      *    changes nothing and is not recorded.
           AUDIT-FIELD-REPAIR SECTION.
               MOVE 0 TO WS-DIFF-FIRST
               MOVE 0 TO WS-DIFF-LAST
               PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                       UNTIL WS-DIFF-IDX > LENGTH OF SG-RECORD
                   IF WS-WORK-RECORD(WS-DIFF-IDX:1)
                           NOT = WS-REPAIR-BEFORE(WS-DIFF-IDX:1)
                       IF WS-DIFF-FIRST = 0
                           MOVE WS-DIFF-IDX TO WS-DIFF-FIRST
                       END-IF
                       MOVE WS-DIFF-IDX TO WS-DIFF-LAST
                   END-IF
               END-PERFORM
               IF WS-DIFF-FIRST = 0
                   EXIT SECTION
               END-IF
               COMPUTE WS-DIFF-LENGTH = WS-DIFF-LAST - WS-DIFF-FIRST
                                      + 1
               IF WS-DIFF-LENGTH > 70
                   MOVE 70 TO WS-DIFF-LENGTH
               END-IF

               MOVE SPACES TO WS-AUDIT-KEY
               IF WS-FIELD-CHOICE >= 21 AND WS-FIELD-CHOICE <= 36
                   STRING "FIELD " WS-FIELD-CHOICE " PROVINCE "
                           WS-VERIFY-PROV
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
               ELSE
                   STRING "FIELD " WS-FIELD-CHOICE
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
               END-IF
               MOVE "REPAIR" TO WS-AUDIT-ACTION
               MOVE "HAMSAVBD.DAT" TO WS-AUDIT-FILE
               MOVE WS-REPAIR-BEFORE(WS-DIFF-FIRST:WS-DIFF-LENGTH)
                   TO WS-AUDIT-BEFORE
               MOVE WS-WORK-RECORD(WS-DIFF-FIRST:WS-DIFF-LENGTH)
                   TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

      *    Restores the repaired record into a chosen slot -- but
      *    only a record that verifies clean, and only after the
      *    operator confirms over whatever the slot already holds.
                   EXIT SECTION
               END-IF

      *        What the slot held before it is overwritten, for the
      *        audit record.
               MOVE "(EMPTY)" TO WS-AUDIT-BEFORE
               OPEN INPUT SAVE-GAME-FILE
               IF WS-SAVE-FILE-STATUS = "00"
                   READ SAVE-GAME-FILE
                       NOT AT END
                           PERFORM BUILD-SLOT-SUMMARY
                           MOVE WS-SLOT-SUMMARY TO WS-AUDIT-BEFORE
                   END-READ
                   CLOSE SAVE-GAME-FILE
               END-IF

               MOVE WS-WORK-RECORD TO SG-RECORD
               OPEN OUTPUT SAVE-GAME-FILE
               IF WS-SAVE-FILE-STATUS NOT = "00"
               DISPLAY "The repaired save was restored into slot "
                       WS-SLOT-IDX ". The quarantine copy in "
                       "HAMSAVBD.DAT was left as found."

               MOVE "RESTORE" TO WS-AUDIT-ACTION
               MOVE WS-SLOT-NAME TO WS-AUDIT-FILE
               MOVE SG-GOVERNOR-NAME TO WS-AUDIT-KEY
               PERFORM BUILD-SLOT-SUMMARY
               MOVE WS-SLOT-SUMMARY TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           CONTINUE.

      *    A save in SG-RECORD told in one line: whose it is and
      *    how far the reign has run.
           BUILD-SLOT-SUMMARY SECTION.
               MOVE SPACES TO WS-SLOT-SUMMARY
               IF SG-LAYOUT-TAG NOT = "LV"
                       OR SG-LAYOUT-VERSION NOT = WS-SAVE-LAYOUT-CURRENT
                   MOVE "(OLDER SAVE LAYOUT)" TO WS-SLOT-SUMMARY
                   EXIT SECTION
               END-IF
               IF SG-YEAR NOT NUMERIC OR SG-NUM-YEARS NOT NUMERIC
                   MOVE "(UNREADABLE SAVE)" TO WS-SLOT-SUMMARY
                   EXIT SECTION
               END-IF
               STRING SG-GOVERNOR-NAME " YEAR " SG-YEAR " OF "
                       SG-NUM-YEARS " PROVINCES " SG-NUM-PROVINCES
                       DELIMITED BY SIZE INTO WS-SLOT-SUMMARY
               END-STRING
           CONTINUE.

           WRITE-AUDIT-RECORD SECTION.
               CALL 'HAMAUDLG' USING WS-AUDIT-OPERATOR
                   WS-AUDIT-PROGRAM WS-AUDIT-ACTION WS-AUDIT-FILE
                   WS-AUDIT-KEY WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CONTINUE.
       END PROGRAM HAMSAVIN.
