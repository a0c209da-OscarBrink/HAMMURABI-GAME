      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Edit pass over JOURNAL.DAT ahead of a replay or a
      *            branch. READ-JOURNAL-DECISION answers a journal
      *            that runs dry or falls out of step with zero, N
      *            and A, so a damaged or hand-edited journal used to
      *            replay to a quiet, wrong ending that only the
      *            verification diff hinted at. Run as the step ahead
      *            of the replay: the journal must open with exactly
      *            one sound "ST" starting record; every later record
      *            must carry a decision code the game journals, a
      *            well-formed year, province and value, years that
      *            run 1, 2, 3 ... inside the reign, the kingdom's
      *            decisions ahead of the provinces' turns and the
      *            provinces in order within a year, and a value the
      *            prompt accepts. An answer a re-asking prompt
      *            refuses is in order when the journal asks again
      *            straight after. Every exception goes to
      *            JRNLEDIT.RPT and any one of them ends the step
      *            RC=8, so the journal is refused before the replay
      *            is started; no journal at all ends RC=12.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-15 OB The code table carries the sages' codes SG, SR
      *              and SA.
      *   2026-10-15 OB An unattended reign is journaled: the starting
      *              record's unattended mark, and the turn deck's
      *              codes TF, TP and TB.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMJEDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT EDIT-REPORT-FILE ASSIGN TO "JRNLEDIT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        Mirrors MAIN's JOURNAL-FILE record, with the decision
      *        columns redefined as characters so a stray letter can
      *        be caught instead of misread.
               FD JOURNAL-FILE.
               01 JR-RECORD.
                   05 JR-TYPE PIC X(2).
                   05 JR-DECISION-BODY.
                       10 JR-YEAR PIC 99.
                       10 JR-YEAR-X REDEFINES JR-YEAR PIC XX.
                       10 JR-PROV PIC 9.
                       10 JR-PROV-X REDEFINES JR-PROV PIC X.
                       10 JR-VALUE-SIGN PIC X.
                       10 JR-VALUE-DIGITS PIC 9(7).
                       10 JR-VALUE-X REDEFINES JR-VALUE-DIGITS
                           PIC X(7).
                       10 JR-CHAR PIC X.
                       10 FILLER PIC X(68).
                   05 JR-START-BODY REDEFINES JR-DECISION-BODY.
                       10 JR-SEED PIC 9(8).
                       10 JR-GOVERNOR PIC X(20).
                       10 JR-DIFFICULTY PIC 9.
                       10 JR-PROVINCES PIC 9.
                       10 JR-WHEAT PIC 9(7).
                       10 JR-ACRES PIC 9(7).
                       10 JR-POP PIC 9(4).
                       10 JR-YEARS PIC 99.
                       10 JR-SCENARIO PIC X(20).
                       10 JR-VICTORY-TYPE PIC 9.
                       10 JR-VICTORY-TARGET PIC 9(5).
                       10 JR-UNATTENDED PIC X.
                       10 FILLER PIC X(3).

               FD EDIT-REPORT-FILE.
               01 ER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-JOURNAL-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-START-CHECK PIC A VALUE 'N'.
                   88 WS-START-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-TURNS-CHECK PIC A VALUE 'N'.
                   88 WS-IN-PROVINCE-TURNS VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-RETRY-CHECK PIC A VALUE 'N'.
                   88 WS-RETRY-PENDING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Every code MAIN journals, with how its prompt reads
      *        the answer:
      *          kind  N  a figure, never negative
      *                S  a figure that may be negative (land sales)
      *                Y  a Y/N answer: Y, N, either case, or blank
      *                A  the yearly C/A/H/S answer
      *                F  a free character (the overflow answer)
      *          level K  a kingdom decision, asked before any
      *                   province's turn
      *                P  a province's own decision, keyed 1-8
      *          low/high the figures the prompt takes. A province,
      *                realm or policy number also takes 0, the
      *                answer that declines; the rest are held only
      *                to what the entry routine can produce.
      *          retry Y when the prompt refuses an answer outside
      *                its range and asks again.
               01 WS-CODE-VALUES.
                   05 FILLER PIC X(05) VALUE "FDNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "FVNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "PLNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "LASPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "CFYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "GRYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "LNYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "LBNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "GDNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "PTNPY".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 99.
                   05 FILLER PIC X(05) VALUE "EXNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "IMNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "CSYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "CBNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "CWYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "PRNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "FENPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "OVFPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "OTNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 8.
                   05 FILLER PIC X(05) VALUE "RPYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "QUYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "SGYPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "SRNPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "SANPN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "CAAKY".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "SPNKY".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 8.
                   05 FILLER PIC X(05) VALUE "SNNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 10.
                   05 FILLER PIC X(05) VALUE "XAYKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "XFNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 8.
                   05 FILLER PIC X(05) VALUE "XTNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 8.
                   05 FILLER PIC X(05) VALUE "XWNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "XPNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "DAYKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "DRNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 3.
                   05 FILLER PIC X(05) VALUE "DPNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "NPYKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(05) VALUE "NSNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 8.
      *            An unattended reign's year of the turn deck --
      *            food, acres sown, acres bought -- journaled once a
      *            year ahead of the provinces' turns.
                   05 FILLER PIC X(05) VALUE "TFNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "TPNKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
                   05 FILLER PIC X(05) VALUE "TBSKN".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC 9(7) VALUE 9999999.
               01 WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
                   05 WS-CODE-ENTRY OCCURS 40 TIMES.
                       10 WS-CODE-TYPE PIC X(2).
                       10 WS-CODE-KIND PIC X.
                           88 WS-KIND-FIGURE VALUE 'N'.
                           88 WS-KIND-SIGNED VALUE 'S'.
                           88 WS-KIND-YES-NO VALUE 'Y'.
                           88 WS-KIND-CONTINUE VALUE 'A'.
                           88 WS-KIND-FREE VALUE 'F'.
                       10 WS-CODE-LEVEL PIC X.
                           88 WS-LEVEL-KINGDOM VALUE 'K'.
                       10 WS-CODE-RETRY PIC X.
                           88 WS-CODE-ASKS-AGAIN VALUE 'Y'.
                       10 WS-CODE-LOW PIC 9(7).
                       10 WS-CODE-HIGH PIC 9(7).
               01 WS-CODE-COUNT PIC 99 VALUE 40.
               01 WS-CODE-IDX PIC 99.
               01 WS-FOUND-IDX PIC 99.

      *        Where the journal stands: the reign's length off the
      *        starting record, and the year and province the last
      *        decision was keyed to.
               01 WS-START-YEARS PIC 99 VALUE 0.
               01 WS-LAST-YEAR PIC 99 VALUE 0.
               01 WS-LAST-PROV PIC 9 VALUE 0.

      *        A refused answer waiting to see the prompt asked
      *        again by the very next record.
               01 WS-PENDING-RECORD-NO PIC 9(5).
               01 WS-PENDING-IMAGE PIC X(13).
               01 WS-PENDING-TYPE PIC X(2).
               01 WS-PENDING-YEAR PIC 99.
               01 WS-PENDING-PROV PIC 9.
               01 WS-PENDING-REASON PIC X(44).

               01 WS-EXC-RECORD-NO PIC 9(5).
               01 WS-EXC-IMAGE PIC X(13).
               01 WS-EXC-REASON PIC X(44).
               01 WS-HOLD-RECORD-NO PIC 9(5).

               01 WS-RECORD-COUNT PIC 9(5) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
               01 WS-FORMAT-COUNT PIC Z(4)9.
               01 WS-FORMAT-LOW PIC Z(6)9.
               01 WS-FORMAT-HIGH PIC Z(6)9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMJEDIT".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               DISPLAY "HAMJEDIT -- journal edit pass."
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               OPEN OUTPUT EDIT-REPORT-FILE
               MOVE "JOURNAL EDIT REPORT (JOURNAL.DAT)" TO ER-LINE
               WRITE ER-LINE

               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   MOVE "JOURNAL.DAT COULD NOT BE OPENED" TO ER-LINE
                   WRITE ER-LINE
                   DISPLAY "JOURNAL.DAT could not be opened "
                           "(status " WS-JOURNAL-STATUS ")."
                   CLOSE EDIT-REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               END-IF

               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   MOVE SPACES TO JR-RECORD
                   READ JOURNAL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM EDIT-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE

      *        A refused answer on the last record was never asked
      *        again; an empty journal has nothing to replay.
               PERFORM CLOSE-PENDING-RETRY
               IF WS-RECORD-COUNT = 0
                   MOVE 0 TO WS-EXC-RECORD-NO
                   MOVE SPACES TO WS-EXC-IMAGE
                   MOVE "THE JOURNAL IS EMPTY" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF

               PERFORM WRITE-EDIT-SUMMARY
               CLOSE EDIT-REPORT-FILE

               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-RECORD-COUNT TO WS-RUNLOG-READS
               MOVE WS-EXCEPTION-COUNT TO WS-RUNLOG-WRITES
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.


      *    The END record for the run log, written on every way out.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

      *    One journal record. The first must be the starting record
      *    and no later one may be; a decision is held to its code,
      *    its columns, its place in the reign and its value, in
      *    that order, and stops at the first fault found.
           EDIT-JOURNAL-RECORD SECTION.
               MOVE WS-RECORD-COUNT TO WS-EXC-RECORD-NO
               MOVE JR-RECORD(1:13) TO WS-EXC-IMAGE

               IF WS-RECORD-COUNT = 1
                   IF JR-TYPE NOT = "ST"
                       MOVE "THE JOURNAL DOES NOT OPEN WITH A START"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM EDIT-START-RECORD
                       EXIT SECTION
                   END-IF
               END-IF

               IF WS-RETRY-PENDING
                   PERFORM CLOSE-PENDING-RETRY
               END-IF

               IF JR-TYPE = "ST"
                   MOVE "A SECOND STARTING RECORD" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF

               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                           OR WS-FOUND-IDX > 0
                   IF WS-CODE-TYPE(WS-CODE-IDX) = JR-TYPE
                       MOVE WS-CODE-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   MOVE "NOT A DECISION CODE THE GAME JOURNALS"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF

               IF JR-YEAR-X NOT NUMERIC
                       OR JR-PROV-X NOT NUMERIC
                       OR JR-VALUE-X NOT NUMERIC
                       OR (JR-VALUE-SIGN NOT = "+"
                           AND JR-VALUE-SIGN NOT = "-")
                   MOVE "YEAR, PROVINCE OR VALUE IS MALFORMED"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF

               PERFORM EDIT-DECISION-ORDER
               PERFORM EDIT-DECISION-VALUE
           CONTINUE.

      *    The starting record must rebuild a reign MAIN could have
      *    begun: a seed, a governor, one to five provinces, a
      *    starting kingdom in figures and a reign of 2-20 years.
           EDIT-START-RECORD SECTION.
               IF JR-SEED NOT NUMERIC
                       OR JR-GOVERNOR = SPACES
                       OR JR-DIFFICULTY NOT NUMERIC
                       OR JR-PROVINCES NOT NUMERIC
                       OR JR-WHEAT NOT NUMERIC
                       OR JR-ACRES NOT NUMERIC
                       OR JR-POP NOT NUMERIC
                       OR JR-YEARS NOT NUMERIC
                       OR JR-VICTORY-TYPE NOT NUMERIC
                       OR JR-VICTORY-TARGET NOT NUMERIC
                       OR (JR-UNATTENDED NOT = SPACE
                           AND JR-UNATTENDED NOT = "B")
                   MOVE "THE STARTING RECORD IS MALFORMED"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF
               IF JR-PROVINCES < 1 OR JR-PROVINCES > 5
                       OR JR-YEARS < 2 OR JR-YEARS > 20
                   MOVE "THE STARTING RECORD'S PROVINCES OR YEARS"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF
               SET WS-START-OK TO TRUE
               MOVE JR-YEARS TO WS-START-YEARS
               MOVE SPACES TO ER-LINE
               STRING "REIGN OF " DELIMITED BY SIZE
                       JR-GOVERNOR DELIMITED BY "  "
                       ", " JR-PROVINCES " PROVINCE(S), "
                       JR-YEARS " YEARS" DELIMITED BY SIZE
                   INTO ER-LINE
               WRITE ER-LINE
           CONTINUE.

      *    Years run 1, 2, 3 ... without a gap and inside the reign.
      *    Within a year the kingdom's decisions -- the yearly
      *    prompt, stewards, caravans, envoys and founding -- come
      *    first, then each province's turn in province order.
           EDIT-DECISION-ORDER SECTION.
               IF JR-YEAR < 1
                       OR (WS-START-OK AND JR-YEAR > WS-START-YEARS)
                   MOVE "THE YEAR FALLS OUTSIDE THE REIGN"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-LAST-YEAR = 0 AND JR-YEAR NOT = 1
                       MOVE "THE FIRST DECISION IS NOT IN YEAR 1"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
                   IF JR-YEAR < WS-LAST-YEAR
                       MOVE "THE YEAR RUNS BACKWARDS" TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
                   IF WS-LAST-YEAR > 0 AND JR-YEAR > WS-LAST-YEAR + 1
                       MOVE "A YEAR IS MISSING BEFORE THIS ONE"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
               IF JR-YEAR NOT = WS-LAST-YEAR
                   MOVE JR-YEAR TO WS-LAST-YEAR
                   MOVE 0 TO WS-LAST-PROV
                   SET WS-IN-PROVINCE-TURNS TO FALSE
               END-IF

               IF WS-LEVEL-KINGDOM(WS-FOUND-IDX)
                   IF WS-IN-PROVINCE-TURNS
                       MOVE "A KINGDOM DECISION AFTER THE TURNS BEGAN"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
                   EXIT SECTION
               END-IF

               IF JR-PROV < 1 OR JR-PROV > 8
                   MOVE "THE PROVINCE FALLS OUTSIDE 1-8"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT SECTION
               END-IF
               IF JR-PROV < WS-LAST-PROV
                   MOVE "THE PROVINCE IS OUT OF ORDER" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
               MOVE JR-PROV TO WS-LAST-PROV
               SET WS-IN-PROVINCE-TURNS TO TRUE
           CONTINUE.

      *    The value against what the prompt accepts. A figure or
      *    an answer a re-asking prompt refuses waits on the next
      *    record to ask again.
           EDIT-DECISION-VALUE SECTION.
               EVALUATE TRUE
                   WHEN WS-KIND-SIGNED(WS-FOUND-IDX)
                       CONTINUE
                   WHEN WS-KIND-FIGURE(WS-FOUND-IDX)
                       IF JR-VALUE-SIGN = "-"
                           MOVE "A NEGATIVE FIGURE" TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION
                           EXIT SECTION
                       END-IF
                       IF JR-VALUE-DIGITS < WS-CODE-LOW(WS-FOUND-IDX)
                               OR JR-VALUE-DIGITS >
                                   WS-CODE-HIGH(WS-FOUND-IDX)
                           MOVE WS-CODE-LOW(WS-FOUND-IDX)
                               TO WS-FORMAT-LOW
                           MOVE WS-CODE-HIGH(WS-FOUND-IDX)
                               TO WS-FORMAT-HIGH
                           MOVE SPACES TO WS-EXC-REASON
                           STRING "THE FIGURE FALLS OUTSIDE "
                                   WS-FORMAT-LOW "-" WS-FORMAT-HIGH
                               DELIMITED BY SIZE INTO WS-EXC-REASON
                           IF WS-CODE-ASKS-AGAIN(WS-FOUND-IDX)
                               PERFORM OPEN-PENDING-RETRY
                           ELSE
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF JR-VALUE-DIGITS NOT = 0
                           MOVE "AN ANSWER CODE CARRYING A FIGURE"
                               TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION
                           EXIT SECTION
                       END-IF
                       IF WS-KIND-YES-NO(WS-FOUND-IDX)
                           IF JR-CHAR NOT = "Y" AND JR-CHAR NOT = "y"
                                   AND JR-CHAR NOT = "N"
                                   AND JR-CHAR NOT = "n"
                                   AND JR-CHAR NOT = SPACE
                               MOVE "THE ANSWER IS NOT Y OR N"
                                   TO WS-EXC-REASON
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
                       IF WS-KIND-CONTINUE(WS-FOUND-IDX)
                           EVALUATE JR-CHAR
                               WHEN "C"
                               WHEN "c"
                               WHEN "A"
                               WHEN "a"
                               WHEN "H"
                               WHEN "h"
                               WHEN "S"
                               WHEN "s"
                                   CONTINUE
                               WHEN OTHER
                                   MOVE "THE ANSWER IS NOT C, A, H OR S"
                                       TO WS-EXC-REASON
                                   PERFORM OPEN-PENDING-RETRY
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           CONTINUE.

           OPEN-PENDING-RETRY SECTION.
               SET WS-RETRY-PENDING TO TRUE
               MOVE WS-EXC-RECORD-NO TO WS-PENDING-RECORD-NO
               MOVE WS-EXC-IMAGE TO WS-PENDING-IMAGE
               MOVE WS-EXC-REASON TO WS-PENDING-REASON
               MOVE JR-TYPE TO WS-PENDING-TYPE
               MOVE JR-YEAR TO WS-PENDING-YEAR
               MOVE JR-PROV TO WS-PENDING-PROV
           CONTINUE.

      *    The prompt refused the pending answer and asked again, so
      *    the record now in hand must be that same question; if it
      *    is not (or the journal ended), the refused answer stands
      *    as the exception. The current record's own details are
      *    kept for its own edit.
           CLOSE-PENDING-RETRY SECTION.
               IF NOT WS-RETRY-PENDING
                   EXIT SECTION
               END-IF
               SET WS-RETRY-PENDING TO FALSE
               IF NOT WS-FILE-EOF
                       AND JR-TYPE = WS-PENDING-TYPE
                       AND JR-YEAR-X = WS-PENDING-YEAR
                       AND JR-PROV-X = WS-PENDING-PROV
                   EXIT SECTION
               END-IF
               MOVE WS-EXC-RECORD-NO TO WS-HOLD-RECORD-NO
               MOVE WS-PENDING-RECORD-NO TO WS-EXC-RECORD-NO
               MOVE WS-PENDING-IMAGE TO WS-EXC-IMAGE
               MOVE WS-PENDING-REASON TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
               MOVE WS-HOLD-RECORD-NO TO WS-EXC-RECORD-NO
               MOVE JR-RECORD(1:13) TO WS-EXC-IMAGE
           CONTINUE.

           WRITE-EXCEPTION SECTION.
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO ER-LINE
               MOVE WS-EXC-RECORD-NO TO WS-FORMAT-COUNT
               STRING "RECORD " WS-FORMAT-COUNT " "
                       WS-EXC-REASON " " WS-EXC-IMAGE
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
               DISPLAY ER-LINE
           CONTINUE.

           WRITE-EDIT-SUMMARY SECTION.
               MOVE SPACES TO ER-LINE
               MOVE WS-RECORD-COUNT TO WS-FORMAT-COUNT
               STRING "RECORDS READ:     " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
               MOVE SPACES TO ER-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               STRING "EXCEPTIONS:       " WS-FORMAT-COUNT
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
               MOVE SPACES TO ER-LINE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE "JOURNAL REFUSED -- DO NOT REPLAY OR BRANCH"
                       TO ER-LINE
               ELSE
                   MOVE "JOURNAL CLEAN -- FIT TO REPLAY" TO ER-LINE
               END-IF
               WRITE ER-LINE

               MOVE WS-EXCEPTION-COUNT TO WS-FORMAT-COUNT
               DISPLAY "HAMJEDIT complete -- " WS-FORMAT-COUNT
                       " exception(s); report in JRNLEDIT.RPT."
           CONTINUE.
       END PROGRAM HAMJEDIT.
