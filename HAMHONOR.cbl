      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-10
      * Purpose:   Honours and titles for HAMMURABI-GAME. MAIN calls
      *            here from the verdict of every real reign, once
      *            the reign's rows are flushed to the analytics
      *            master, and the reign is judged against the
      *            titles dataset TITLES.DAT -- one line per honour
      *            giving the title's code, its name, the rule it
      *            is awarded by and the figure the rule is held
      *            to. No titles dataset means the standard roll
      *            below. The rules, by code:
      *              NOSTARVE  no soul starved in any province in
      *                        any year (analytics master)
      *              NORAIDS   no wheat or acre lost to raiders
      *                        (analytics master)
      *              POPULACE  a final population of at least the
      *                        figure (analytics master)
      *              TREASURY  at least the figure in silver in the
      *                        treasury at the close (analytics
      *                        master)
      *              CANALS    a canal completed in every province
      *                        (land registry)
      *              EARLYPAY  every loan drawn cleared by its
      *                        installments, none seized, the last
      *                        of them at least the figure in years
      *                        before the reign closed (loan
      *                        register)
      *              TREATIES  every neighboring realm at a final
      *                        relation of at least the figure
      *              HARDWIN   a scenario won at a difficulty of at
      *                        least the figure
      *              SCORE     a verdict score of at least the
      *                        figure
      *            An impeached governor is honoured for nothing.
      *            Each title earned goes on the honours file
      *            HONOURS.DAT under the governor and the reign; a
      *            title the reign already holds there is not
      *            recorded twice. The titles earned come back in
      *            LS-AWARDS for the verdict to announce, each
      *            marked new when the governor has never held it
      *            before.
      *            LS-RESULT comes back 0, or 8 when the honours
      *            file could not be written -- the titles are
      *            still returned, but nothing was recorded.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB AM-RECORD grows to 143 bytes with the closing
      *              year's children, workers and elders.
      *   2026-10-15 OB AEMASTER.DAT grows to 152 bytes with each year's
      *              poll-tax rate and yield.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMHONOR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TITLES-FILE ASSIGN TO "TITLES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TITLES-FILE-STATUS.
               SELECT HONOURS-FILE ASSIGN TO "HONOURS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HONOURS-FILE-STATUS.
               SELECT ANALYTICS-MASTER-FILE ASSIGN TO "AEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   FILE STATUS IS WS-ANALYTICS-FILE-STATUS.
               SELECT LAND-REGISTRY-FILE ASSIGN TO "LANDREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LAND-FILE-STATUS.
               SELECT LOAN-REGISTER-FILE ASSIGN TO "LOANREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        One honour per line, in fixed columns.
               FD TITLES-FILE.
               01 TT-RECORD.
                   05 TT-CODE PIC X(8).
                   05 TT-NAME PIC X(30).
                   05 TT-RULE PIC X(8).
                   05 TT-FIGURE PIC 9(7).
                   05 FILLER PIC X(27).

      *        One entry per title earned, in the order awarded.
               FD HONOURS-FILE.
               01 HN-RECORD.
                   05 HN-GOVERNOR PIC X(20).
                   05 HN-REIGN-SEQ PIC 9(3).
                   05 HN-FINAL-YEAR PIC 99.
                   05 HN-TITLE-CODE PIC X(8).
                   05 HN-TITLE-NAME PIC X(30).
                   05 HN-OUTCOME PIC X(10).
                   05 HN-SCORE PIC 9(5)V99.
                   05 HN-AWARDED-DATE PIC 9(8).

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

      *        Mirrors MAIN's LAND-REGISTRY-FILE record.
               FD LAND-REGISTRY-FILE.
               01 LR-RECORD.
                   05 LR-GOVERNOR PIC X(20).
                   05 LR-YEAR PIC 99.
                   05 LR-PROVINCE PIC 9.
                   05 LR-GRADE PIC X.
                   05 LR-CAUSE PIC X(8).
                   05 LR-SIDE PIC X(2).
                   05 LR-ACRES PIC 9(7).

      *        Mirrors MAIN's LOAN-REGISTER-FILE record.
               FD LOAN-REGISTER-FILE.
               01 LN-RECORD.
                   05 LN-GOVERNOR PIC X(20).
                   05 LN-YEAR PIC 99.
                   05 LN-PROVINCE PIC 9.
                   05 LN-ENTRY PIC X(8).
                   05 LN-PRINCIPAL PIC 9(7).
                   05 LN-TERM PIC 9.
                   05 LN-YEARS-LEFT PIC 9.
                   05 LN-BALANCE-BEFORE PIC 9(7).
                   05 LN-SCHEDULED PIC 9(7).
                   05 LN-PAID PIC 9(7).
                   05 LN-WRITTEN-OFF PIC 9(7).
                   05 LN-BALANCE-AFTER PIC 9(7).
                   05 LN-GRANARY PIC 9(7).

           WORKING-STORAGE SECTION.
               01 WS-TITLES-FILE-STATUS PIC X(02).
               01 WS-HONOURS-FILE-STATUS PIC X(02).
               01 WS-ANALYTICS-FILE-STATUS PIC X(02).
               01 WS-LAND-FILE-STATUS PIC X(02).
               01 WS-LOAN-FILE-STATUS PIC X(02).
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-RULE-CHECK PIC A.
                   88 WS-RULE-MET VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-TITLES-LINE PIC 999.

      *        The standard roll, used whenever TITLES.DAT is not on
      *        disk. TITLES.DAT as shipped carries the same lines.
               01 WS-STANDARD-TITLES.
                   05 FILLER PIC X(8) VALUE "MERCIFUL".
                   05 FILLER PIC X(30) VALUE "the Merciful".
                   05 FILLER PIC X(8) VALUE "NOSTARVE".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(8) VALUE "BUILDER".
                   05 FILLER PIC X(30) VALUE "Builder of Canals".
                   05 FILLER PIC X(8) VALUE "CANALS".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(8) VALUE "HONEST".
                   05 FILLER PIC X(30) VALUE "the Honest Debtor".
                   05 FILLER PIC X(8) VALUE "EARLYPAY".
                   05 FILLER PIC 9(7) VALUE 1.
                   05 FILLER PIC X(8) VALUE "PEACEMKR".
                   05 FILLER PIC X(30)
                       VALUE "Peacemaker of the Realms".
                   05 FILLER PIC X(8) VALUE "TREATIES".
                   05 FILLER PIC 9(7) VALUE 70.
                   05 FILLER PIC X(8) VALUE "HARDWON".
                   05 FILLER PIC X(30)
                       VALUE "Victor of the Hard Road".
                   05 FILLER PIC X(8) VALUE "HARDWIN".
                   05 FILLER PIC 9(7) VALUE 3.
                   05 FILLER PIC X(8) VALUE "SHIELD".
                   05 FILLER PIC X(30) VALUE "Shield of the Frontier".
                   05 FILLER PIC X(8) VALUE "NORAIDS".
                   05 FILLER PIC 9(7) VALUE 0.
                   05 FILLER PIC X(8) VALUE "MULTITUD".
                   05 FILLER PIC X(30) VALUE "Father of Multitudes".
                   05 FILLER PIC X(8) VALUE "POPULACE".
                   05 FILLER PIC 9(7) VALUE 2000.
                   05 FILLER PIC X(8) VALUE "TREASURR".
                   05 FILLER PIC X(30) VALUE "Keeper of the Treasury".
                   05 FILLER PIC X(8) VALUE "TREASURY".
                   05 FILLER PIC 9(7) VALUE 5000.
                   05 FILLER PIC X(8) VALUE "WISE".
                   05 FILLER PIC X(30) VALUE "the Wise".
                   05 FILLER PIC X(8) VALUE "SCORE".
                   05 FILLER PIC 9(7) VALUE 10.
               01 WS-STANDARD-TABLE REDEFINES WS-STANDARD-TITLES.
                   05 WS-STANDARD-TITLE OCCURS 9 TIMES.
                       10 WS-STD-CODE PIC X(8).
                       10 WS-STD-NAME PIC X(30).
                       10 WS-STD-RULE PIC X(8).
                       10 WS-STD-FIGURE PIC 9(7).

      *        The titles in force, with what the honours file
      *        already says of each for this governor.
               01 WS-TITLE-COUNT PIC 99 VALUE 0.
               01 WS-TITLE-IDX PIC 99.
               01 WS-TITLE-TABLE.
                   05 WS-TITLE OCCURS 20 TIMES.
                       10 WS-TITLE-CODE PIC X(8).
                       10 WS-TITLE-NAME PIC X(30).
                       10 WS-TITLE-RULE PIC X(8).
                       10 WS-TITLE-FIGURE PIC 9(7).
                       10 WS-TITLE-HELD PIC A.
                       10 WS-TITLE-THIS-REIGN PIC A.

      *        The reign as the analytics master has it: every row
      *        under the governor and the reign sequence. The final
      *        population is the last year's rows summed.
               01 WS-MF-ROWS PIC 9(4).
               01 WS-MF-STARVED PIC 9(9).
               01 WS-MF-RAID-LOSS PIC 9(9).
               01 WS-MF-LAST-YEAR PIC 99.
               01 WS-MF-FINAL-POP PIC 9(6).
               01 WS-MF-TREASURE PIC 9(7).

      *        The canal works finished, province by province.
               01 WS-CANAL-TABLE.
                   05 WS-CANAL-DONE PIC A OCCURS 9 TIMES.
               01 WS-CANAL-PROV PIC 9.

      *        The reign's loans: drawn, seized, and cleared by the
      *        last installment.
               01 WS-LOANS-DRAWN PIC 99.
               01 WS-LOANS-SEIZED PIC 99.
               01 WS-LOANS-CLEARED PIC 99.
               01 WS-LAST-CLEARED-YEAR PIC 99.
               01 WS-YEARS-SPARE PIC S99.

               01 WS-AWARDED-DATE PIC 9(8).

           LINKAGE SECTION.
               01 LS-GOVERNOR PIC X(20).
               01 LS-REIGN-SEQ PIC 9(3).
               01 LS-REIGN-FACTS.
                   05 LS-FINAL-YEAR PIC 99.
                   05 LS-OUTCOME PIC X(10).
                   05 LS-SCORE PIC 9(5)V99.
                   05 LS-DIFFICULTY PIC 9.
                   05 LS-PROVINCES PIC 9.
                   05 LS-SCENARIO-WON PIC A.
                   05 LS-REALM-COUNT PIC 9.
                   05 LS-LEAST-RELATION PIC 99.
               01 LS-AWARDS.
                   05 LS-AWARD-COUNT PIC 99.
                   05 LS-AWARD OCCURS 20 TIMES.
                       10 LS-AWARD-CODE PIC X(8).
                       10 LS-AWARD-NAME PIC X(30).
                       10 LS-AWARD-NEW PIC A.
               01 LS-RESULT PIC 99.

       PROCEDURE DIVISION
           USING LS-GOVERNOR LS-REIGN-SEQ LS-REIGN-FACTS LS-AWARDS
               LS-RESULT.
           MAIN-PROCEDURE.
               MOVE 0 TO LS-RESULT
               MOVE 0 TO LS-AWARD-COUNT
               IF LS-OUTCOME = "IMPEACHED "
                   EXIT PROGRAM
               END-IF

               PERFORM LOAD-TITLES
               PERFORM READ-REIGN-MASTER
               PERFORM READ-CANAL-DEEDS
               PERFORM READ-REIGN-LOANS
               PERFORM READ-HONOURS-ROLL
               PERFORM JUDGE-TITLES
               IF LS-AWARD-COUNT > 0
                   PERFORM RECORD-HONOURS
               END-IF
               EXIT PROGRAM.

      *    Takes the titles in force from TITLES.DAT, or the
      *    standard roll when there is none. A line with a rule
      *    not known here or a figure that is not a number is
      *    named and passed over; the rest of the roll stands.
           LOAD-TITLES SECTION.
               MOVE 0 TO WS-TITLE-COUNT
               MOVE 0 TO WS-TITLES-LINE
               OPEN INPUT TITLES-FILE
               IF WS-TITLES-FILE-STATUS NOT = "00"
                   PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                           UNTIL WS-TITLE-IDX > 9
                       ADD 1 TO WS-TITLE-COUNT
                       MOVE WS-STD-CODE(WS-TITLE-IDX)
                           TO WS-TITLE-CODE(WS-TITLE-COUNT)
                       MOVE WS-STD-NAME(WS-TITLE-IDX)
                           TO WS-TITLE-NAME(WS-TITLE-COUNT)
                       MOVE WS-STD-RULE(WS-TITLE-IDX)
                           TO WS-TITLE-RULE(WS-TITLE-COUNT)
                       MOVE WS-STD-FIGURE(WS-TITLE-IDX)
                           TO WS-TITLE-FIGURE(WS-TITLE-COUNT)
                   END-PERFORM
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ TITLES-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TITLES-LINE
                           PERFORM TAKE-TITLE-LINE
                   END-READ
               END-PERFORM
               CLOSE TITLES-FILE
           CONTINUE.

           TAKE-TITLE-LINE SECTION.
               IF TT-RECORD = SPACES OR TT-CODE(1:1) = "*"
                   EXIT SECTION
               END-IF
               IF TT-FIGURE NOT NUMERIC
                       OR TT-CODE = SPACES
                       OR (TT-RULE NOT = "NOSTARVE"
                           AND TT-RULE NOT = "NORAIDS"
                           AND TT-RULE NOT = "POPULACE"
                           AND TT-RULE NOT = "TREASURY"
                           AND TT-RULE NOT = "CANALS"
                           AND TT-RULE NOT = "EARLYPAY"
                           AND TT-RULE NOT = "TREATIES"
                           AND TT-RULE NOT = "HARDWIN"
                           AND TT-RULE NOT = "SCORE")
                   DISPLAY "TITLES.DAT line " WS-TITLES-LINE
                           " is not understood and is passed over."
                   EXIT SECTION
               END-IF
               IF WS-TITLE-COUNT >= 20
                   DISPLAY "TITLES.DAT holds more than 20 titles -- "
                           "line " WS-TITLES-LINE " is passed over."
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TITLE-COUNT
               MOVE TT-CODE TO WS-TITLE-CODE(WS-TITLE-COUNT)
               MOVE TT-NAME TO WS-TITLE-NAME(WS-TITLE-COUNT)
               MOVE TT-RULE TO WS-TITLE-RULE(WS-TITLE-COUNT)
               MOVE TT-FIGURE TO WS-TITLE-FIGURE(WS-TITLE-COUNT)
           CONTINUE.

      *    Sums the reign's own rows off the analytics master. A
      *    master that will not open leaves no rows, and every
      *    title judged from the master goes unearned.
           READ-REIGN-MASTER SECTION.
               MOVE 0 TO WS-MF-ROWS
               MOVE 0 TO WS-MF-STARVED
               MOVE 0 TO WS-MF-RAID-LOSS
               MOVE 0 TO WS-MF-LAST-YEAR
               MOVE 0 TO WS-MF-FINAL-POP
               MOVE 0 TO WS-MF-TREASURE
               OPEN INPUT ANALYTICS-MASTER-FILE
               IF WS-ANALYTICS-FILE-STATUS NOT = "00"
                   DISPLAY "AEMASTER.DAT could not be opened (status "
                           WS-ANALYTICS-FILE-STATUS
                           ") -- the master's honours go unjudged."
                   EXIT SECTION
               END-IF
               MOVE LS-GOVERNOR TO AM-GOVERNOR-NAME
               MOVE LS-REIGN-SEQ TO AM-REIGN-SEQ
               MOVE 0 TO AM-YEAR
               MOVE 0 TO AM-PROVINCE
               SET WS-FILE-EOF TO FALSE
               START ANALYTICS-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       SET WS-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FILE-EOF
                   READ ANALYTICS-MASTER-FILE NEXT
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-GOVERNOR-NAME NOT = LS-GOVERNOR
                                   OR AM-REIGN-SEQ NOT = LS-REIGN-SEQ
                               SET WS-FILE-EOF TO TRUE
                           ELSE
                               PERFORM TAKE-MASTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANALYTICS-MASTER-FILE
           CONTINUE.

      *    Rows come in year then province order, so a new year
      *    starts the final population over.
           TAKE-MASTER-ROW SECTION.
               ADD 1 TO WS-MF-ROWS
               ADD AM-STARVED-COUNT TO WS-MF-STARVED
               ADD AM-RAID-WHEAT-LOSS TO WS-MF-RAID-LOSS
               ADD AM-RAID-ACRES-LOSS TO WS-MF-RAID-LOSS
               IF AM-YEAR NOT = WS-MF-LAST-YEAR
                   MOVE AM-YEAR TO WS-MF-LAST-YEAR
                   MOVE 0 TO WS-MF-FINAL-POP
               END-IF
               ADD AM-POPULATION TO WS-MF-FINAL-POP
               MOVE AM-TREASURE TO WS-MF-TREASURE
           CONTINUE.

      *    A canal is finished when its tract is credited to the
      *    fertile pool under the CANAL cause.
           READ-CANAL-DEEDS SECTION.
               MOVE ALL 'N' TO WS-CANAL-TABLE
               OPEN INPUT LAND-REGISTRY-FILE
               IF WS-LAND-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ LAND-REGISTRY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF LR-GOVERNOR = LS-GOVERNOR
                                   AND LR-CAUSE = "CANAL"
                                   AND LR-GRADE = 'F'
                                   AND LR-SIDE = "CR"
                                   AND LR-PROVINCE > 0
                               MOVE 'Y'
                                   TO WS-CANAL-DONE(LR-PROVINCE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAND-REGISTRY-FILE
           CONTINUE.

      *    The installments pay a loan down to nothing on the
      *    year its term runs out, so a loan is cleared by the
      *    payment that leaves no balance.
           READ-REIGN-LOANS SECTION.
               MOVE 0 TO WS-LOANS-DRAWN
               MOVE 0 TO WS-LOANS-SEIZED
               MOVE 0 TO WS-LOANS-CLEARED
               MOVE 0 TO WS-LAST-CLEARED-YEAR
               OPEN INPUT LOAN-REGISTER-FILE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ LOAN-REGISTER-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF LN-GOVERNOR = LS-GOVERNOR
                               PERFORM TAKE-LOAN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-REGISTER-FILE
           CONTINUE.

           TAKE-LOAN-ENTRY SECTION.
               EVALUATE LN-ENTRY
                   WHEN "DRAWDOWN"
                       ADD 1 TO WS-LOANS-DRAWN
                   WHEN "SEIZURE"
                       ADD 1 TO WS-LOANS-SEIZED
                   WHEN "PAYMENT"
                       IF LN-BALANCE-AFTER = 0
                           ADD 1 TO WS-LOANS-CLEARED
                           IF LN-YEAR > WS-LAST-CLEARED-YEAR
                               MOVE LN-YEAR TO WS-LAST-CLEARED-YEAR
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           CONTINUE.

      *    What the honours file already says of this governor:
      *    a title held in any reign is not new, and a title this
      *    very reign holds is not recorded again.
           READ-HONOURS-ROLL SECTION.
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                   MOVE 'N' TO WS-TITLE-HELD(WS-TITLE-IDX)
                   MOVE 'N' TO WS-TITLE-THIS-REIGN(WS-TITLE-IDX)
               END-PERFORM
               OPEN INPUT HONOURS-FILE
               IF WS-HONOURS-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ HONOURS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF HN-GOVERNOR = LS-GOVERNOR
                               PERFORM TAKE-HONOUR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HONOURS-FILE
           CONTINUE.

           TAKE-HONOUR-ENTRY SECTION.
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                   IF HN-TITLE-CODE = WS-TITLE-CODE(WS-TITLE-IDX)
                       MOVE 'Y' TO WS-TITLE-HELD(WS-TITLE-IDX)
                       IF HN-REIGN-SEQ = LS-REIGN-SEQ
                           MOVE 'Y'
                               TO WS-TITLE-THIS-REIGN(WS-TITLE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

           JUDGE-TITLES SECTION.
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                   IF WS-TITLE-THIS-REIGN(WS-TITLE-IDX) = 'N'
                       PERFORM JUDGE-ONE-TITLE
                       IF WS-RULE-MET
                           ADD 1 TO LS-AWARD-COUNT
                           MOVE WS-TITLE-CODE(WS-TITLE-IDX)
                               TO LS-AWARD-CODE(LS-AWARD-COUNT)
                           MOVE WS-TITLE-NAME(WS-TITLE-IDX)
                               TO LS-AWARD-NAME(LS-AWARD-COUNT)
                           IF WS-TITLE-HELD(WS-TITLE-IDX) = 'Y'
                               MOVE 'N'
                                   TO LS-AWARD-NEW(LS-AWARD-COUNT)
                           ELSE
                               MOVE 'Y'
                                   TO LS-AWARD-NEW(LS-AWARD-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Holds the reign to one title's rule (WS-TITLE-IDX).
           JUDGE-ONE-TITLE SECTION.
               SET WS-RULE-MET TO FALSE
               EVALUATE WS-TITLE-RULE(WS-TITLE-IDX)
                   WHEN "NOSTARVE"
                       IF WS-MF-ROWS > 0 AND WS-MF-STARVED = 0
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "NORAIDS"
                       IF WS-MF-ROWS > 0 AND WS-MF-RAID-LOSS = 0
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "POPULACE"
                       IF WS-MF-ROWS > 0
                               AND WS-MF-FINAL-POP >=
                                   WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "TREASURY"
                       IF WS-MF-ROWS > 0
                               AND WS-MF-TREASURE >=
                                   WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "CANALS"
                       SET WS-RULE-MET TO TRUE
                       PERFORM VARYING WS-CANAL-PROV FROM 1 BY 1
                               UNTIL WS-CANAL-PROV > LS-PROVINCES
                           IF WS-CANAL-DONE(WS-CANAL-PROV) NOT = 'Y'
                               SET WS-RULE-MET TO FALSE
                           END-IF
                       END-PERFORM
                       IF LS-PROVINCES = 0
                           SET WS-RULE-MET TO FALSE
                       END-IF
                   WHEN "EARLYPAY"
                       COMPUTE WS-YEARS-SPARE =
                               LS-FINAL-YEAR - WS-LAST-CLEARED-YEAR
                       IF WS-LOANS-DRAWN > 0
                               AND WS-LOANS-SEIZED = 0
                               AND WS-LOANS-CLEARED = WS-LOANS-DRAWN
                               AND WS-YEARS-SPARE >=
                                   WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "TREATIES"
                       IF LS-REALM-COUNT > 0
                               AND LS-LEAST-RELATION >=
                                   WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "HARDWIN"
                       IF LS-SCENARIO-WON = 'Y'
                               AND LS-DIFFICULTY >=
                                   WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN "SCORE"
                       IF LS-SCORE >= WS-TITLE-FIGURE(WS-TITLE-IDX)
                           SET WS-RULE-MET TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           CONTINUE.

      *    Appends the reign's titles to the honours file, which
      *    is started the first time anyone earns one.
           RECORD-HONOURS SECTION.
               OPEN EXTEND HONOURS-FILE
               IF WS-HONOURS-FILE-STATUS = "35"
                   OPEN OUTPUT HONOURS-FILE
               END-IF
               IF WS-HONOURS-FILE-STATUS NOT = "00"
                   DISPLAY "HONOURS.DAT could not be opened (status "
                           WS-HONOURS-FILE-STATUS
                           ") -- the reign's honours are NOT on "
                           "the roll."
                   MOVE 8 TO LS-RESULT
                   EXIT SECTION
               END-IF
               ACCEPT WS-AWARDED-DATE FROM DATE YYYYMMDD
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > LS-AWARD-COUNT
                   MOVE LS-GOVERNOR TO HN-GOVERNOR
                   MOVE LS-REIGN-SEQ TO HN-REIGN-SEQ
                   MOVE LS-FINAL-YEAR TO HN-FINAL-YEAR
                   MOVE LS-AWARD-CODE(WS-TITLE-IDX) TO HN-TITLE-CODE
                   MOVE LS-AWARD-NAME(WS-TITLE-IDX) TO HN-TITLE-NAME
                   MOVE LS-OUTCOME TO HN-OUTCOME
                   MOVE LS-SCORE TO HN-SCORE
                   MOVE WS-AWARDED-DATE TO HN-AWARDED-DATE
                   WRITE HN-RECORD
               END-PERFORM
               CLOSE HONOURS-FILE
           CONTINUE.
       END PROGRAM HAMHONOR.
