      * Date:      2018-02-11
      * Purpose:   Main program for HAMMURABI-GAME.
      * Tectonics: cobc
      * Mod-log:
      *   2026-09-08 OB Silver ledger SLVLEDGR.DAT: every treasury
      *              movement is posted, each year is bracketed by
      *              its opening and closing balances, and the year
      *              end proves opening + receipts - payments
      *              against WS-TREASURE the way END-YEAR proves the
      *              granary.
      *   2026-09-10 OB Land registry LANDREG.DAT: one deed per
      *              acreage movement by grade pool and cause, each
      *              province-year bracketed by its opening and
      *              closing pools and proved at year end.
      *   2026-09-14 OB Census register CENSUS.DAT: every movement
      *              of people entered by province and cause, each
      *              province-year proved opening + arrivals -
      *              losses against the closing head count.
      *   2026-09-16 OB Reign archive: a concluded reign's history,
      *              ledgers, registers, journal and reign report
      *              are filed by HAMARCH under governor and reign
      *              sequence before the next New Game can start
      *              them over, and Replay can take its journal
      *              from any archived reign.
      *   2026-09-21 OB Governor registry GOVREG.DAT: the name at
      *              the prompt or in SETPARM.DAT is looked up
      *              through HAMGOVRG and played as registered; an
      *              unregistered name is offered for registration
      *              at the console and refused from the deck, and
      *              a retired one is refused with its survivor.
      *   2026-09-30 OB Event log EVENTLOG.DAT: every roll of an
      *              EVENTS.DAT line, and every firing with the
      *              magnitude rolled and the amount applied, is
      *              logged under its line number for HAMEVCAL's
      *              calibration report. The log is shop-wide and
      *              runs on across reigns; a replay adds nothing.
      *   2026-10-02 OB Diplomacy history DIPLOHST.DAT: one record
      *              per realm per year -- the relation before and
      *              after, the year's change taken apart into
      *              treaty, trade, guard and drift, the treaty
      *              bushels sent, the grain the caravans carried,
      *              whether the roads were open, and the raid
      *              adjustment in force -- for HAMDIPLO's
      *              foreign-relations report. The packed DIPLO note
      *              on the province-zero YEARHIST record stays.
      *   2026-10-05 OB Loan register LOANREG.DAT: every drawdown of
      *              an imperial grain loan with its principal and
      *              the term in force, every installment with what
      *              was due and what was taken, and any seizure
      *              with the granary stripped and the debt struck,
      *              by province, for HAMLOANS' loan statement.
      *   2026-10-07 OB Contract register CTRREG.DAT: every forward
      *              export contract signed, with its terms and the
      *              spot quote it was signed against, and each
      *              year's delivery or breach with the silver
      *              received, the damages paid and the spot quote
      *              of the day, for HAMCTRST's settlement statement.
      *   2026-10-08 OB Save records now carry a layout stamp ("LV"
      *              and the layout version) at the front of
      *              SG-RECORD. Resume refuses an unstamped or
      *              older-layout slot by name and quarantines it
      *              for HAMSAVUP to carry forward; the slot list
      *              marks such slots instead of showing garbage.
      *   2026-10-10 OB Honours: the verdict of a real reign calls
      *              HAMHONOR to judge the reign against the titles
      *              dataset TITLES.DAT, announces each title earned
      *              and prints it on the reign report. HAMHONOR
      *              records the titles on HONOURS.DAT.
      *   2026-10-11 OB Year-end alerts: END-OF-YEAR-HOUSEKEEPING
      *              holds the kingdom to the thresholds in
      *              ALERTS.DAT and logs every breach, with its
      *              severity, to ALERTLOG.DAT. A critical breach
      *              marked STOP ends an unattended reign with
      *              condition code 16.
      *   2026-10-12 OB Certified scores: each leaderboard entry now
      *              carries its reign sequence, and menu option 7
      *              replays every untried entry's archived journal
      *              unattended, marking it certified only when the
      *              replay reaches the same population, years and
      *              score. The board can be shown certified-only.
      *   2026-10-13 OB Age cohorts: each province's people are
      *              carried as children, working adults and elders,
      *              aged forward at END-YEAR. Only workers count to
      *              the labor cap, children eat half rations, and
      *              famine and plague fall hardest on the young and
      *              the old. Save layout 4, YEARHIST and AEMASTER
      *              carry the three counts.
      *   2026-10-14 OB Stewards: at the yearly prompt the governor may
      *              seat a steward over a province under a POLICY.DAT
      *              policy, or recall one. The steward answers that
      *              province's prompts by the policy's rules, journaled
      *              like typed decisions. The status board and the
      *              kingdom overview show the stewarded provinces. Save
      *              layout 5 carries each province's steward.
      *   2026-10-15 OB Poll tax: each province is asked a yearly tax in
      *              silver a head (code PT), gathered into the treasury
      *              under the silver ledger's POLLTAX code. A rate past
      *              the RULES.DAT tolerance raises unrest and turns
      *              settlers away. The status board, YEARHIST (157
      *              bytes) and AEMASTER (152 bytes) carry the rate and
      *              yield; save layout 6 carries them and the
      *              tolerance.
      *   2026-10-15 OB LEADERBD.DAT grows to 77 bytes with the reign's
      *              difficulty band and the date of its verdict, for
      *              the gradebook interface.
      *   2026-10-15 OB The sages' counsel: before the feeding and
      *              sowing prompts the governor may pay silver, or
      *              bushels when the treasury is bare, to have a
      *              proposed feeding and sowing played forward three
      *              years through the turn's own subprograms, and is
      *              shown the spread of population and granary and the
      *              odds of impeachment. Journaled as SG, SR and SA.
      *   2026-10-15 OB The run log's END record no longer loses the
      *              program's condition code: it is put back once
      *              HAMRUNLG returns.
      *   2026-10-15 OB The sages' offer draws one seed before the
      *              answer and restarts the random stream from it on
      *              every way out, so the turn's luck is the same
      *              whether they sit or not.
      *   2026-10-15 OB Certification accepts a journal opened under a
      *              name the registry shows merged into the entry's
      *              governor.
      *   2026-10-15 OB The yearly ageing of the cohorts posts its
      *              births and deaths of old age to the census, CR
      *              BIRTHS and DR OLDAGE for each province.
      *   2026-10-15 OB Certification replays into scratch .CRT copies
      *              of the history and the registers, deleted when
      *              the run is done, and files each verdict back to
      *              LEADERBD.DAT by governor and reign rather than by
      *              position.
      *   2026-10-15 OB Unattended and tournament reigns are journaled:
      *              the turn deck's year figures go down as TF, TP and
      *              TB records under a start record marked unattended,
      *              a replay plays such a reign back from its own
      *              journal with its alerts held again, and branching
      *              from one is refused.
      *   2026-10-15 OB The sages' projection carries the three age
      *              cohorts through each trial: the later years sow
      *              only as far as the projected workers can tend, and
      *              every year's feeding counts a child at half a
      *              ration.
      *   2026-10-15 OB A replay that stops where a turn deck ran out or
      *              a STOP alert ended the reign leaves the condition
      *              code as the live reign set it.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MAIN.
               SELECT SAVE-GAME-FILE ASSIGN TO DYNAMIC WS-SAVE-SLOT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SAVE-FILE-STATUS.
      *        The history and the journal are named in storage:
      *        a replay of an archived reign reads its journal, and
      *        verifies against its history, out of the archive set.
      *        The history and the reign's registers below are also
      *        pointed at scratch .CRT names while the leaderboard
      *        is certified, so no replay touches the live files.
               SELECT YEAR-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-HISTORY-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
               SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
               SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVENTS-FILE-STATUS.
               SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVENT-LOG-STATUS.
               SELECT SCENARIO-FILE ASSIGN TO "SCENARIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCENARIO-FILE-STATUS.
               SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.
      *        The branch journal a replay-with-branch builds up:
               SELECT BRANCH-JOURNAL-FILE ASSIGN TO "JOURNALB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRANCH-JOURNAL-STATUS.
               SELECT LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-LEDGER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-FILE-STATUS.
      *        The treasury's own ledger: every piece of silver in
      *        or out, kept apart from the wheat ledger because the
      *        treasury is the kingdom's, not a province's.
               SELECT SILVER-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-SILVER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SILVER-FILE-STATUS.
      *        The land registry: one deed per acreage movement,
      *        by grade, so a province's fertile and marginal pools
      *        can be traced acre by acre.
               SELECT LAND-REGISTRY-FILE
                   ASSIGN TO DYNAMIC WS-LAND-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LAND-FILE-STATUS.
      *        The census register: one entry per movement of
      *        people, by cause, so a province's head count can be
      *        traced from year to year.
               SELECT CENSUS-FILE
                   ASSIGN TO DYNAMIC WS-CENSUS-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CENSUS-FILE-STATUS.
      *        The diplomacy history: each realm's standing year by
      *        year and what moved it.
               SELECT DIPLOMACY-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-DIPLO-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIPLO-FILE-STATUS.
      *        The loan register: every drawdown, installment and
      *        seizure of an imperial grain loan.
               SELECT LOAN-REGISTER-FILE
                   ASSIGN TO DYNAMIC WS-LOAN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-FILE-STATUS.
      *        The contract register: every forward export contract
      *        signed and every year's settlement of it.
               SELECT CONTRACT-REGISTER-FILE
                   ASSIGN TO DYNAMIC WS-CTR-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTR-FILE-STATUS.
      *        The replay-verification exceptions report: one line
      *        per figure a replayed year produced differently from
      *        the original reign's history.
               SELECT RULES-FILE ASSIGN TO "RULES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RULES-FILE-STATUS.
      *        The operator's alert thresholds, checked at every
      *        year end, and the standing log each breach is
      *        written to. No threshold dataset, no alerts.
               SELECT ALERT-DEF-FILE ASSIGN TO "ALERTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-DEF-STATUS.
               SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-LOG-STATUS.
      *        The Monte-Carlo policy deck, read for the stewards a
      *        governor may appoint to run a province.
               SELECT POLICY-FILE ASSIGN TO "POLICY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POLICY-FILE-STATUS.
               SELECT REIGN-REPORT-FILE ASSIGN TO "REIGNRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
           FILE SECTION.
               FD SAVE-GAME-FILE.
               01 SG-RECORD.
      *            The layout stamp: "LV" and the layout version the
      *            record was written under. Every growth of this
      *            record raises WS-SAVE-LAYOUT-CURRENT, and HAMSAVUP
      *            learns the outgoing layout so old slots are
      *            carried forward rather than lost. Saves from
      *            before the stamp begin with the year's digits.
                   05 SG-LAYOUT-STAMP.
                       10 SG-LAYOUT-TAG PIC XX.
                       10 SG-LAYOUT-VERSION PIC 99.
                   05 SG-YEAR PIC 9(2).
                   05 SG-NUM-YEARS PIC 9(2).
                   05 SG-PRICE PIC 99.
                   05 SG-VICTORY-TARGET PIC 9(5).
                   05 SG-AM-REIGN-SEQ PIC 9(3).
      *            The rule set the reign started under. (A save
      *            written under an earlier layout is refused by
      *            the layout stamp and quarantined; HAMSAVUP
      *            rereads it under its own layout and carries it
      *            forward.)
                   05 SG-RULE-FEED PIC 9(3).
                   05 SG-RULE-SEED-DIV PIC 9.
                   05 SG-RULE-GRANARY-COST PIC 9(5).
                   05 SG-RULE-TRIB-POP-DIV PIC 9(3).
                   05 SG-RULE-PRICE-BASE PIC 99.
                   05 SG-RULE-PRICE-SPAN PIC 99.
                   05 SG-RULE-POLL-TAX-TOL PIC 99.
                   05 SG-LAND-NET-TRADED PIC S9(7)
                       SIGN LEADING SEPARATE.
      *            The neighboring realms' standing travels with
                       10 SG-PROV-CTR-PRICE PIC 99.
                       10 SG-PROV-CTR-AMOUNT PIC 9(5).
                       10 SG-PROV-CTR-YEARS PIC 9.
                       10 SG-PROV-CHILDREN PIC 9(4).
                       10 SG-PROV-WORKERS PIC 9(4).
                       10 SG-PROV-ELDERS PIC 9(4).
                       10 SG-PROV-STEWARD PIC X(16).
                       10 SG-PROV-POLL-TAX-RATE PIC 99.
                       10 SG-PROV-POLL-TAX-YIELD PIC 9(7).

               FD YEAR-HISTORY-FILE.
               01 YH-RECORD.
      *            The province's unrest standing as the year
      *            closed; zero on the kingdom-level records.
                   05 YH-UNREST PIC 99.
      *            The people by age as the year closed; zero on the
      *            kingdom-level records and on years recorded
      *            before the cohorts were kept.
                   05 YH-CHILDREN PIC 9(4).
                   05 YH-WORKERS PIC 9(4).
                   05 YH-ELDERS PIC 9(4).
      *            The poll tax levied a head and the silver it
      *            raised; zero on the kingdom-level records and on
      *            years recorded before the tax was kept.
                   05 YH-POLL-TAX-RATE PIC 99.
                   05 YH-POLL-TAX-YIELD PIC 9(7).

               FD LEADERBOARD-FILE.
               01 LB-RECORD.
      *            for a scenario reign, so scores group by
      *            scenario.
                   05 LB-SCENARIO PIC X(20).
      *            The reign's analytics sequence, which with the
      *            governor finds the archived journal that played
      *            it; zero on entries from before the link.
                   05 LB-REIGN-SEQ PIC 9(3).
      *            Set by the certification pass: C when a replay of
      *            that journal reproduced the entry, U when it
      *            could not, and space until it has been tried.
                   05 LB-CERTIFIED PIC X.
      *            The difficulty band the reign was played at (1-3)
      *            and the date its verdict was given; zero on
      *            entries from before they were kept.
                   05 LB-DIFFICULTY PIC 9.
                   05 LB-COMPLETED-DATE PIC 9(8).

      *        One row per province per year, across every reign ever
      *        played, carrying the full per-province economy this
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
      *            The people by age as the year closed; zero on rows
      *            recorded before the cohorts were kept.
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
      *            The poll tax levied a head and the silver it
      *            raised; zero on rows recorded before the tax was
      *            kept.
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

               FD TURN-INPUT-FILE.
               01 TI-RECORD.
                   05 EV-MAX-PCT PIC 99.
                   05 EV-TEXT PIC X(60).

      *        One RL record for every roll of an event line in a
      *        province-year, and one EV record for every firing,
      *        each carrying the line's number in EVENTS.DAT and
      *        its settings as rolled -- so HAMEVCAL can tell rolls
      *        made under today's settings from rolls made before
      *        an instructor retuned the line. On an EV record the
      *        magnitude rolled, the province's holding of the
      *        resource before it struck, and the amount applied.
               FD EVENT-LOG-FILE.
               01 EL-RECORD.
                   05 EL-TYPE PIC X(2).
                   05 EL-GOVERNOR PIC X(20).
                   05 EL-REIGN-SEQ PIC 9(3).
                   05 EL-YEAR PIC 99.
                   05 EL-PROVINCE PIC 9.
                   05 EL-LINE PIC 99.
                   05 EL-RESOURCE PIC X.
                   05 EL-DIRECTION PIC X.
                   05 EL-CHANCE-PCT PIC 99.
                   05 EL-MIN-PCT PIC 99.
                   05 EL-MAX-PCT PIC 99.
                   05 EL-ROLLED-PCT PIC 99.
                   05 EL-BASE PIC 9(7).
                   05 EL-AMOUNT PIC 9(7).

      *        One catalog scenario per line: the set starting state
      *        applied to every province, the difficulty preset and
      *        reign length, and the victory condition the verdict
                       10 JR-SCENARIO PIC X(20).
                       10 JR-VICTORY-TYPE PIC 9.
                       10 JR-VICTORY-TARGET PIC 9(5).
      *                B for a reign played from the turn deck: its
      *                replay follows the unattended path, taking the
      *                deck's figures back off the journal.
                       10 JR-UNATTENDED PIC X.
                       10 FILLER PIC X(3).

      *        Same layout as JR-RECORD; the records are copied over
      *        byte for byte.
                   05 LG-SIDE PIC X(2).
                   05 LG-AMOUNT PIC 9(7).

      *        One posting per silver movement -- export and
      *        contract receipts, damages, grain bought abroad,
      *        tribute relief, overflow sales, and foundings --
      *        bracketed each year by an OPENING record (side BF,
      *        brought forward) and a CLOSING record (side CF,
      *        carried forward) holding the treasury itself, so the
      *        file proves on its own without the game's state.
      *        The province is the one whose turn moved the silver,
      *        or zero for a movement of the kingdom as a whole.
               FD SILVER-LEDGER-FILE.
               01 SL-RECORD.
                   05 SL-GOVERNOR PIC X(20).
                   05 SL-YEAR PIC 99.
                   05 SL-PROVINCE PIC 9.
                   05 SL-CODE PIC X(8).
                   05 SL-SIDE PIC X(2).
                   05 SL-AMOUNT PIC 9(7).

      *        One deed per acreage movement -- land bought and
      *        sold, raids, seizures by the assessor, EVENTS.DAT
      *        floods and decrees, canal conversions, and new
      *        provinces founded -- tagged with the grade pool it
      *        moved (F fertile, M marginal) and its cause. Each
      *        province-year's pools are bracketed by OPENING (side
      *        BF) and CLOSING (side CF) deeds carrying the pool
      *        itself, the same way the silver ledger brackets the
      *        treasury. Side CR is acres in, DR acres out. An
      *        EVENTS.DAT movement is caused EVENTnn, nn being the
      *        event's line in the file.
               FD LAND-REGISTRY-FILE.
               01 LR-RECORD.
                   05 LR-GOVERNOR PIC X(20).
                   05 LR-YEAR PIC 99.
                   05 LR-PROVINCE PIC 9.
                   05 LR-GRADE PIC X.
                   05 LR-CAUSE PIC X(8).
                   05 LR-SIDE PIC X(2).
                   05 LR-ACRES PIC 9(7).

      *        One entry per movement of people -- the starved, the
      *        plague dead, immigrants, caravan settlers (cause
      *        CARAVAN), the founding expedition, and EVENTS.DAT
      *        population events (cause EVENTnn) -- bracketed per
      *        province-year by OPENING (side BF) and CLOSING (side
      *        CF) entries carrying the head count itself. Side CR
      *        is arrivals, DR losses. Unlike the per-reign ledgers
      *        the register runs on across the dynasty, the way the
      *        history file does, and the governor's name keeps the
      *        reigns apart.
               FD CENSUS-FILE.
               01 CN-RECORD.
                   05 CN-GOVERNOR PIC X(20).
                   05 CN-YEAR PIC 99.
                   05 CN-PROVINCE PIC 9.
                   05 CN-CAUSE PIC X(8).
                   05 CN-SIDE PIC X(2).
                   05 CN-PEOPLE PIC 9(7).

      *        One entry per realm per year, written at year end
      *        when the relations drift. DH-RELATION-BEFORE is the
      *        standing the year opened on; the treaty gain, trade
      *        goodwill, guard suspicion and the cooling of an
      *        untended friendship carry it to DH-RELATION-AFTER.
      *        The roads flag, the raid adjustment (in points of
      *        raid chance, signed) and the grain the caravans
      *        carried out and in are the kingdom's for the year,
      *        repeated on each realm's entry. Like the census the
      *        history runs on across the dynasty, the governor's
      *        name keeping the reigns apart.
               FD DIPLOMACY-HISTORY-FILE.
               01 DH-RECORD.
                   05 DH-GOVERNOR PIC X(20).
                   05 DH-YEAR PIC 99.
                   05 DH-REALM-NO PIC 9.
                   05 DH-REALM-NAME PIC X(12).
                   05 DH-RELATION-BEFORE PIC 99.
                   05 DH-TREATY-PAID PIC 9(7).
                   05 DH-TREATY-GAIN PIC 99.
                   05 DH-TRADE-GAIN PIC 9.
                   05 DH-GUARD-LOSS PIC 9.
                   05 DH-DECAY-LOSS PIC 9.
                   05 DH-RELATION-AFTER PIC 99.
                   05 DH-TRADE-OPEN PIC X.
                   05 DH-RAID-ADJ-PCT PIC S99
                       SIGN IS LEADING SEPARATE.
                   05 DH-GRAIN-EXPORTED PIC 9(7).
                   05 DH-GRAIN-IMPORTED PIC 9(7).

      *        One entry per movement on a province's imperial loan.
      *        LN-ENTRY is DRAWDOWN when the barges arrive, PAYMENT
      *        when the collector takes an installment, and SEIZURE
      *        when the granary cannot meet one. A drawdown carries
      *        the principal, the term in force (the RU-LOAN-TERM
      *        rule, or the standing four years), the debt as the
      *        balance after and the first installment as the one
      *        scheduled. A collection carries the balance and the
      *        years left before it, the installment scheduled,
      *        what was taken, and on a seizure the debt struck
      *        from the rolls. LN-GRANARY is the province's granary
      *        when the entry was made -- after the barges on a
      *        drawdown, before the collector on a collection. The
      *        register belongs to the reign and is started fresh
      *        with it.
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

      *        One entry per movement on a province's forward export
      *        contract. FC-ENTRY is SIGNED when the caravan masters
      *        seal it, DELIVERY when a year's bushels go out at the
      *        contracted price, and BREACH when the granary or the
      *        roads fail a delivery and the damages are paid. Every
      *        entry carries the contract's price and yearly amount
      *        and the spot export quote of the day (today's quote
      *        on a signing, the quote the bushels would otherwise
      *        have fetched on a settlement); only a signing carries
      *        the term. FC-YEARS-LEFT is the deliveries still to
      *        run after the entry -- on a breach, the deliveries
      *        the contract still had to run, the missed one
      *        included. FC-GRANARY is the province's granary before
      *        the entry and FC-ROADS whether the caravan routes
      *        were open. The register belongs to the reign and is
      *        started fresh with it.
               FD CONTRACT-REGISTER-FILE.
               01 FC-RECORD.
                   05 FC-GOVERNOR PIC X(20).
                   05 FC-YEAR PIC 99.
                   05 FC-PROVINCE PIC 9.
                   05 FC-ENTRY PIC X(8).
                   05 FC-PRICE PIC 99.
                   05 FC-AMOUNT PIC 9(5).
                   05 FC-TERM PIC 9.
                   05 FC-YEARS-LEFT PIC 9.
                   05 FC-SPOT-PRICE PIC 99.
                   05 FC-DELIVERED PIC 9(5).
                   05 FC-SHORTFALL PIC 9(5).
                   05 FC-SILVER PIC 9(7).
                   05 FC-DAMAGES PIC 9(7).
                   05 FC-GRANARY PIC 9(7).
                   05 FC-ROADS PIC X.

               FD REPLAY-DIFF-FILE.
               01 RD-LINE PIC X(100).

      *        Side file a damaged save record is copied to before
      *        Resume refuses it, so there is something for the
      *        systems programmer to examine after a disk-full
      *        incident garbles a slot, or to hold an older-layout
      *        save for HAMSAVUP. SG-RECORD has grown well past its
      *        original 833 bytes -- rules, realms, and an eight-
      *        province table -- so 2000 leaves room to keep
      *        growing.
               FD QUARANTINE-SAVE-FILE.
               01 QS-RECORD PIC X(2000).
                   05 RU-TRIB-POP-DIV PIC 9(3).
                   05 RU-PRICE-BASE PIC 99.
                   05 RU-PRICE-SPAN PIC 99.
      *            The silver a head the people bear without
      *            complaint. Blank in a rule set written before the
      *            poll tax, which keeps the standard tolerance.
                   05 RU-POLL-TAX-TOL PIC 99.

               FD REIGN-REPORT-FILE.
               01 RP-LINE PIC X(110).

      *        One threshold per line in fixed columns: what is
      *        measured, the severity of a breach, the figure, and
      *        STOP where a critical breach should end an
      *        unattended reign. A line opening with an asterisk is
      *        a remark. The measures:
      *          WHEATHD  a province's wheat per head below the
      *                   figure
      *          UNREST   a province's unrest above the figure
      *          ARREARS  a province's granary covering less than
      *                   the figure in percent of its next loan
      *                   installment, or a loan seized this year
      *          RELATION a realm's relation below the figure
      *          POPDROP  the kingdom's people down by the figure
      *                   in percent or more over the year
               FD ALERT-DEF-FILE.
               01 AD-RECORD.
                   05 AD-MEASURE PIC X(8).
                   05 AD-SEVERITY PIC X(8).
                   05 AD-FIGURE PIC 9(7).
                   05 AD-ACTION PIC X(4).
                   05 FILLER PIC X(53).

      *        One entry per breach, stamped, across every reign.
               FD ALERT-LOG-FILE.
               01 AL-RECORD.
                   05 AL-GOVERNOR PIC X(20).
                   05 AL-REIGN-SEQ PIC 9(3).
                   05 AL-YEAR PIC 99.
                   05 AL-SUBJECT PIC X(12).
                   05 AL-MEASURE PIC X(8).
                   05 AL-SEVERITY PIC X(8).
                   05 AL-MEASURED PIC 9(7).
                   05 AL-FIGURE PIC 9(7).
                   05 AL-ACTION PIC X(4).
                   05 AL-STAMP-DATE PIC 9(8).
                   05 AL-STAMP-TIME PIC 9(8).

      *        Mirrors MONTE-CARLO-SIM's POLICY-FILE record: name,
      *        ration a head, percentage of acres to plant, land
      *        rule, trials, years, difficulty, mode, granary
      *        target and guard spend. A steward uses the decision
      *        columns; trials, years and difficulty are the
      *        simulator's own.
               FD POLICY-FILE.
               01 PO-RECORD.
                   05 PO-NAME PIC X(16).
                   05 PO-RATION PIC 99.
                   05 PO-PLANT-PCT PIC 999.
                   05 PO-BUY-RULE PIC 9.
                   05 PO-TRIALS PIC 9(6).
                   05 PO-YEARS PIC 99.
                   05 PO-DIFFICULTY PIC 9.
                   05 PO-MODE PIC 9.
                   05 PO-GRANARY-TARGET PIC 9.
                   05 PO-GUARD-SPEND PIC 9(5).

           WORKING-STORAGE SECTION.
               01 WS-SAVE-FILE-STATUS PIC X(02).
               01 WS-SAVE-SLOT-NAME.
               01 WS-LEDGER-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-LEDGER-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SILVER-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-SILVER-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LAND-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-LAND-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CENSUS-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-CENSUS-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-DIPLO-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-DIPLO-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LOAN-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-LOAN-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CTR-OPEN-CHECK PIC A VALUE 'N'.
                   88 WS-CTR-FILE-OPEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Serialization for the shop-wide standing files. Two
      *        sessions finishing reigns together used to interleave
               01 WS-AEB-COUNT PIC 9 VALUE 0.
               01 WS-AEB-IDX PIC 9.
               01 WS-AEB-TABLE.
                   05 WS-AEB-ROW OCCURS 8 TIMES PIC X(152).

      *        This reign's sequence number among the governor's
      *        reigns on the analytics master -- part of the master
      *        (or masquerade as) the first. Assigned when the
      *        reign starts and carried through the save record.
               01 WS-AM-REIGN-SEQ PIC 9(3) VALUE 1.

      *        The reign archive: HAMARCH files a concluded reign's
      *        datasets as set FILENAME.Annnn under the governor and
      *        the reign sequence above, and finds them again for a
      *        replay. An archived replay reads the set's journal
      *        and verifies against the set's history.
               01 WS-ARCHIVE-REQUEST PIC X(4).
               01 WS-ARCHIVE-GOVERNOR PIC X(20).
               01 WS-ARCHIVE-REIGN-SEQ PIC 9(3).
               01 WS-ARCHIVE-JOURNALED PIC A.
               01 WS-ARCHIVE-SUFFIX PIC X(5).
               01 WS-ARCHIVE-RESULT PIC 99.
               01 WS-ARCHIVE-REPLAY-CHECK PIC A VALUE 'N'.
                   88 WS-ARCHIVE-REPLAY VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        Honours: HAMHONOR judges a real reign against the
      *        titles dataset at the verdict and hands back the
      *        titles earned. The facts block mirrors its linkage.
               01 WS-HONOUR-FACTS.
                   05 WS-HF-FINAL-YEAR PIC 99.
                   05 WS-HF-OUTCOME PIC X(10).
                   05 WS-HF-SCORE PIC 9(5)V99.
                   05 WS-HF-DIFFICULTY PIC 9.
                   05 WS-HF-PROVINCES PIC 9.
                   05 WS-HF-SCENARIO-WON PIC A.
                   05 WS-HF-REALM-COUNT PIC 9.
                   05 WS-HF-LEAST-RELATION PIC 99.
               01 WS-HONOUR-AWARDS.
                   05 WS-HA-COUNT PIC 99 VALUE 0.
                   05 WS-HA-AWARD OCCURS 20 TIMES.
                       10 WS-HA-CODE PIC X(8).
                       10 WS-HA-NAME PIC X(30).
                       10 WS-HA-NEW PIC A.
               01 WS-HONOUR-RESULT PIC 99.
               01 WS-HONOUR-IDX PIC 99.
               01 WS-TURN-INPUT-STATUS PIC X(02).
               01 WS-OPENING-WHEAT PIC 9(7).

      *        The governor registry: HAMGOVRG looks the name up in
      *        GOVREG.DAT and hands back the registered spelling,
      *        or the reason it cannot be played and the name the
      *        governor should be playing under. No registry on
      *        disk lets every name through, as before.
               01 WS-GOVREG-REQUEST PIC X(4).
               01 WS-GOVREG-CLASS PIC X(10).
               01 WS-GOVREG-ALTERNATE PIC X(20).
               01 WS-GOVREG-RESULT PIC 99.
               01 WS-GOVREG-ANSWER PIC X.
               01 WS-GOVERNOR-TRIES PIC 9.
               01 WS-GOVERNOR-CHOSEN-CHECK PIC A VALUE 'N'.
                   88 WS-GOVERNOR-CHOSEN VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The generic event engine: definitions read once a
      *        reign from EVENTS.DAT and rolled for every province
      *        during the year-end reckoning, alongside the wired-in
               01 WS-EVENT-IDX PIC 99.
               01 WS-EVENT-TABLE.
                   05 WS-EVENT-DEF OCCURS 10 TIMES.
                       10 WS-EVENT-LINE-NO PIC 99.
                       10 WS-EVENT-CHANCE PIC V99.
                       10 WS-EVENT-RESOURCE PIC X.
                       10 WS-EVENT-DIRECTION PIC X.
               01 WS-EVENT-AMOUNT PIC 9(7).
               01 WS-EVENT-POP-AMOUNT PIC 9(4).
               01 WS-EVENT-NOTE PIC X(20).
               01 WS-EVENT-LINES-READ PIC 99.
               01 WS-EVENT-BASE PIC 9(7).

      *        The year's event log records, buffered and written in
      *        one short retry-guarded open at year end like the
      *        analytics rows: EVENTLOG.DAT is shop-wide. Room for
      *        a roll and a firing of every line in every province.
               01 WS-EVENT-LOG-STATUS PIC X(02).
               01 WS-ELB-COUNT PIC 999 VALUE 0.
               01 WS-ELB-IDX PIC 999.
               01 WS-ELB-TABLE.
                   05 WS-ELB-ROW OCCURS 160 TIMES PIC X(58).

      *        The scenario catalog: set reigns the instructors keep
      *        in SCENARIO.DAT instead of a paper binder. A loaded
      *        entered; a replayed reign takes the same answers back
      *        off the journal instead, so with the recorded seed
      *        the reign reproduces turn for turn. Journaling covers
      *        every fresh reign, interactive or unattended -- an
      *        unattended one journals the turn deck's figures and
      *        typed decisions as it uses them -- but a resumed or
      *        dynasty reign starts mid-stream where the seed no
      *        longer determines play.
               01 WS-JOURNAL-FILE-STATUS PIC X(02).
               01 WS-JOURNAL-NAME PIC X(20) VALUE "JOURNAL.DAT".
               01 WS-HISTORY-NAME PIC X(20) VALUE "YEARHIST.DAT".
               01 WS-CENSUS-NAME PIC X(20) VALUE "CENSUS.DAT".
               01 WS-DIPLO-NAME PIC X(20) VALUE "DIPLOHST.DAT".
               01 WS-LOAN-NAME PIC X(20) VALUE "LOANREG.DAT".
               01 WS-CTR-NAME PIC X(20) VALUE "CTRREG.DAT".
               01 WS-LEDGER-NAME PIC X(20) VALUE "LEDGER.DAT".
               01 WS-SILVER-NAME PIC X(20) VALUE "SLVLEDGR.DAT".
               01 WS-LAND-NAME PIC X(20) VALUE "LANDREG.DAT".
               01 WS-JOURNAL-ACTIVE-CHECK PIC A VALUE 'N'.
                   88 WS-JOURNAL-ACTIVE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
                   88 WS-LEDGER-PROOF-VALID VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The silver ledger's running totals for the year in
      *        progress. The treasury is the kingdom's, so its proof
      *        window is the whole year: the opening is taken before
      *        the year's first decision and the proof runs at year
      *        end, after the tribute has had its silver. A year
      *        resumed from a mid-year checkpoint lost its opening
      *        and totals with the crash, so its proof is skipped.
               01 WS-SILVER-FILE-STATUS PIC X(02).
               01 WS-SILVER-CODE PIC X(8).
               01 WS-SILVER-SIDE PIC X(2).
               01 WS-SILVER-AMOUNT PIC 9(7).
               01 WS-SILVER-PROV PIC 9.
               01 WS-SILVER-OPENING PIC 9(7).
               01 WS-SILVER-CREDITS PIC 9(8).
               01 WS-SILVER-DEBITS PIC 9(8).
               01 WS-SILVER-EXPECTED PIC S9(9).
               01 WS-SILVER-VALID-CHECK PIC A VALUE 'N'.
                   88 WS-SILVER-PROOF-VALID VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The land registry's running totals, per province and
      *        per grade pool (1 fertile, 2 marginal), for the year
      *        in progress. Acres leave outside the province turns --
      *        the assessor's seizure comes at year end -- so the
      *        window is the whole year, opened and proved beside
      *        the treasury's, and a resumed year's proof is skipped
      *        for the same reason. The caller of POST-LAND-DEED
      *        sets the province, grade, cause, side, and acres.
               01 WS-LAND-FILE-STATUS PIC X(02).
               01 WS-LAND-PROV PIC 9.
               01 WS-LAND-GRADE PIC X.
               01 WS-LAND-GRADE-IDX PIC 9.
               01 WS-LAND-CAUSE PIC X(8).
               01 WS-LAND-SIDE PIC X(2).
               01 WS-LAND-ACRES PIC 9(7).
               01 WS-LAND-HELD PIC 9(7).
               01 WS-LAND-EXPECTED PIC S9(9).
               01 WS-LAND-PRIOR-FERTILE PIC 9(7).
               01 WS-LAND-PRIOR-MARGINAL PIC 9(7).
               01 WS-LAND-PROV-CHECK PIC A.
                   88 WS-LAND-PROV-BALANCED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LAND-VALID-CHECK PIC A VALUE 'N'.
                   88 WS-LAND-PROOF-VALID VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-LAND-PROOF-TABLE.
                   05 WS-LR-PROV OCCURS 8 TIMES.
                       10 WS-LR-POOL OCCURS 2 TIMES.
                           15 WS-LR-OPENING PIC 9(7).
                           15 WS-LR-CREDITS PIC 9(8).
                           15 WS-LR-DEBITS PIC 9(8).

      *        The census register's running totals, per province,
      *        for the year in progress. People move before the
      *        province turns -- the caravans and the founding
      *        expedition -- so the census year opens ahead of the
      *        caravans and is proved beside the treasury and the
      *        land registry, and a resumed year's proof is skipped
      *        as theirs is. The caller of POST-CENSUS-ENTRY sets
      *        the province, cause, side, and head count; the caller
      *        of POST-CENSUS-CHANGE sets the cause and takes
      *        WS-CENSUS-PRIOR before the working province's
      *        population moves.
               01 WS-CENSUS-FILE-STATUS PIC X(02).
               01 WS-CENSUS-PROV PIC 9.
               01 WS-CENSUS-CAUSE PIC X(8).
               01 WS-CENSUS-SIDE PIC X(2).
               01 WS-CENSUS-PEOPLE PIC 9(7).
               01 WS-CENSUS-PRIOR PIC 9(4).
               01 WS-CENSUS-HELD PIC 9(7).
               01 WS-CENSUS-EXPECTED PIC S9(9).
               01 WS-CENSUS-VALID-CHECK PIC A VALUE 'N'.
                   88 WS-CENSUS-PROOF-VALID VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CENSUS-PROOF-TABLE.
                   05 WS-CN-PROV OCCURS 8 TIMES.
                       10 WS-CN-OPENING PIC 9(7).
                       10 WS-CN-ARRIVALS PIC 9(8).
                       10 WS-CN-LOSSES PIC 9(8).

      *        Resume-time save verification: a truncated or garbled
      *        slot must be refused and quarantined, never resumed
      *        into a nonsense reign.
                   88 WS-SAVE-LOAD-OK VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SAVE-VERIFY-IDX PIC 9.
      *        The SG-RECORD layout this program writes and will
      *        resume: 1 was the original 833-byte save, 2 the
      *        unstamped 1445-byte save, 3 the first stamped one
      *        (1449 bytes), 4 the 1545-byte save with the age
      *        cohorts, 5 the 1673-byte save with a steward per
      *        province, 6 the 1747-byte save with the poll tax.
               01 WS-SAVE-LAYOUT-CURRENT PIC 99 VALUE 6.

      *        The reign report is only produced for the end-of-
      *        reign summary/verdict pair; the mid-reign history
      *        file error (the turn-input dataset was demanded for
      *        an unattended run but could not be opened -- the run
      *        aborts at once rather than hanging on a keyboard
      *        prompt no operator is there to answer), 16 reign
      *        stopped at a year end by a critical alert threshold
      *        marked STOP.
               01 WS-RUN-RETURN-CODE PIC 99 VALUE 0.

      *        Year-end alerts: the thresholds from ALERTS.DAT,
      *        loaded once per reign, and the loans seized this
      *        year by province, which the year-end balances can
      *        no longer show.
               01 WS-ALERT-DEF-STATUS PIC X(02).
               01 WS-ALERT-LOG-STATUS PIC X(02).
               01 WS-ALERT-LOADED-CHECK PIC A VALUE 'N'.
                   88 WS-ALERTS-LOADED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ALERT-HALT-CHECK PIC A VALUE 'N'.
                   88 WS-ALERT-HALT VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ALERT-EOF-CHECK PIC A.
                   88 WS-ALERT-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-ALERT-COUNT PIC 99 VALUE 0.
               01 WS-ALERT-IDX PIC 99.
               01 WS-ALERT-LINE PIC 999.
               01 WS-ALERT-TABLE.
                   05 WS-ALERT OCCURS 20 TIMES.
                       10 WS-AD-MEASURE PIC X(8).
                       10 WS-AD-SEVERITY PIC X(8).
                       10 WS-AD-FIGURE PIC 9(7).
                       10 WS-AD-ACTION PIC X(4).
               01 WS-ALERT-SEIZED-TABLE.
                   05 WS-ALERT-SEIZED PIC A OCCURS 8 TIMES.
               01 WS-ALERT-PROV PIC 9.
               01 WS-ALERT-SUBJECT PIC X(12).
               01 WS-ALERT-MEASURED PIC 9(7).
               01 WS-ALERT-INSTALLMENT PIC 9(7).
               01 WS-ALERT-OPENING-POP PIC 9(7).

      *        Stewards: the policies on POLICY.DAT, loaded once a
      *        reign, and the one the steward of the province now
      *        taking its turn governs by.
               01 WS-POLICY-FILE-STATUS PIC X(02).
               01 WS-POLICY-LOADED-CHECK PIC A VALUE 'N'.
                   88 WS-POLICIES-LOADED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-POLICY-EOF-CHECK PIC A.
                   88 WS-POLICY-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-POLICY-COUNT PIC 99 VALUE 0.
               01 WS-POLICY-IDX PIC 99.
               01 WS-POLICY-TABLE.
                   05 WS-POLICY-DEF OCCURS 10 TIMES.
                       10 WS-POL-NAME PIC X(16).
                       10 WS-POL-RATION PIC 99.
                       10 WS-POL-PLANT-PCT PIC 999.
                       10 WS-POL-BUY-RULE PIC 9.
                       10 WS-POL-GRANARY-TARGET PIC 9.
                       10 WS-POL-GUARD-SPEND PIC 9(5).
               01 WS-STEWARD-CHECK PIC A VALUE 'N'.
                   88 WS-STEWARD-ACTING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STEWARD-LAND-CHECK PIC A VALUE 'N'.
                   88 WS-STEWARD-LAND-DONE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-STEWARD-POLICY PIC 99 VALUE 0.
               01 WS-STEWARD-PROV PIC S9(7).
               01 WS-STEWARD-SLOT PIC 9.
               01 WS-STEWARD-CHOICE PIC S9(7).
               01 WS-STEWARD-AMOUNT PIC 9(7).
               01 WS-STEWARD-COST PIC 9(9).
               01 WS-STEWARD-FEED PIC 9(9).
               01 WS-ALERT-CLOSING-POP PIC 9(7).
               01 WS-ALERT-BREACHES PIC 9(3) VALUE 0.
      *        Set once a reign has been judged, so input running
      *        out at the menu afterwards -- the normal end of an
      *        unattended job's SYSIN -- ends with the reign's own
               01 WS-RULE-TRIB-POP-DIV PIC 9(3) VALUE 2.
               01 WS-RULE-PRICE-BASE PIC 99 VALUE 17.
               01 WS-RULE-PRICE-SPAN PIC 99 VALUE 9.
               01 WS-RULE-POLL-TAX-TOL PIC 99 VALUE 2.
               01 WS-HARVEST PIC 9(7).
               01 WS-HARVEST-PER-ACRE PIC 9.
               01 WS-HARVEST-MIN PIC 9 VALUE 1.

      *        Civil unrest, per province on a 0-99 scale: the
      *        population's memory of how it is treated. Starvation,
      *        tribute seizures, raids the guards never answered, and
      *        a poll tax past the rule set's tolerance raise it;
      *        full rations calm it a little each year and
      *        festival spending buys it down outright. Past 40 the
      *        people refuse planting labor in proportion, past 60
      *        the granary is rioted, and at 90 the province rises
               01 WS-RIOT-LOSS PIC 9(7).
               01 WS-FESTIVAL-SPEND PIC 9(7).
               01 WS-FESTIVAL-CALM PIC 9(3).

      *        The poll tax, silver a head levied on the province
      *        each year for the treasury. Every piece past the rule
      *        set's tolerance costs five points of unrest and turns
      *        a quarter of the year's settlers away.
               01 WS-POLL-TAX-RATE PIC 99.
               01 WS-POLL-TAX-YIELD PIC 9(7).
               01 WS-POLL-TAX-OVER PIC 99.
               01 WS-POLL-TAX-ROOM PIC 9(7).
               01 WS-REVOLT-CHECK PIC A VALUE 'N'.
                   88 WS-REVOLT-HAPPENED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-YEAR-EXPORTED PIC 9(7) VALUE 0.
               01 WS-YEAR-GUARD-TOTAL PIC 9(7) VALUE 0.
               01 WS-DIPLO-NOTE PIC X(20).
      *        The year's diplomacy, realm by realm, gathered for the
      *        diplomacy history: the standing the year opened on,
      *        the treaty bushels sent and the points they bought,
      *        and the year-end drift taken apart.
               01 WS-DIPLO-FILE-STATUS PIC X(02).
               01 WS-DIPLO-PRIOR PIC 99.
               01 WS-YEAR-IMPORTED PIC 9(7) VALUE 0.
               01 WS-REALM-YEAR-TABLE.
                   05 WS-REALM-YEAR OCCURS 3 TIMES.
                       10 WS-RY-BEFORE PIC 99.
                       10 WS-RY-TREATY-PAID PIC 9(7).
                       10 WS-RY-TREATY-GAIN PIC 99.
                       10 WS-RY-TRADE-GAIN PIC 9.
                       10 WS-RY-GUARD-LOSS PIC 9.
                       10 WS-RY-DECAY-LOSS PIC 9.
               01 WS-EFF-EXPORT-PRICE PIC 99.

      *        Founding a new province: a costly expedition of
               01 WS-CTR-SILVER PIC 9(7).
               01 WS-CTR-DAMAGES PIC 9(7).
               01 WS-CTR-ANSWER PIC X.
      *        The contract register entry in hand. The caller of
      *        POST-CONTRACT-ENTRY sets the entry, the spot quote,
      *        the bushels delivered or short, the granary, and
      *        WS-CTR-SILVER and WS-CTR-DAMAGES; the terms are the
      *        working province's as they stand.
               01 WS-CTR-FILE-STATUS PIC X(02).
               01 WS-CTR-ENTRY PIC X(8).
               01 WS-CTR-SPOT PIC 99.
               01 WS-CTR-DELIVERED PIC 9(5).
               01 WS-CTR-SHORTFALL PIC 9(5).
               01 WS-CTR-GRANARY PIC 9(7).

      *        Imperial tribute, assessed on the kingdom's acres and
      *        people once a year at END-OF-YEAR-HOUSEKEEPING. The
               01 WS-LOAN-DEFAULT-CHECK PIC A VALUE 'N'.
                   88 WS-LOAN-DEFAULTED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
      *        The loan register entry in hand. The caller of
      *        POST-LOAN-ENTRY sets the entry, the balance and years
      *        left before it, the installment due, what was taken
      *        and struck, and the granary; the balance after is
      *        the working province's as it stands.
               01 WS-LOAN-FILE-STATUS PIC X(02).
               01 WS-LOAN-ENTRY PIC X(8).
               01 WS-LOAN-BAL-BEFORE PIC 9(7).
               01 WS-LOAN-YEARS-BEFORE PIC 9.
               01 WS-LOAN-DUE PIC 9(7).
               01 WS-LOAN-TAKEN PIC 9(7).
               01 WS-LOAN-STRUCK PIC 9(7).
               01 WS-LOAN-GRANARY PIC 9(7).

      *        Raiders: a yearly chance, set by difficulty, that a
      *        raiding party carries off wheat AND acres. Every
               01 WS-MARKET-SHOCK-DIRECTION PIC 9.

               01 WS-POPULATION PIC 9(4).
      *        The people by age: children too young for the
      *        fields, the working adults, and the elders past them.
      *        WS-POPULATION stays the head count, and the three
      *        always add up to it -- FIT-COHORTS-TO-POPULATION
      *        settles any change made to the head count alone on
      *        the working adults.
               01 WS-CHILDREN PIC 9(4).
               01 WS-WORKERS PIC 9(4).
               01 WS-ELDERS PIC 9(4).
               01 WS-COHORT-DEATHS PIC 9(7).
               01 WS-COHORT-WEIGHT PIC 9(7).
               01 WS-COHORT-SHARE PIC 9(7).
               01 WS-COHORT-ELDER-SHARE PIC 9(7).
               01 WS-COHORT-MOVED PIC 9(4).
               01 WS-COHORT-BORN PIC 9(4).
               01 WS-RATIONS-NEEDED PIC 9(7).
               01 WS-PLAGUE-CHANCE PIC V99 VALUE .10.
      *        Severity of this year's outbreak as the percentage of
      *        the people lost, zero when no plague struck, and the
                       10 WS-PROV-CTR-PRICE PIC 99.
                       10 WS-PROV-CTR-AMOUNT PIC 9(5).
                       10 WS-PROV-CTR-YEARS PIC 9.
                       10 WS-PROV-CHILDREN PIC 9(4).
                       10 WS-PROV-WORKERS PIC 9(4).
                       10 WS-PROV-ELDERS PIC 9(4).
      *                The POLICY.DAT policy the province's steward
      *                governs by; spaces while the governor rules
      *                it in person.
                       10 WS-PROV-STEWARD PIC X(16).
      *                The poll tax last levied a head and its yield.
                       10 WS-PROV-POLL-TAX-RATE PIC 99.
                       10 WS-PROV-POLL-TAX-YIELD PIC 9(7).

      *        Inter-province caravan transfers, offered at the top of
      *        each year before any province takes its turn. A tenth
               01 WS-ADVISE-ACRES PIC 9(7).
               01 WS-ADVISE-BUY-ACRES PIC 9(7).

      *        Counsel of the sages: for a fee -- silver while the
      *        treasury holds it, bushels when it does not -- the
      *        sages play the governor's proposed feeding and sowing
      *        forward through a few hundred short trials of this
      *        province's next three years, on the same rules and
      *        subprograms the turn itself runs, and report the
      *        spread of population and granary at the end and how
      *        often the governor fell. A fee paid in bushels is
      *        held in WS-SAGES-WHEAT-PAID until the year's opening
      *        balance is taken, then posted against it.
               01 WS-SAGES-SILVER-FEE PIC 99 VALUE 20.
               01 WS-SAGES-WHEAT-FEE PIC 9(3) VALUE 200.
               01 WS-SAGES-WHEAT-PAID PIC 9(7) VALUE 0.
               01 WS-SAGES-ANSWER PIC X.
      *        The seed the turn's random stream resumes from once
      *        the sages' offer is settled.
               01 WS-SAGES-NEXT-SEED PIC 9(8).
               01 WS-SAGES-FEED PIC 9(7).
               01 WS-SAGES-PLANT PIC 9(7).
               01 WS-SAGES-RATION PIC 9(5).
               01 WS-SAGES-PLANT-PCT PIC 9(3).
               01 WS-SAGES-TRIALS PIC 9(3) VALUE 200.
               01 WS-SAGES-YEARS PIC 9 VALUE 3.
               01 WS-SAGES-TRIAL PIC 9(3).
               01 WS-SAGES-YEAR PIC 9.
               01 WS-SAGES-SLOT PIC 9(3).
               01 WS-SAGES-SLOT-CHECK PIC A.
                   88 WS-SAGES-SLOT-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SAGES-IMPEACHED PIC 9(3).
               01 WS-SAGES-IMPEACH-PCT PIC 9(3).
               01 WS-SAGES-PCT-SHOW PIC ZZ9.
               01 WS-SAGES-LOW-POS PIC 9(3).
               01 WS-SAGES-MID-POS PIC 9(3).
               01 WS-SAGES-HIGH-POS PIC 9(3).
               01 WS-SAGES-POP-TABLE.
                   05 WS-SAGES-FINAL-POP PIC 9(4) OCCURS 200 TIMES.
               01 WS-SAGES-WHEAT-TABLE.
                   05 WS-SAGES-FINAL-WHEAT PIC 9(7) OCCURS 200 TIMES.

      *        One trial's province, kept apart from the live one.
               01 WS-SAGES-WHEAT PIC 9(7).
               01 WS-SAGES-ACRES PIC 9(7).
               01 WS-SAGES-POPULATION PIC 9(4).
               01 WS-SAGES-PLANTED PIC 9(7).
               01 WS-SAGES-HARVEST PIC 9(7).
               01 WS-SAGES-PER-ACRE PIC 9.
               01 WS-SAGES-HARVEST-MIN PIC 9.
               01 WS-SAGES-HARVEST-MAX PIC 9.
               01 WS-SAGES-SEED-COST PIC 9(7).
               01 WS-SAGES-FOOD PIC 9(7).
               01 WS-SAGES-STARVED PIC 9(7).
               01 WS-SAGES-TOTAL-STARVED PIC 9(8).
               01 WS-SAGES-TOTAL-POP-EVER PIC 9(8).
               01 WS-SAGES-PLAGUE-PHASE PIC 9.
               01 WS-SAGES-PLAGUE-CHECK PIC A.
                   88 WS-SAGES-PLAGUE-HAPPENED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SAGES-PLAGUE-PCT PIC 99.
               01 WS-SAGES-RATS-RELIEF PIC V99.
               01 WS-SAGES-RATS-CHANCE PIC V99.
               01 WS-SAGES-EATEN PIC 9(7).
               01 WS-SAGES-SPOILED PIC 9(7).
               01 WS-SAGES-RAID-WHEAT PIC 9(7).
               01 WS-SAGES-RAID-ACRES PIC 9(7).
               01 WS-SAGES-TRIBUTE-DUE PIC 9(7).
               01 WS-SAGES-STRIKES PIC 9.
               01 WS-SAGES-FALL-CHECK PIC A.
                   88 WS-SAGES-FELL VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-SAGES-CLIMATE PIC 9.
               01 WS-SAGES-CLIMATE-ROLL PIC V99.
               01 WS-SAGES-IMMIGRANTS PIC 9(7).
               01 WS-SAGES-PER-HEAD PIC 9(7).
      *        The live cohorts, held while each trial plays its own
      *        through the same ageing and dying rules, and the
      *        hands a projected year has to sow with.
               01 WS-SAGES-LIVE-CHILDREN PIC 9(4).
               01 WS-SAGES-LIVE-WORKERS PIC 9(4).
               01 WS-SAGES-LIVE-ELDERS PIC 9(4).
               01 WS-SAGES-PRIOR-POP PIC 9(4).
               01 WS-SAGES-LABOR-CAP PIC 9(7).

               01 WS-GAME-STATES PIC A.
                   88 WS-GAME-LOOP-STATE VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
                   05 WS-LB-TEMP-OUTCOME PIC X(10).
                   05 WS-LB-TEMP-GOVERNOR PIC X(20).
                   05 WS-LB-TEMP-SCENARIO PIC X(20).
                   05 WS-LB-TEMP-CERTIFIED PIC X.
               01 WS-LB-TABLE.
                   05 WS-LB-ENTRY OCCURS 50 TIMES.
                       10 WS-LB-ENTRY-SCORE PIC 9(5)V99.
                       10 WS-LB-ENTRY-OUTCOME PIC X(10).
                       10 WS-LB-ENTRY-GOVERNOR PIC X(20).
                       10 WS-LB-ENTRY-SCENARIO PIC X(20).
                       10 WS-LB-ENTRY-CERTIFIED PIC X.
               01 WS-FORMAT-LB-SCORE PIC Z(4)9.99.
               01 WS-LB-CERT-ANSWER PIC X.

      *        The certification pass: the whole board held while
      *        each entry's archived journal is replayed, and each
      *        verdict kept by governor and reign sequence. The
      *        board is read again before it is written back, and
      *        the verdicts merged onto it by key, so a reign
      *        appended while the replays ran is kept. The board is
      *        refused whole past 500 entries, as HAMLBMNT refuses
      *        it, since a rewrite from part of it would lose the
      *        rest.
               01 WS-CERTIFY-CHECK PIC A VALUE 'N'.
                   88 WS-CERTIFYING VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CERT-OVERFLOW-CHECK PIC A.
                   88 WS-CERT-OVERFLOWED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CERT-COUNT PIC 9(3) VALUE 0.
               01 WS-CERT-IDX PIC 9(3).
               01 WS-CERT-PASSED PIC 9(3) VALUE 0.
               01 WS-CERT-FAILED PIC 9(3) VALUE 0.
               01 WS-CERT-SETTLED PIC 9(3) VALUE 0.
               01 WS-CERT-YEARS PIC 99.
               01 WS-CERT-REASON PIC X(40).
      *        The name the reign's journal opens under, taken back
      *        to the survivor when that name was merged away.
               01 WS-CE-PLAYED-AS PIC X(20).
               01 WS-CERT-TABLE.
                   05 WS-CT-RECORD PIC X(77) OCCURS 500 TIMES.
               01 WS-CERT-VERDICT-COUNT PIC 9(3) VALUE 0.
               01 WS-CERT-VERDICT-IDX PIC 9(3).
               01 WS-CERT-VERDICT-TABLE.
                   05 WS-CV-ENTRY OCCURS 500 TIMES.
                       10 WS-CV-GOVERNOR PIC X(20).
                       10 WS-CV-REIGN-SEQ PIC 9(3).
                       10 WS-CV-CERTIFIED PIC X.
               01 WS-CERT-ENTRY.
                   05 WS-CE-SCORE PIC 9(5)V99.
                   05 WS-CE-POPULATION PIC 9(4).
                   05 WS-CE-YEARS PIC 9(2).
                   05 WS-CE-PROVINCES PIC 9.
                   05 WS-CE-OUTCOME PIC X(10).
                   05 WS-CE-GOVERNOR PIC X(20).
                   05 WS-CE-SCENARIO PIC X(20).
                   05 WS-CE-REIGN-SEQ PIC 9(3).
                   05 WS-CE-CERTIFIED PIC X.
                   05 WS-CE-DIFFICULTY PIC 9.
                   05 WS-CE-COMPLETED-DATE PIC 9(8).
               01 WS-SUMMARY-FORMAT-YEAR PIC Z9.
               01 WS-SUMMARY-FORMAT-NUM PIC Z(6)9.
               01 WS-SUMMARY-ACRES-PER-PERSON PIC 9(5)V99.
      *    The END record for the run log, written on every way out
      *    of the program: the mode the session actually ran in,
      *    the governor it worked on, and the condition code as it
      *    stands at this moment -- put back after the CALL, which
      *    leaves HAMRUNLG's own return code behind.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE WS-GOVERNOR-NAME TO WS-RUNLOG-SUBJECT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

      *    Top-level New Game / Resume Game / Quit menu. The year
               DISPLAY "4. View Leaderboard"
               DISPLAY "5. Continue the Dynasty"
               DISPLAY "6. Replay the Journaled Reign"
               DISPLAY "7. Certify Leaderboard Scores"
               DISPLAY "Choose an option: "
               PERFORM GET-NUMERIC-ENTRY
               MOVE WS-ENTRY-VALUE TO WS-MENU-CHOICE
                       END-IF
                   WHEN 6
                       PERFORM START-REPLAY-REIGN
                   WHEN 7
                       PERFORM CERTIFY-LEADERBOARD
                   WHEN OTHER
                       DISPLAY "Input invalid."
               END-EVALUATE
      *    abdicates the throne early.
           PLAY-REIGN SECTION.
               SET WS-GAME-LOOP-STATE TO TRUE
               SET WS-ALERTS-LOADED TO FALSE
               SET WS-ALERT-HALT TO FALSE
               MOVE ALL 'N' TO WS-ALERT-SEIZED-TABLE
               SET WS-POLICIES-LOADED TO FALSE
               PERFORM UNTIL NOT WS-GAME-LOOP-STATE
                       OR WS-YEAR > WS-NUM-YEARS

                   PERFORM ASK-CONTINUE-OR-ABDICATE
                   IF WS-GAME-LOOP-STATE

      *                The census year opens ahead of the caravans,
      *                the first thing in the year that moves people.
      *                A resumed year's opening went with the crash,
      *                so its census proof stands down.
                       IF NOT WS-RESUMING-FROM-CHECKPOINT
                           PERFORM OPEN-CENSUS-YEAR
                       ELSE
                           SET WS-CENSUS-PROOF-VALID TO FALSE
                       END-IF

      *                Caravans move between provinces before any
      *                province takes its turn, so the year's feeding
      *                and planting decisions see the redistributed
      *                The realms' envoys are received once a year,
      *                before the provinces' turns; a year resumed
      *                from a checkpoint already held its audience
      *                before the crash. The treasury's and the land
      *                registry's year opens here too, ahead of the
      *                first silver or acre the year can move; a
      *                resumed year's openings went with the crash,
      *                so its silver and land proofs stand down.
                       PERFORM OPEN-DIPLOMACY-YEAR
                       IF NOT WS-RESUMING-FROM-CHECKPOINT
                           PERFORM OPEN-SILVER-YEAR
                           PERFORM OPEN-LAND-YEAR
                           PERFORM ASK-DIPLOMACY
                           PERFORM ASK-FOUND-PROVINCE
                       ELSE
                           SET WS-SILVER-PROOF-VALID TO FALSE
                           SET WS-LAND-PROOF-VALID TO FALSE
                       END-IF

      *                A step of zero means WS-CHECKPOINT-PROV's turn
                           IF WS-REVOLT-HAPPENED
                               SET WS-GAME-LOOP-STATE TO FALSE
                           END-IF
      *                    So does a critical alert the operator
      *                    marked STOP, on an unattended reign.
                           IF WS-ALERT-HALT
                               SET WS-GAME-LOOP-STATE TO FALSE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-PROV-CTR-AMOUNT(WS-PROV-IDX) TO WS-CTR-AMOUNT
               MOVE WS-PROV-CTR-YEARS(WS-PROV-IDX)
                   TO WS-CTR-YEARS-LEFT
               MOVE WS-PROV-CHILDREN(WS-PROV-IDX) TO WS-CHILDREN
               MOVE WS-PROV-WORKERS(WS-PROV-IDX) TO WS-WORKERS
               MOVE WS-PROV-ELDERS(WS-PROV-IDX) TO WS-ELDERS
               MOVE WS-PROV-POLL-TAX-RATE(WS-PROV-IDX)
                   TO WS-POLL-TAX-RATE
               MOVE WS-PROV-POLL-TAX-YIELD(WS-PROV-IDX)
                   TO WS-POLL-TAX-YIELD
               PERFORM FIT-COHORTS-TO-POPULATION
           CONTINUE.

      *    Copies the scalar WS- fields back into the province table
               MOVE WS-CTR-AMOUNT TO WS-PROV-CTR-AMOUNT(WS-PROV-IDX)
               MOVE WS-CTR-YEARS-LEFT
                   TO WS-PROV-CTR-YEARS(WS-PROV-IDX)
               PERFORM FIT-COHORTS-TO-POPULATION
               MOVE WS-CHILDREN TO WS-PROV-CHILDREN(WS-PROV-IDX)
               MOVE WS-WORKERS TO WS-PROV-WORKERS(WS-PROV-IDX)
               MOVE WS-ELDERS TO WS-PROV-ELDERS(WS-PROV-IDX)
               MOVE WS-POLL-TAX-RATE
                   TO WS-PROV-POLL-TAX-RATE(WS-PROV-IDX)
               MOVE WS-POLL-TAX-YIELD
                   TO WS-PROV-POLL-TAX-YIELD(WS-PROV-IDX)
           CONTINUE.

      *    Brings the three age cohorts back into step with the head
      *    count after anything that moved WS-POPULATION alone -- a
      *    caravan, an event, an edit. The working adults take up
      *    the difference, as settlers and caravan hands are adults;
      *    only when the children and elders by themselves outnumber
      *    the people left are they cut back, each in proportion.
           FIT-COHORTS-TO-POPULATION SECTION.
               IF WS-CHILDREN + WS-ELDERS > WS-POPULATION
                   COMPUTE WS-CHILDREN = WS-CHILDREN * WS-POPULATION
                           / (WS-CHILDREN + WS-ELDERS)
                   COMPUTE WS-ELDERS = WS-POPULATION - WS-CHILDREN
               END-IF
               COMPUTE WS-WORKERS =
                       WS-POPULATION - WS-CHILDREN - WS-ELDERS
           CONTINUE.

      *    The standard make-up of a starting people: two in ten
      *    children, one in ten elders, and the rest of working age.
           SPLIT-STANDARD-COHORTS SECTION.
               COMPUTE WS-CHILDREN = WS-POPULATION * 2 / 10
               COMPUTE WS-ELDERS = WS-POPULATION / 10
               COMPUTE WS-WORKERS =
                       WS-POPULATION - WS-CHILDREN - WS-ELDERS
           CONTINUE.

      *    A year older: a tenth of the children come of working
      *    age, one worker in thirty-five grows too old for the
      *    fields, and a fifth of the elders die of their years,
      *    their places taken by as many newborn. Each is counted
      *    to the nearest head, so even a small cohort moves. The
      *    head count is unchanged -- the births and the deaths of
      *    old age are posted to the census as they stand, and
      *    net to nothing -- it is the make-up that moves, and a
      *    generation lost to famine comes through to the fields
      *    as a shortage ten years on.
           AGE-POPULATION-COHORTS SECTION.
               COMPUTE WS-COHORT-BORN ROUNDED = WS-ELDERS / 5
               COMPUTE WS-COHORT-MOVED ROUNDED = WS-CHILDREN / 10
               SUBTRACT WS-COHORT-MOVED FROM WS-CHILDREN
               ADD WS-COHORT-MOVED TO WS-WORKERS
               COMPUTE WS-COHORT-MOVED ROUNDED = WS-WORKERS / 35
               SUBTRACT WS-COHORT-MOVED FROM WS-WORKERS
               ADD WS-COHORT-MOVED TO WS-ELDERS
               SUBTRACT WS-COHORT-BORN FROM WS-ELDERS
               ADD WS-COHORT-BORN TO WS-CHILDREN
           CONTINUE.

      *    Takes WS-COHORT-DEATHS lives out of the cohorts, the young
      *    and the old weighing double against the working adults --
      *    famine and plague fall hardest on them. A cohort never
      *    loses more than it holds; whatever it cannot give falls
      *    to the working adults, then to whoever is left.
           DEDUCT-COHORT-DEATHS SECTION.
               IF WS-COHORT-DEATHS > WS-CHILDREN + WS-WORKERS
                       + WS-ELDERS
                   COMPUTE WS-COHORT-DEATHS =
                           WS-CHILDREN + WS-WORKERS + WS-ELDERS
               END-IF
               COMPUTE WS-COHORT-WEIGHT =
                       (WS-CHILDREN * 2) + WS-WORKERS
                       + (WS-ELDERS * 2)
               IF WS-COHORT-DEATHS = 0 OR WS-COHORT-WEIGHT = 0
                   EXIT SECTION
               END-IF

               COMPUTE WS-COHORT-SHARE = WS-COHORT-DEATHS
                       * WS-CHILDREN * 2 / WS-COHORT-WEIGHT
               COMPUTE WS-COHORT-ELDER-SHARE = WS-COHORT-DEATHS
                       * WS-ELDERS * 2 / WS-COHORT-WEIGHT
               IF WS-COHORT-SHARE > WS-CHILDREN
                   MOVE WS-CHILDREN TO WS-COHORT-SHARE
               END-IF
               SUBTRACT WS-COHORT-SHARE FROM WS-CHILDREN
               SUBTRACT WS-COHORT-SHARE FROM WS-COHORT-DEATHS

               MOVE WS-COHORT-ELDER-SHARE TO WS-COHORT-SHARE
               IF WS-COHORT-SHARE > WS-ELDERS
                   MOVE WS-ELDERS TO WS-COHORT-SHARE
               END-IF
               SUBTRACT WS-COHORT-SHARE FROM WS-ELDERS
               SUBTRACT WS-COHORT-SHARE FROM WS-COHORT-DEATHS

               IF WS-COHORT-DEATHS > WS-WORKERS
                   SUBTRACT WS-WORKERS FROM WS-COHORT-DEATHS
                   MOVE 0 TO WS-WORKERS
               ELSE
                   SUBTRACT WS-COHORT-DEATHS FROM WS-WORKERS
                   MOVE 0 TO WS-COHORT-DEATHS
               END-IF
               IF WS-COHORT-DEATHS > WS-CHILDREN
                   SUBTRACT WS-CHILDREN FROM WS-COHORT-DEATHS
                   MOVE 0 TO WS-CHILDREN
               ELSE
                   SUBTRACT WS-COHORT-DEATHS FROM WS-CHILDREN
                   MOVE 0 TO WS-COHORT-DEATHS
               END-IF
               IF WS-COHORT-DEATHS > WS-ELDERS
                   MOVE 0 TO WS-ELDERS
               ELSE
                   SUBTRACT WS-COHORT-DEATHS FROM WS-ELDERS
               END-IF
           CONTINUE.

      *    Rations the people need this year: a full ration for
      *    every worker and elder, half of one for each child.
           COMPUTE-RATIONS-NEEDED SECTION.
               COMPUTE WS-RATIONS-NEEDED = WS-WORKERS + WS-ELDERS
                       + ((WS-CHILDREN + 1) / 2)
           CONTINUE.

      *    One province's turn: land trading, planting, and the
      *    province LOAD-CURRENT-PROVINCE last put in the WS- scalars.
           PLAY-PROVINCE-TURN SECTION.
               PERFORM DISPLAY-PROVINCE-HEADER
               PERFORM SEAT-PROVINCE-STEWARD
               PERFORM DISPLAY-STATUS-BOARD
               PERFORM ADVISE-GOVERNOR
               PERFORM OFFER-SAGES-COUNSEL

               IF WS-BATCH-MODE-ACTIVE
                   MOVE WS-BATCH-FOOD TO WS-FOOD
                   SET WS-LEDGER-PROOF-VALID TO FALSE
                   MOVE 0 TO WS-LEDGER-CREDITS
                   MOVE 0 TO WS-LEDGER-DEBITS
                   MOVE 0 TO WS-SAGES-WHEAT-PAID
               ELSE
                   MOVE WS-WHEAT TO WS-OPENING-WHEAT
                   MOVE 0 TO WS-LEDGER-CREDITS
                   MOVE 0 TO WS-LEDGER-DEBITS
                   SET WS-LEDGER-PROOF-VALID TO TRUE
      *            The sages' fee left the granary ahead of this
      *            opening, so it is put back into the opening and
      *            posted against it like any other spend.
                   IF WS-SAGES-WHEAT-PAID > 0
                       ADD WS-SAGES-WHEAT-PAID TO WS-OPENING-WHEAT
                       MOVE "SAGES" TO WS-LEDGER-CODE
                       MOVE "DR" TO WS-LEDGER-SIDE
                       MOVE WS-SAGES-WHEAT-PAID TO WS-LEDGER-AMOUNT
                       PERFORM POST-WHEAT-LEDGER
                       MOVE 0 TO WS-SAGES-WHEAT-PAID
                   END-IF
                   PERFORM PLANT-ACRES
                   MOVE "SEED" TO WS-LEDGER-CODE
                   MOVE "DR" TO WS-LEDGER-SIDE
                   PERFORM ASK-GRANARY-INVESTMENT
                   PERFORM ASK-IMPERIAL-LOAN
                   PERFORM ASK-GUARD-SPEND
                   PERFORM ASK-POLL-TAX
                   PERFORM ASK-EXPORT-SALE
                   PERFORM ASK-GRAIN-IMPORT
                   PERFORM ASK-CANAL-WORKS
                   DISPLAY " and seized " WS-FORMAT-GAME-NUMS
                           " acres."
                   MOVE WS-RAID-ACRES-LOSS TO WS-GRADE-DEDUCT
                   MOVE "RAID" TO WS-LAND-CAUSE
                   PERFORM DEDUCT-ACRES-BY-GRADE
                   MOVE "RAID" TO WS-LEDGER-CODE
                   MOVE "DR" TO WS-LEDGER-SIDE
               DISPLAY "----------------------"

               PERFORM END-YEAR
               SET WS-STEWARD-ACTING TO FALSE
           CONTINUE.

      *    What a granary of the given improvement level can hold.
                           MOVE WS-OVER-EXPORT TO WS-LEDGER-AMOUNT
                           PERFORM POST-WHEAT-LEDGER
                           ADD WS-OVER-SILVER TO WS-TREASURE
                           MOVE WS-PROV-IDX TO WS-SILVER-PROV
                           MOVE "OVERFLOW" TO WS-SILVER-CODE
                           MOVE "CR" TO WS-SILVER-SIDE
                           MOVE WS-OVER-SILVER TO WS-SILVER-AMOUNT
                           PERFORM POST-SILVER-LEDGER
                           ADD WS-OVER-EXPORT TO WS-YEAR-EXPORTED
                               ON SIZE ERROR CONTINUE
                           END-ADD
               MOVE WS-POPULATION TO WS-FORMAT-GAME-NUMS
               DISPLAY "| People in the province:    "
                       WS-FORMAT-GAME-NUMS
               MOVE WS-CHILDREN TO WS-FORMAT-GAME-NUMS
               DISPLAY "|   children:                "
                       WS-FORMAT-GAME-NUMS
               MOVE WS-WORKERS TO WS-FORMAT-GAME-NUMS
               DISPLAY "|   working adults:          "
                       WS-FORMAT-GAME-NUMS
               MOVE WS-ELDERS TO WS-FORMAT-GAME-NUMS
               DISPLAY "|   elders:                  "
                       WS-FORMAT-GAME-NUMS
               MOVE WS-WHEAT TO WS-FORMAT-GAME-NUMS
               DISPLAY "| Bushels in the granary:    "
                       WS-FORMAT-GAME-NUMS
                   DISPLAY "| Unrest among the people:   "
                           WS-UNREST " of 99"
               END-IF
               IF WS-POLL-TAX-RATE > 0
                   MOVE WS-POLL-TAX-YIELD TO WS-FORMAT-GAME-NUMS
                   DISPLAY "| Poll tax last levied:      "
                           WS-POLL-TAX-RATE " a head, "
                           WS-FORMAT-GAME-NUMS " silver"
               END-IF
               IF WS-PROV-STEWARD(WS-PROV-IDX) NOT = SPACES
                   DISPLAY "| Stewarded under policy:    "
                           WS-PROV-STEWARD(WS-PROV-IDX)
               END-IF
               DISPLAY "+------------------------------------+"
           CONTINUE.

      *    at a glance instead of five disconnected panels.
           DISPLAY-KINGDOM-OVERVIEW SECTION.
               DISPLAY "KINGDOM OVERVIEW -- PRV  GRANARY    ACRES "
                       " PEOPLE LVL CNL STEWARD"
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > WS-NUM-PROVINCES
                   MOVE WS-PROV-WHEAT(WS-PROV-IDX)
                       WITH NO ADVANCING

      *            The canal column shows the years of digging left,
      *            or a dash for a province with no works under way;
      *            the steward column, the policy a steward governs
      *            by, or a dash where the governor rules in person.
                   IF WS-PROV-CANAL-YEARS-LEFT(WS-PROV-IDX) > 0
                       DISPLAY "   "
                           WS-PROV-CANAL-YEARS-LEFT(WS-PROV-IDX)
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY "   -"
                           WITH NO ADVANCING
                   END-IF
                   IF WS-PROV-STEWARD(WS-PROV-IDX) NOT = SPACES
                       DISPLAY " " WS-PROV-STEWARD(WS-PROV-IDX)
                   ELSE
                       DISPLAY " -"
                   END-IF
               END-PERFORM
           CONTINUE.

      *    A quick word from the advisor before the turn's prompts:
      *    the minimum food needed to avoid starvation (20 bushels a
      *    full ration, half that for a child, capped by the granary
      *    on hand), how much land could
      *    be planted with what's in store, and how much more land
      *    the granary could afford to buy at this year's price.
      *    Advisory only -- the governor can still enter whatever
      *    figures they like.
           ADVISE-GOVERNOR SECTION.
               PERFORM COMPUTE-RATIONS-NEEDED
               COMPUTE WS-ADVISE-FOOD =
                       WS-RATIONS-NEEDED * WS-RULE-FEED
               IF WS-ADVISE-FOOD > WS-WHEAT
                   MOVE WS-WHEAT TO WS-ADVISE-FOOD
               END-IF
               END-IF

      *        The labor rule caps the sowing from the third side:
      *        one worker tends at most ten acres, whatever the
      *        granary could seed; children and elders do not count.
               COMPUTE WS-LABOR-CAP = WS-WORKERS * 10
               IF WS-CANAL-YEARS-LEFT > 0
                   IF WS-LABOR-CAP > WS-CANAL-LABORERS * 10
                       COMPUTE WS-LABOR-CAP =
                       " more acres at this year's price."
           CONTINUE.

      *    The sages' counsel, offered each turn ahead of the
      *    feeding and sowing prompts. The fee is taken in silver
      *    while the treasury can pay it and in bushels otherwise;
      *    the governor then names the feeding and sowing they
      *    have in mind, and the sages' reckoning is shown before
      *    the real figures are asked for. Every answer rides the
      *    decision journal, so a replay consults the sages at the
      *    same point, draws the same trials, and stays exact. An
      *    unattended reign answers from the typed-decision deck
      *    (codes SG, SR and SA), declining when the deck is
      *    silent. A province resumed mid-turn already had its
      *    chance before the crash and is not offered again.
      *    The turn's own luck must not hang on the answer: one
      *    seed is drawn off the stream before it is given, and the
      *    stream is restarted from that seed on every way out, so
      *    the years that follow draw alike whether the sages sat
      *    or not -- a tournament's shared luck depends on it.
           OFFER-SAGES-COUNSEL SECTION.
               IF WS-PROV-IDX = WS-PROV-START-IDX
                       AND WS-RESUME-STEP-THIS-TURN NOT = 0
                   EXIT SECTION
               END-IF
               COMPUTE WS-SAGES-NEXT-SEED =
                       FUNCTION RANDOM * 99999999
               DISPLAY "The sages will reckon the coming three years "
                       "for " WS-SAGES-SILVER-FEE " silver, or "
                       WS-SAGES-WHEAT-FEE " bushels when the "
                       "treasury is bare. Consult them? (Y/N): "
               MOVE "SG" TO WS-DECISION-TYPE
               PERFORM GET-DECISION-CHAR
               MOVE WS-DECISION-CHAR TO WS-SAGES-ANSWER
               IF WS-SAGES-ANSWER NOT = "Y" AND NOT = "y"
                   PERFORM RESUME-TURN-STREAM
                   EXIT SECTION
               END-IF

               IF WS-TREASURE >= WS-SAGES-SILVER-FEE
                   SUBTRACT WS-SAGES-SILVER-FEE FROM WS-TREASURE
                   MOVE WS-PROV-IDX TO WS-SILVER-PROV
                   MOVE "SAGES" TO WS-SILVER-CODE
                   MOVE "DR" TO WS-SILVER-SIDE
                   MOVE WS-SAGES-SILVER-FEE TO WS-SILVER-AMOUNT
                   PERFORM POST-SILVER-LEDGER
                   DISPLAY "The sages take " WS-SAGES-SILVER-FEE
                           " silver from the treasury."
               ELSE
                   IF WS-WHEAT > WS-SAGES-WHEAT-FEE
                       SUBTRACT WS-SAGES-WHEAT-FEE FROM WS-WHEAT
                       ADD WS-SAGES-WHEAT-FEE TO WS-SAGES-WHEAT-PAID
                       DISPLAY "The sages take " WS-SAGES-WHEAT-FEE
                               " bushels from the granary."
                   ELSE
                       DISPLAY "Neither the treasury nor the granary "
                               "can meet the sages' fee -- they "
                               "decline to sit."
                       PERFORM RESUME-TURN-STREAM
                       EXIT SECTION
                   END-IF
               END-IF

               DISPLAY "How many bushels do you mean to feed your "
                       "people? "
               MOVE "SR" TO WS-DECISION-TYPE
               PERFORM GET-DECISION-NUM
               MOVE WS-DECISION-VALUE TO WS-SAGES-FEED
               DISPLAY "How many acres do you mean to plant? "
               MOVE "SA" TO WS-DECISION-TYPE
               PERFORM GET-DECISION-NUM
               MOVE WS-DECISION-VALUE TO WS-SAGES-PLANT

               PERFORM RUN-SAGES-PROJECTION
               PERFORM REPORT-SAGES-COUNSEL
               PERFORM RESUME-TURN-STREAM
           CONTINUE.

      *    Restarts the random stream from the seed drawn before the
      *    sages were offered.
           RESUME-TURN-STREAM SECTION.
               COMPUTE WS-RND-DBL = FUNCTION RANDOM(WS-SAGES-NEXT-SEED)
           CONTINUE.

      *    The proposal is held to what the granary and the fields
      *    allow this year, then carried into the later years as a
      *    ration for each full ration the people need and a share
      *    of the acres sown. Each trial starts from the province as
      *    it stands -- its three cohorts too, played in the live
      *    cohort fields, which are put back once the trials are
      *    done -- and its finishing population and granary are
      *    filed in order as it ends.
           RUN-SAGES-PROJECTION SECTION.
               IF WS-SAGES-FEED > WS-WHEAT
                   MOVE WS-WHEAT TO WS-SAGES-FEED
               END-IF
               IF WS-SAGES-PLANT > WS-ACRES
                   MOVE WS-ACRES TO WS-SAGES-PLANT
               END-IF
               IF WS-SAGES-PLANT > WS-LABOR-CAP
                   MOVE WS-LABOR-CAP TO WS-SAGES-PLANT
               END-IF
               PERFORM COMPUTE-RATIONS-NEEDED
               IF WS-RATIONS-NEEDED > 0
                   COMPUTE WS-SAGES-RATION =
                           WS-SAGES-FEED / WS-RATIONS-NEEDED
               ELSE
                   MOVE 0 TO WS-SAGES-RATION
               END-IF
               IF WS-ACRES > 0
                   COMPUTE WS-SAGES-PLANT-PCT =
                           WS-SAGES-PLANT * 100 / WS-ACRES
               ELSE
                   MOVE 0 TO WS-SAGES-PLANT-PCT
               END-IF

      *        Anything this turn has moved the head count by is
      *        settled on the cohorts first, as END-YEAR would.
               PERFORM FIT-COHORTS-TO-POPULATION
               MOVE WS-CHILDREN TO WS-SAGES-LIVE-CHILDREN
               MOVE WS-WORKERS TO WS-SAGES-LIVE-WORKERS
               MOVE WS-ELDERS TO WS-SAGES-LIVE-ELDERS
               MOVE 0 TO WS-SAGES-IMPEACHED
               PERFORM VARYING WS-SAGES-TRIAL FROM 1 BY 1
                       UNTIL WS-SAGES-TRIAL > WS-SAGES-TRIALS
                   MOVE WS-SAGES-LIVE-CHILDREN TO WS-CHILDREN
                   MOVE WS-SAGES-LIVE-WORKERS TO WS-WORKERS
                   MOVE WS-SAGES-LIVE-ELDERS TO WS-ELDERS
                   MOVE WS-WHEAT TO WS-SAGES-WHEAT
                   MOVE WS-ACRES TO WS-SAGES-ACRES
                   MOVE WS-POPULATION TO WS-SAGES-POPULATION
                   MOVE WS-TOTAL-STARVED TO WS-SAGES-TOTAL-STARVED
                   MOVE WS-TOTAL-POP-EVER TO WS-SAGES-TOTAL-POP-EVER
                   MOVE WS-TRIBUTE-STRIKES TO WS-SAGES-STRIKES
                   MOVE WS-CLIMATE-STATE TO WS-SAGES-CLIMATE
                   SET WS-SAGES-FELL TO FALSE
                   PERFORM VARYING WS-SAGES-YEAR FROM 1 BY 1
                           UNTIL WS-SAGES-YEAR > WS-SAGES-YEARS
                              OR WS-SAGES-FELL
                       PERFORM PROJECT-SAGES-YEAR
                   END-PERFORM

      *            The same verdict the reign's end passes.
                   IF WS-SAGES-POPULATION = 0
                       SET WS-SAGES-FELL TO TRUE
                   END-IF
                   IF WS-SAGES-TOTAL-POP-EVER > 0
                           AND WS-SAGES-TOTAL-STARVED >
                               (WS-SAGES-TOTAL-POP-EVER * .45)
                       SET WS-SAGES-FELL TO TRUE
                   END-IF
                   IF WS-SAGES-FELL
                       ADD 1 TO WS-SAGES-IMPEACHED
                   END-IF
                   PERFORM FILE-SAGES-POPULATION
                   PERFORM FILE-SAGES-WHEAT
               END-PERFORM
               MOVE WS-SAGES-LIVE-CHILDREN TO WS-CHILDREN
               MOVE WS-SAGES-LIVE-WORKERS TO WS-WORKERS
               MOVE WS-SAGES-LIVE-ELDERS TO WS-ELDERS
           CONTINUE.

      *    One projected year, figure for figure the full-rules year
      *    MONTE-CARLO-SIM plays, with the live turn's settlers
      *    rule added and the live year's cohorts: the first year
      *    feeds and sows exactly what was proposed, the later ones
      *    the ration and share it works out to, sown as far as the
      *    projected workers can tend. Plague and hunger fall on the
      *    cohorts as END-YEAR lays them, a child eating half a
      *    ration, settlers join the workers, and the year ages the
      *    people as it does the live province.
           PROJECT-SAGES-YEAR SECTION.
      *        This year's people are already on the reign's count.
               IF WS-SAGES-YEAR > 1
                   ADD WS-SAGES-POPULATION TO WS-SAGES-TOTAL-POP-EVER
               END-IF

               MOVE WS-HARVEST-MIN TO WS-SAGES-HARVEST-MIN
               MOVE WS-HARVEST-MAX TO WS-SAGES-HARVEST-MAX
               EVALUATE WS-SAGES-CLIMATE
                   WHEN 1
                       IF WS-SAGES-HARVEST-MAX < 9
                           ADD 1 TO WS-SAGES-HARVEST-MAX
                       END-IF
                       IF WS-SAGES-HARVEST-MIN < WS-SAGES-HARVEST-MAX
                           ADD 1 TO WS-SAGES-HARVEST-MIN
                       END-IF
                   WHEN 3
                       IF WS-SAGES-HARVEST-MIN > 1
                           SUBTRACT 1 FROM WS-SAGES-HARVEST-MIN
                       END-IF
                       IF WS-SAGES-HARVEST-MAX > WS-SAGES-HARVEST-MIN
                           SUBTRACT 1 FROM WS-SAGES-HARVEST-MAX
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      *        The people's bushels are set aside first, as the
      *        turn asks for them first; the seed comes out of what
      *        is left.
               IF WS-SAGES-YEAR = 1
                   MOVE WS-SAGES-FEED TO WS-SAGES-FOOD
                   MOVE WS-SAGES-PLANT TO WS-SAGES-PLANTED
               ELSE
                   PERFORM COMPUTE-RATIONS-NEEDED
                   COMPUTE WS-SAGES-FOOD =
                           WS-RATIONS-NEEDED * WS-SAGES-RATION
                       ON SIZE ERROR
                           MOVE WS-SAGES-WHEAT TO WS-SAGES-FOOD
                   END-COMPUTE
                   COMPUTE WS-SAGES-PLANTED =
                           WS-SAGES-ACRES * WS-SAGES-PLANT-PCT / 100
                   PERFORM SET-SAGES-LABOR-CAP
                   IF WS-SAGES-PLANTED > WS-SAGES-LABOR-CAP
                       MOVE WS-SAGES-LABOR-CAP TO WS-SAGES-PLANTED
                   END-IF
               END-IF
               IF WS-SAGES-FOOD > WS-SAGES-WHEAT
                   MOVE WS-SAGES-WHEAT TO WS-SAGES-FOOD
               END-IF
               SUBTRACT WS-SAGES-FOOD FROM WS-SAGES-WHEAT
               IF WS-SAGES-PLANTED > WS-SAGES-ACRES
                   MOVE WS-SAGES-ACRES TO WS-SAGES-PLANTED
               END-IF
               COMPUTE WS-SAGES-SEED-COST =
                       WS-SAGES-PLANTED / WS-RULE-SEED-DIV
               IF WS-SAGES-SEED-COST > WS-SAGES-WHEAT
                   COMPUTE WS-SAGES-PLANTED =
                           WS-SAGES-WHEAT * WS-RULE-SEED-DIV
               END-IF

               CALL 'CALCULATE-HARVEST'
                   USING
                       WS-SAGES-PLANTED
                       WS-SAGES-HARVEST
                       WS-SAGES-WHEAT
                       WS-SAGES-PER-ACRE
                       WS-SAGES-HARVEST-MIN
                       WS-SAGES-HARVEST-MAX
                       WS-SAGES-SEED-COST
                       WS-RULE-SEED-DIV

               MOVE 1 TO WS-SAGES-PLAGUE-PHASE
               CALL 'CALCULATE-PLAGUE'
                   USING
                       WS-SAGES-PLAGUE-PHASE
                       WS-SAGES-POPULATION
                       WS-PLAGUE-CHANCE
                       WS-SAGES-PLAGUE-CHECK
                       WS-SAGES-PLAGUE-PCT
               MOVE 2 TO WS-SAGES-PLAGUE-PHASE
               MOVE WS-SAGES-POPULATION TO WS-SAGES-PRIOR-POP
               CALL 'CALCULATE-PLAGUE'
                   USING
                       WS-SAGES-PLAGUE-PHASE
                       WS-SAGES-POPULATION
                       WS-PLAGUE-CHANCE
                       WS-SAGES-PLAGUE-CHECK
                       WS-SAGES-PLAGUE-PCT
               COMPUTE WS-COHORT-DEATHS =
                       WS-SAGES-PRIOR-POP - WS-SAGES-POPULATION
               PERFORM DEDUCT-COHORT-DEATHS

               COMPUTE WS-SAGES-FOOD = WS-SAGES-FOOD / WS-RULE-FEED
               PERFORM COMPUTE-RATIONS-NEEDED
               IF WS-SAGES-FOOD < WS-RATIONS-NEEDED
                   COMPUTE WS-SAGES-STARVED =
                           WS-RATIONS-NEEDED - WS-SAGES-FOOD
                   IF WS-SAGES-STARVED > WS-SAGES-POPULATION
                       MOVE WS-SAGES-POPULATION TO WS-SAGES-STARVED
                   END-IF
                   MOVE WS-SAGES-STARVED TO WS-COHORT-DEATHS
                   PERFORM DEDUCT-COHORT-DEATHS
                   SUBTRACT WS-SAGES-STARVED FROM WS-SAGES-POPULATION
               ELSE
                   MOVE 0 TO WS-SAGES-STARVED
               END-IF
               ADD WS-SAGES-STARVED TO WS-SAGES-TOTAL-STARVED

               COMPUTE WS-SAGES-RATS-RELIEF = WS-GRANARY-LEVEL * .10
               IF WS-SAGES-RATS-RELIEF > WS-RATS-CHANCE
                   MOVE 0 TO WS-SAGES-RATS-CHANCE
               ELSE
                   COMPUTE WS-SAGES-RATS-CHANCE =
                           WS-RATS-CHANCE - WS-SAGES-RATS-RELIEF
               END-IF
               CALL 'CALCULATE-RATS'
                   USING
                       WS-SAGES-WHEAT
                       WS-SAGES-RATS-CHANCE
                       WS-SAGES-EATEN

               CALL 'CALCULATE-SPOILAGE'
                   USING
                       WS-SAGES-WHEAT
                       WS-GRANARY-LEVEL
                       WS-SAGES-SPOILED

               CALL 'CALCULATE-RAIDERS'
                   USING
                       WS-SAGES-WHEAT
                       WS-SAGES-ACRES
                       WS-RAID-CHANCE
                       WS-SAGES-RAID-WHEAT
                       WS-SAGES-RAID-ACRES

      *        The imperial assessment, counting the strikes the
      *        reign already carries.
               COMPUTE WS-SAGES-TRIBUTE-DUE =
                       (WS-SAGES-ACRES / WS-RULE-TRIB-ACRE-DIV)
                       + (WS-SAGES-POPULATION / WS-RULE-TRIB-POP-DIV)
               IF WS-SAGES-WHEAT >= WS-SAGES-TRIBUTE-DUE
                   SUBTRACT WS-SAGES-TRIBUTE-DUE FROM WS-SAGES-WHEAT
               ELSE
                   MOVE 0 TO WS-SAGES-WHEAT
                   ADD 1 TO WS-SAGES-STRIKES
                   IF WS-SAGES-STRIKES >= 2
                       SET WS-SAGES-FELL TO TRUE
                   ELSE
                       COMPUTE WS-SAGES-ACRES =
                               WS-SAGES-ACRES - (WS-SAGES-ACRES / 10)
                   END-IF
               END-IF

      *        Settlers come to a fed, well-landed province, a
      *        quarter of the wave turned away for every piece of
      *        poll tax past what the people bear.
               IF WS-SAGES-POPULATION > 0 AND WS-SAGES-STARVED = 0
                   COMPUTE WS-SAGES-PER-HEAD =
                           WS-SAGES-WHEAT / WS-SAGES-POPULATION
                   IF WS-SAGES-PER-HEAD >= 20
                       COMPUTE WS-SAGES-PER-HEAD =
                               WS-SAGES-ACRES / WS-SAGES-POPULATION
                       IF WS-SAGES-PER-HEAD >= 7
                           COMPUTE WS-SAGES-IMMIGRANTS =
                                   (WS-SAGES-HARVEST / 100) + 1
                           IF WS-POLL-TAX-RATE >= WS-RULE-POLL-TAX-TOL
                                   + 4
                               MOVE 0 TO WS-SAGES-IMMIGRANTS
                           ELSE
                               IF WS-POLL-TAX-RATE
                                       > WS-RULE-POLL-TAX-TOL
                                   COMPUTE WS-SAGES-IMMIGRANTS =
                                       WS-SAGES-IMMIGRANTS
                                       * (4 - (WS-POLL-TAX-RATE
                                           - WS-RULE-POLL-TAX-TOL))
                                       / 4
                               END-IF
                           END-IF
                           COMPUTE WS-SAGES-POPULATION =
                                   WS-SAGES-POPULATION
                                   + WS-SAGES-IMMIGRANTS
                               ON SIZE ERROR
                                   MOVE 9999 TO WS-SAGES-POPULATION
                           END-COMPUTE
                           COMPUTE WS-WORKERS = WS-SAGES-POPULATION
                                   - WS-CHILDREN - WS-ELDERS
                       END-IF
                   END-IF
               END-IF

               PERFORM AGE-POPULATION-COHORTS

               COMPUTE WS-SAGES-CLIMATE-ROLL = FUNCTION RANDOM
               EVALUATE WS-SAGES-CLIMATE
                   WHEN 2
                       IF WS-SAGES-CLIMATE-ROLL < .20
                           MOVE 1 TO WS-SAGES-CLIMATE
                       ELSE
                           IF WS-SAGES-CLIMATE-ROLL < .40
                               MOVE 3 TO WS-SAGES-CLIMATE
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF WS-SAGES-CLIMATE-ROLL < .40
                           MOVE 2 TO WS-SAGES-CLIMATE
                       END-IF
               END-EVALUATE
           CONTINUE.

      *    The hands a later projected year has to sow with, by the
      *    rule ADVISE-GOVERNOR lays down for the live turn: ten
      *    acres a worker, less the canal gangs while the works
      *    still run, cut back when unrest keeps people from the
      *    fields.
           SET-SAGES-LABOR-CAP SECTION.
               COMPUTE WS-SAGES-LABOR-CAP = WS-WORKERS * 10
               IF WS-CANAL-YEARS-LEFT >= WS-SAGES-YEAR
                   IF WS-SAGES-LABOR-CAP > WS-CANAL-LABORERS * 10
                       COMPUTE WS-SAGES-LABOR-CAP =
                               WS-SAGES-LABOR-CAP
                               - (WS-CANAL-LABORERS * 10)
                   ELSE
                       MOVE 0 TO WS-SAGES-LABOR-CAP
                   END-IF
               END-IF
               IF WS-UNREST >= 40
                   COMPUTE WS-SAGES-LABOR-CAP =
                           WS-SAGES-LABOR-CAP * (100 - WS-UNREST)
                           / 100
               END-IF
           CONTINUE.

      *    Files the trial's finishing population into its place
      *    among the trials before it, lowest first.
           FILE-SAGES-POPULATION SECTION.
               MOVE WS-SAGES-TRIAL TO WS-SAGES-SLOT
               SET WS-SAGES-SLOT-FOUND TO FALSE
               PERFORM UNTIL WS-SAGES-SLOT-FOUND
                   IF WS-SAGES-SLOT = 1
                       SET WS-SAGES-SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-SAGES-FINAL-POP(WS-SAGES-SLOT - 1)
                               <= WS-SAGES-POPULATION
                           SET WS-SAGES-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-SAGES-FINAL-POP(WS-SAGES-SLOT - 1)
                               TO WS-SAGES-FINAL-POP(WS-SAGES-SLOT)
                           SUBTRACT 1 FROM WS-SAGES-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SAGES-POPULATION
                   TO WS-SAGES-FINAL-POP(WS-SAGES-SLOT)
           CONTINUE.

      *    The same for the trial's finishing granary.
           FILE-SAGES-WHEAT SECTION.
               MOVE WS-SAGES-TRIAL TO WS-SAGES-SLOT
               SET WS-SAGES-SLOT-FOUND TO FALSE
               PERFORM UNTIL WS-SAGES-SLOT-FOUND
                   IF WS-SAGES-SLOT = 1
                       SET WS-SAGES-SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-SAGES-FINAL-WHEAT(WS-SAGES-SLOT - 1)
                               <= WS-SAGES-WHEAT
                           SET WS-SAGES-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-SAGES-FINAL-WHEAT(WS-SAGES-SLOT - 1)
                               TO WS-SAGES-FINAL-WHEAT(WS-SAGES-SLOT)
                           SUBTRACT 1 FROM WS-SAGES-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SAGES-WHEAT
                   TO WS-SAGES-FINAL-WHEAT(WS-SAGES-SLOT)
           CONTINUE.

      *    The sages' report: the worst tenth of the trials, the
      *    middle one and the best tenth, with the full range, for
      *    the province's people and granary three years on, and
      *    the share of trials that ended the reign.
           REPORT-SAGES-COUNSEL SECTION.
               COMPUTE WS-SAGES-LOW-POS = WS-SAGES-TRIALS / 10
               COMPUTE WS-SAGES-MID-POS = WS-SAGES-TRIALS / 2
               COMPUTE WS-SAGES-HIGH-POS =
                       WS-SAGES-TRIALS - WS-SAGES-LOW-POS + 1
               COMPUTE WS-SAGES-IMPEACH-PCT ROUNDED =
                       WS-SAGES-IMPEACHED * 100 / WS-SAGES-TRIALS
               MOVE WS-SAGES-RATION TO WS-FORMAT-GAME-NUMS
               MOVE WS-SAGES-PLANT-PCT TO WS-SAGES-PCT-SHOW
               DISPLAY "The sages have played " WS-SAGES-TRIALS
                       " reckonings of this province's next "
                       WS-SAGES-YEARS " years, at "
                       WS-FORMAT-GAME-NUMS " bushels a head and "
                       WS-SAGES-PCT-SHOW "% of the acres sown."
               DISPLAY "                 worst tenth   middle"
                       "    best tenth   (lowest - highest)"
               MOVE WS-SAGES-FINAL-POP(WS-SAGES-LOW-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "  People:        " WS-FORMAT-GAME-NUMS
                   WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-POP(WS-SAGES-MID-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "   " WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-POP(WS-SAGES-HIGH-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "   " WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-POP(1) TO WS-FORMAT-GAME-NUMS
               DISPLAY "   (" WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-POP(WS-SAGES-TRIALS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY " - " WS-FORMAT-GAME-NUMS ")"
               MOVE WS-SAGES-FINAL-WHEAT(WS-SAGES-LOW-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "  Bushels:       " WS-FORMAT-GAME-NUMS
                   WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-WHEAT(WS-SAGES-MID-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "   " WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-WHEAT(WS-SAGES-HIGH-POS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY "   " WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-WHEAT(1) TO WS-FORMAT-GAME-NUMS
               DISPLAY "   (" WS-FORMAT-GAME-NUMS WITH NO ADVANCING
               MOVE WS-SAGES-FINAL-WHEAT(WS-SAGES-TRIALS)
                   TO WS-FORMAT-GAME-NUMS
               DISPLAY " - " WS-FORMAT-GAME-NUMS ")"
               MOVE WS-SAGES-IMPEACH-PCT TO WS-SAGES-PCT-SHOW
               DISPLAY "  In " WS-SAGES-PCT-SHOW "% of the "
                       "reckonings the governor is impeached "
                       "within the three years."
               DISPLAY "The sages speak for this province alone; "
                       "what is proposed binds no one."
           CONTINUE.

      *    Offers one granary improvement a year: a fixed spend of
      *    bushels that permanently cuts both the spoilage fraction
      *    CALCULATE-SPOILAGE charges and this province's exposure to
                           COMPUTE WS-LOAN-BALANCE =
                                   WS-LOAN-ASK * 1.2
                           MOVE WS-LOAN-TERM TO WS-LOAN-YEARS-LEFT
                           MOVE "DRAWDOWN" TO WS-LOAN-ENTRY
                           MOVE 0 TO WS-LOAN-BAL-BEFORE
                           MOVE WS-LOAN-TERM TO WS-LOAN-YEARS-BEFORE
                           COMPUTE WS-LOAN-DUE =
                                   WS-LOAN-BALANCE / WS-LOAN-TERM
                           MOVE 0 TO WS-LOAN-TAKEN
                           MOVE 0 TO WS-LOAN-STRUCK
                           MOVE WS-WHEAT TO WS-LOAN-GRANARY
                           PERFORM POST-LOAN-ENTRY
                           MOVE WS-LOAN-BALANCE
                               TO WS-FORMAT-GAME-NUMS
                           DISPLAY "The grain barges arrive. "
               END-PERFORM
           CONTINUE.

      *    Asks the year's poll tax in silver a head and gathers it
      *    into the treasury at once. The people bear the rule set's
      *    tolerance without complaint; every piece past it costs
      *    five points of unrest on the spot, and CALCULATE-
      *    IMMIGRATION turns a quarter of the year's settlers away
      *    for each. What would spill past the treasury's seven
      *    digits is never levied, so the treasury still proves. An
      *    unattended reign answers from the typed-decision deck
      *    (code PT), levying nothing when the deck is silent.
           ASK-POLL-TAX SECTION.
               SET WS-MODULE-BOOL TO FALSE
               PERFORM UNTIL WS-MODULE-BOOL
                   DISPLAY "Poll tax in silver a head this year (the "
                           "people bear " WS-RULE-POLL-TAX-TOL
                           " without complaint): "
                   MOVE "PT" TO WS-DECISION-TYPE
                   PERFORM GET-DECISION-NUM
                   IF WS-DECISION-VALUE < 0
                           OR WS-DECISION-VALUE > 99
                       DISPLAY "A poll tax runs 0-99 silver a head."
                   ELSE
                       SET WS-MODULE-BOOL TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-DECISION-VALUE TO WS-POLL-TAX-RATE
               COMPUTE WS-POLL-TAX-YIELD =
                       WS-POLL-TAX-RATE * WS-POPULATION
               COMPUTE WS-POLL-TAX-ROOM = 9999999 - WS-TREASURE
               IF WS-POLL-TAX-YIELD > WS-POLL-TAX-ROOM
                   MOVE WS-POLL-TAX-ROOM TO WS-POLL-TAX-YIELD
               END-IF
               IF WS-POLL-TAX-YIELD > 0
                   ADD WS-POLL-TAX-YIELD TO WS-TREASURE
                   MOVE WS-PROV-IDX TO WS-SILVER-PROV
                   MOVE "POLLTAX" TO WS-SILVER-CODE
                   MOVE "CR" TO WS-SILVER-SIDE
                   MOVE WS-POLL-TAX-YIELD TO WS-SILVER-AMOUNT
                   PERFORM POST-SILVER-LEDGER
                   MOVE WS-POLL-TAX-YIELD TO WS-FORMAT-GAME-NUMS
                   DISPLAY "The tax gatherers bring in "
                           WS-FORMAT-GAME-NUMS " pieces of silver."
               END-IF
               IF WS-POLL-TAX-RATE > WS-RULE-POLL-TAX-TOL
                   COMPUTE WS-POLL-TAX-OVER =
                           WS-POLL-TAX-RATE - WS-RULE-POLL-TAX-TOL
                   COMPUTE WS-UNREST =
                           WS-UNREST + (WS-POLL-TAX-OVER * 5)
                       ON SIZE ERROR
                           MOVE 99 TO WS-UNREST
                   END-COMPUTE
                   DISPLAY "The people curse the tax gatherers -- "
                           "unrest stands at " WS-UNREST " of 99."
               END-IF
           CONTINUE.

      *    Offers to send wheat out with the caravans at this year's
      *    export quote. The silver earned goes to the treasury --
      *    it cannot buy land or feed anyone, but it counts with the
                   EXIT SECTION
               END-IF
               PERFORM COMPUTE-REALM-STANDING
               COMPUTE WS-CTR-SPOT =
                       WS-EXPORT-PRICE + WS-REALM-PRICE-BONUS
                   ON SIZE ERROR
                       MOVE 99 TO WS-CTR-SPOT
               END-COMPUTE
               MOVE WS-WHEAT TO WS-CTR-GRANARY
               IF WS-WHEAT >= WS-CTR-AMOUNT
                       AND WS-REALM-TRADE-OPEN
                   SUBTRACT WS-CTR-AMOUNT FROM WS-WHEAT
                   COMPUTE WS-CTR-SILVER =
                           WS-CTR-AMOUNT * WS-CTR-PRICE / 100
                   ADD WS-CTR-SILVER TO WS-TREASURE
                   MOVE WS-PROV-IDX TO WS-SILVER-PROV
                   MOVE "CONTRACT" TO WS-SILVER-CODE
                   MOVE "CR" TO WS-SILVER-SIDE
                   MOVE WS-CTR-SILVER TO WS-SILVER-AMOUNT
                   PERFORM POST-SILVER-LEDGER
                   ADD WS-CTR-AMOUNT TO WS-YEAR-EXPORTED
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   SUBTRACT 1 FROM WS-CTR-YEARS-LEFT
                   MOVE "DELIVERY" TO WS-CTR-ENTRY
                   MOVE WS-CTR-AMOUNT TO WS-CTR-DELIVERED
                   MOVE 0 TO WS-CTR-SHORTFALL
                   MOVE 0 TO WS-CTR-DAMAGES
                   PERFORM POST-CONTRACT-ENTRY
                   MOVE WS-CTR-SILVER TO WS-FORMAT-GAME-NUMS
                   DISPLAY "The contracted delivery goes out -- "
                           WS-FORMAT-GAME-NUMS " silver at the "
                       MOVE WS-TREASURE TO WS-CTR-DAMAGES
                   END-IF
                   SUBTRACT WS-CTR-DAMAGES FROM WS-TREASURE
                   MOVE WS-PROV-IDX TO WS-SILVER-PROV
                   MOVE "DAMAGES" TO WS-SILVER-CODE
                   MOVE "DR" TO WS-SILVER-SIDE
                   MOVE WS-CTR-DAMAGES TO WS-SILVER-AMOUNT
                   PERFORM POST-SILVER-LEDGER
                   MOVE WS-CTR-DAMAGES TO WS-FORMAT-GAME-NUMS
                   DISPLAY "THE DELIVERY IS MISSED! The caravan "
                           "masters exact " WS-FORMAT-GAME-NUMS
                           " silver in damages and tear up the "
                           "contract."
                   MOVE "BREACH" TO WS-CTR-ENTRY
                   MOVE 0 TO WS-CTR-DELIVERED
                   MOVE WS-CTR-AMOUNT TO WS-CTR-SHORTFALL
                   MOVE 0 TO WS-CTR-SILVER
                   PERFORM POST-CONTRACT-ENTRY
                   MOVE 0 TO WS-CTR-AMOUNT
                   MOVE 0 TO WS-CTR-PRICE
                   MOVE 0 TO WS-CTR-YEARS-LEFT
                   EXIT SECTION
               END-IF
               MOVE WS-CTR-TERM TO WS-CTR-YEARS-LEFT
               MOVE "SIGNED" TO WS-CTR-ENTRY
               MOVE WS-EFF-EXPORT-PRICE TO WS-CTR-SPOT
               MOVE 0 TO WS-CTR-DELIVERED
               MOVE 0 TO WS-CTR-SHORTFALL
               MOVE 0 TO WS-CTR-SILVER
               MOVE 0 TO WS-CTR-DAMAGES
               MOVE WS-WHEAT TO WS-CTR-GRANARY
               PERFORM POST-CONTRACT-ENTRY
               DISPLAY "The contract is sealed: " WS-CTR-AMOUNT
                       " bushels a year for " WS-CTR-TERM
                       " years at " WS-CTR-PRICE " per hundred. "
                       "The first delivery falls due next year."
           CONTINUE.

      *    Writes one entry to the contract register for the
      *    working province. Only a signing carries the term.
           POST-CONTRACT-ENTRY SECTION.
               MOVE WS-GOVERNOR-NAME TO FC-GOVERNOR
               MOVE WS-YEAR TO FC-YEAR
               MOVE WS-PROV-IDX TO FC-PROVINCE
               MOVE WS-CTR-ENTRY TO FC-ENTRY
               MOVE WS-CTR-PRICE TO FC-PRICE
               MOVE WS-CTR-AMOUNT TO FC-AMOUNT
               IF WS-CTR-ENTRY = "SIGNED"
                   MOVE WS-CTR-TERM TO FC-TERM
               ELSE
                   MOVE 0 TO FC-TERM
               END-IF
               MOVE WS-CTR-YEARS-LEFT TO FC-YEARS-LEFT
               MOVE WS-CTR-SPOT TO FC-SPOT-PRICE
               MOVE WS-CTR-DELIVERED TO FC-DELIVERED
               MOVE WS-CTR-SHORTFALL TO FC-SHORTFALL
               MOVE WS-CTR-SILVER TO FC-SILVER
               MOVE WS-CTR-DAMAGES TO FC-DAMAGES
               MOVE WS-CTR-GRANARY TO FC-GRANARY
               IF WS-REALM-TRADE-OPEN
                   MOVE "Y" TO FC-ROADS
               ELSE
                   MOVE "N" TO FC-ROADS
               END-IF
               PERFORM ENSURE-CTR-OPEN
               WRITE FC-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

           ASK-EXPORT-SALE SECTION.
               PERFORM FULFILL-EXPORT-CONTRACT
               PERFORM COMPUTE-REALM-STANDING
                               PERFORM POST-WHEAT-LEDGER
                               ADD WS-EXPORT-SILVER
                                   TO WS-TREASURE
                               MOVE WS-PROV-IDX TO WS-SILVER-PROV
                               MOVE "EXPORT" TO WS-SILVER-CODE
                               MOVE "CR" TO WS-SILVER-SIDE
                               MOVE WS-EXPORT-SILVER
                                   TO WS-SILVER-AMOUNT
                               PERFORM POST-SILVER-LEDGER
                               MOVE WS-EXPORT-SILVER
                                   TO WS-FORMAT-GAME-NUMS
                               DISPLAY "The caravans depart -- "
               ELSE
               IF WS-MARGINAL-ACRES < WS-CANAL-TRACT
                       OR WS-WHEAT < WS-CANAL-COST
                       OR WS-WORKERS < WS-CANAL-LABORERS
                   CONTINUE
               ELSE
                   DISPLAY "The engineers offer to dig canals: "
                       SUBTRACT WS-CANAL-CONVERTED
                           FROM WS-MARGINAL-ACRES
                       ADD WS-CANAL-CONVERTED TO WS-FERTILE-ACRES
                       MOVE WS-PROV-IDX TO WS-LAND-PROV
                       MOVE "CANAL" TO WS-LAND-CAUSE
                       MOVE WS-CANAL-CONVERTED TO WS-LAND-ACRES
                       MOVE 'M' TO WS-LAND-GRADE
                       MOVE "DR" TO WS-LAND-SIDE
                       PERFORM POST-LAND-DEED
                       MOVE 'F' TO WS-LAND-GRADE
                       MOVE "CR" TO WS-LAND-SIDE
                       PERFORM POST-LAND-DEED
                       MOVE WS-CANAL-CONVERTED TO WS-FORMAT-GAME-NUMS
                       DISPLAY "The canals are finished! "
                               WS-FORMAT-GAME-NUMS
                               IF WS-IMPORT-AMOUNT > 0
                                   SUBTRACT WS-IMPORT-SILVER
                                       FROM WS-TREASURE
                                   MOVE WS-PROV-IDX
                                       TO WS-SILVER-PROV
                                   MOVE "IMPORT" TO WS-SILVER-CODE
                                   MOVE "DR" TO WS-SILVER-SIDE
                                   MOVE WS-IMPORT-SILVER
                                       TO WS-SILVER-AMOUNT
                                   PERFORM POST-SILVER-LEDGER
                                   ADD WS-IMPORT-AMOUNT TO WS-WHEAT
                                   ADD WS-IMPORT-AMOUNT
                                       TO WS-YEAR-IMPORTED
                                   MOVE "IMPORT" TO WS-LEDGER-CODE
                                   MOVE "CR" TO WS-LEDGER-SIDE
                                   MOVE WS-IMPORT-AMOUNT
               IF WS-LOAN-BALANCE > 0
                   COMPUTE WS-LOAN-PAYMENT =
                           WS-LOAN-BALANCE / WS-LOAN-YEARS-LEFT
                   MOVE WS-LOAN-BALANCE TO WS-LOAN-BAL-BEFORE
                   MOVE WS-LOAN-YEARS-LEFT TO WS-LOAN-YEARS-BEFORE
                   MOVE WS-LOAN-PAYMENT TO WS-LOAN-DUE
                   MOVE WS-WHEAT TO WS-LOAN-GRANARY
                   IF WS-LOAN-PAYMENT > WS-WHEAT
                       DISPLAY "The loan collector finds the granary "
                               "cannot cover the installment -- the "
                       MOVE "DR" TO WS-LEDGER-SIDE
                       MOVE WS-WHEAT TO WS-LEDGER-AMOUNT
                       PERFORM POST-WHEAT-LEDGER
                       MOVE "SEIZURE" TO WS-LOAN-ENTRY
                       MOVE WS-WHEAT TO WS-LOAN-TAKEN
                       COMPUTE WS-LOAN-STRUCK =
                               WS-LOAN-BALANCE - WS-WHEAT
                       MOVE 0 TO WS-WHEAT
                       MOVE 0 TO WS-LOAN-BALANCE
                       MOVE 0 TO WS-LOAN-YEARS-LEFT
                       SET WS-LOAN-DEFAULTED TO TRUE
                       MOVE 'Y' TO WS-ALERT-SEIZED(WS-PROV-IDX)
                       PERFORM POST-LOAN-ENTRY
                   ELSE
                       SUBTRACT WS-LOAN-PAYMENT FROM WS-WHEAT
                       MOVE "LOANPAY" TO WS-LEDGER-CODE
                       PERFORM POST-WHEAT-LEDGER
                       SUBTRACT WS-LOAN-PAYMENT FROM WS-LOAN-BALANCE
                       SUBTRACT 1 FROM WS-LOAN-YEARS-LEFT
                       MOVE "PAYMENT" TO WS-LOAN-ENTRY
                       MOVE WS-LOAN-PAYMENT TO WS-LOAN-TAKEN
                       MOVE 0 TO WS-LOAN-STRUCK
                       PERFORM POST-LOAN-ENTRY
                       MOVE WS-LOAN-PAYMENT TO WS-FORMAT-GAME-NUMS
                       DISPLAY "The loan collector takes this "
                               "year's installment of "
               END-IF
           CONTINUE.

      *    Writes one entry to the loan register for the working
      *    province. Only a drawdown carries the principal and the
      *    term it was lent on.
           POST-LOAN-ENTRY SECTION.
               MOVE WS-GOVERNOR-NAME TO LN-GOVERNOR
               MOVE WS-YEAR TO LN-YEAR
               MOVE WS-PROV-IDX TO LN-PROVINCE
               MOVE WS-LOAN-ENTRY TO LN-ENTRY
               IF WS-LOAN-ENTRY = "DRAWDOWN"
                   MOVE WS-LOAN-ASK TO LN-PRINCIPAL
                   MOVE WS-LOAN-TERM TO LN-TERM
               ELSE
                   MOVE 0 TO LN-PRINCIPAL
                   MOVE 0 TO LN-TERM
               END-IF
               MOVE WS-LOAN-YEARS-BEFORE TO LN-YEARS-LEFT
               MOVE WS-LOAN-BAL-BEFORE TO LN-BALANCE-BEFORE
               MOVE WS-LOAN-DUE TO LN-SCHEDULED
               MOVE WS-LOAN-TAKEN TO LN-PAID
               MOVE WS-LOAN-STRUCK TO LN-WRITTEN-OFF
               MOVE WS-LOAN-BALANCE TO LN-BALANCE-AFTER
               MOVE WS-LOAN-GRANARY TO LN-GRANARY
               PERFORM ENSURE-LOAN-OPEN
               WRITE LN-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    When the reign is running unattended, pulls this turn's
      *    food/planting/land-trading figures off TURN-INPUT-FILE.
      *    Running out of records ends the reign early with its own
      *    condition code -- the old fallback to keyboard input left
      *    an unattended job hanging on a prompt no operator was
      *    there to answer. The three figures are journaled as TF,
      *    TP and TB, and the deck running out as a TF marked E, so
      *    the replay of an unattended reign reads the same year's
      *    figures, and ends where it ended, off the journal.
           READ-BATCH-TURN-RECORD SECTION.
               IF NOT WS-BATCH-MODE-ACTIVE
                   EXIT SECTION
               END-IF
               IF WS-REPLAY-MODE
                   PERFORM REPLAY-BATCH-TURN-RECORD
                   EXIT SECTION
               END-IF
      *        The year's figures serve every province, so they are
      *        journaled under province 0 like a kingdom decision.
               MOVE 0 TO WS-PROV-IDX
               READ TURN-INPUT-FILE
                   AT END
                       DISPLAY "End of batch turn input -- "
                               "ending the reign early."
                       MOVE "TF" TO WS-DECISION-TYPE
                       MOVE 0 TO WS-DECISION-VALUE
                       MOVE "E" TO WS-DECISION-CHAR
                       PERFORM WRITE-JOURNAL-DECISION
                       SET WS-BATCH-MODE-ACTIVE TO FALSE
                       SET WS-GAME-LOOP-STATE TO FALSE
                       MOVE 8 TO WS-RUN-RETURN-CODE
                   NOT AT END
                       ADD 1 TO WS-RUNLOG-READS
                       MOVE TI-FOOD TO WS-BATCH-FOOD
                       MOVE TI-PLANTED-ACRES
                           TO WS-BATCH-PLANTED-ACRES
                       MOVE TI-ACRES-BUY-AMOUNT
                           TO WS-BATCH-BUY-AMOUNT
                       MOVE SPACE TO WS-DECISION-CHAR
                       MOVE "TF" TO WS-DECISION-TYPE
                       MOVE WS-BATCH-FOOD TO WS-DECISION-VALUE
                       PERFORM WRITE-JOURNAL-DECISION
                       MOVE "TP" TO WS-DECISION-TYPE
                       MOVE WS-BATCH-PLANTED-ACRES
                           TO WS-DECISION-VALUE
                       PERFORM WRITE-JOURNAL-DECISION
                       MOVE "TB" TO WS-DECISION-TYPE
                       MOVE WS-BATCH-BUY-AMOUNT TO WS-DECISION-VALUE
                       PERFORM WRITE-JOURNAL-DECISION
               END-READ
           CONTINUE.

           REPLAY-BATCH-TURN-RECORD SECTION.
               MOVE "TF" TO WS-DECISION-TYPE
               PERFORM READ-JOURNAL-DECISION
               IF WS-DECISION-CHAR = "E"
                   DISPLAY "(replay TF) end of batch turn input -- "
                           "ending the reign early."
                   SET WS-BATCH-MODE-ACTIVE TO FALSE
                   SET WS-GAME-LOOP-STATE TO FALSE
      *            The replay stops where the reign stopped, but the
      *            code stays the live reign's.
                   IF NOT WS-REPLAY-MODE AND NOT WS-BRANCHED-REIGN
                       MOVE 8 TO WS-RUN-RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               MOVE WS-DECISION-VALUE TO WS-BATCH-FOOD
               MOVE "TP" TO WS-DECISION-TYPE
               PERFORM READ-JOURNAL-DECISION
               MOVE WS-DECISION-VALUE TO WS-BATCH-PLANTED-ACRES
               MOVE "TB" TO WS-DECISION-TYPE
               PERFORM READ-JOURNAL-DECISION
               MOVE WS-DECISION-VALUE TO WS-BATCH-BUY-AMOUNT
               DISPLAY "(replay TF/TP/TB) " WS-BATCH-FOOD " "
                       WS-BATCH-PLANTED-ACRES " " WS-BATCH-BUY-AMOUNT
           CONTINUE.

      *    Reads one number from the console through the hardened
      *        Let the year's audit records reach disk on the way
      *        out.
               PERFORM FLUSH-ANALYTICS-BUFFER
               PERFORM FLUSH-EVENT-LOG-BUFFER
               PERFORM CLOSE-YEARLY-FILES
               IF WS-REIGN-PLAYED
                   DISPLAY "Console input is exhausted -- ending "
                       PERFORM READ-JOURNAL-DECISION
                       DISPLAY "(replay " WS-DECISION-TYPE ") "
                               WS-DECISION-VALUE
                   WHEN WS-STEWARD-ACTING
                       PERFORM STEWARD-DECISION
                       DISPLAY "(steward " WS-DECISION-TYPE ") "
                               WS-DECISION-VALUE
                       PERFORM WRITE-JOURNAL-DECISION
                   WHEN WS-BATCH-MODE-ACTIVE
                       PERFORM READ-BATCH-DECISION
                       DISPLAY "(deck " WS-DECISION-TYPE ") "
                               WS-DECISION-VALUE
                       PERFORM WRITE-JOURNAL-DECISION
                   WHEN OTHER
                       IF WS-DECISION-TYPE = "LA"
                           SET WS-ENTRY-SIGN-ALLOWED TO TRUE
                       PERFORM READ-JOURNAL-DECISION
                       DISPLAY "(replay " WS-DECISION-TYPE ") "
                               WS-DECISION-CHAR
                   WHEN WS-STEWARD-ACTING
                       PERFORM STEWARD-DECISION
                       DISPLAY "(steward " WS-DECISION-TYPE ") "
                               WS-DECISION-CHAR
                       PERFORM WRITE-JOURNAL-DECISION
                   WHEN WS-BATCH-MODE-ACTIVE
                       PERFORM READ-BATCH-DECISION
                       DISPLAY "(deck " WS-DECISION-TYPE ") "
                               WS-DECISION-CHAR
                       PERFORM WRITE-JOURNAL-DECISION
                   WHEN OTHER
                       ACCEPT WS-DECISION-CHAR
                       MOVE 0 TO WS-DECISION-VALUE
               END-IF
           CONTINUE.

           ENSURE-SILVER-OPEN SECTION.
               IF NOT WS-SILVER-FILE-OPEN
                   OPEN EXTEND SILVER-LEDGER-FILE
                   IF WS-SILVER-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT SILVER-LEDGER-FILE
                   END-IF
                   SET WS-SILVER-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

           ENSURE-LAND-OPEN SECTION.
               IF NOT WS-LAND-FILE-OPEN
                   OPEN EXTEND LAND-REGISTRY-FILE
                   IF WS-LAND-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT LAND-REGISTRY-FILE
                   END-IF
                   SET WS-LAND-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

           ENSURE-CENSUS-OPEN SECTION.
               IF NOT WS-CENSUS-FILE-OPEN
                   OPEN EXTEND CENSUS-FILE
                   IF WS-CENSUS-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT CENSUS-FILE
                   END-IF
                   SET WS-CENSUS-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

           ENSURE-DIPLO-OPEN SECTION.
               IF NOT WS-DIPLO-FILE-OPEN
                   OPEN EXTEND DIPLOMACY-HISTORY-FILE
                   IF WS-DIPLO-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT DIPLOMACY-HISTORY-FILE
                   END-IF
                   SET WS-DIPLO-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

           ENSURE-CTR-OPEN SECTION.
               IF NOT WS-CTR-FILE-OPEN
                   OPEN EXTEND CONTRACT-REGISTER-FILE
                   IF WS-CTR-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT CONTRACT-REGISTER-FILE
                   END-IF
                   SET WS-CTR-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

           ENSURE-LOAN-OPEN SECTION.
               IF NOT WS-LOAN-FILE-OPEN
                   OPEN EXTEND LOAN-REGISTER-FILE
                   IF WS-LOAN-FILE-STATUS = "05" OR "35"
                       OPEN OUTPUT LOAN-REGISTER-FILE
                   END-IF
                   SET WS-LOAN-FILE-OPEN TO TRUE
               END-IF
           CONTINUE.

      *    Idempotent: closes whichever append streams are open and
      *    clears their flags, so it is safe to call from year-end,
      *    from the summary (which needs the history file back to
                   CLOSE LEDGER-FILE
                   SET WS-LEDGER-FILE-OPEN TO FALSE
               END-IF
               IF WS-SILVER-FILE-OPEN
                   CLOSE SILVER-LEDGER-FILE
                   SET WS-SILVER-FILE-OPEN TO FALSE
               END-IF
               IF WS-LAND-FILE-OPEN
                   CLOSE LAND-REGISTRY-FILE
                   SET WS-LAND-FILE-OPEN TO FALSE
               END-IF
               IF WS-CENSUS-FILE-OPEN
                   CLOSE CENSUS-FILE
                   SET WS-CENSUS-FILE-OPEN TO FALSE
               END-IF
               IF WS-DIPLO-FILE-OPEN
                   CLOSE DIPLOMACY-HISTORY-FILE
                   SET WS-DIPLO-FILE-OPEN TO FALSE
               END-IF
               IF WS-LOAN-FILE-OPEN
                   CLOSE LOAN-REGISTER-FILE
                   SET WS-LOAN-FILE-OPEN TO FALSE
               END-IF
               IF WS-CTR-FILE-OPEN
                   CLOSE CONTRACT-REGISTER-FILE
                   SET WS-CTR-FILE-OPEN TO FALSE
               END-IF
           CONTINUE.

      *    Posts one wheat movement to the ledger dataset and rolls
               END-IF
           CONTINUE.

      *    Opens the treasury's year: the opening balance is taken
      *    and posted brought forward, and the running totals start
      *    from nothing.
           OPEN-SILVER-YEAR SECTION.
               MOVE WS-TREASURE TO WS-SILVER-OPENING
               MOVE 0 TO WS-SILVER-CREDITS
               MOVE 0 TO WS-SILVER-DEBITS
               SET WS-SILVER-PROOF-VALID TO TRUE
               MOVE 0 TO WS-SILVER-PROV
               MOVE "OPENING" TO WS-SILVER-CODE
               MOVE "BF" TO WS-SILVER-SIDE
               MOVE WS-TREASURE TO WS-SILVER-AMOUNT
               PERFORM POST-SILVER-LEDGER
           CONTINUE.

      *    Posts one silver movement to the treasury ledger and
      *    rolls it into the year's running receipts or payments.
      *    The caller sets WS-SILVER-PROV. Zero movements are not
      *    worth a record, but the brought- and carried-forward
      *    balances are written whatever they hold -- an empty
      *    treasury is still a balance the proof needs.
           POST-SILVER-LEDGER SECTION.
               IF WS-SILVER-AMOUNT = 0
                       AND (WS-SILVER-SIDE = "CR"
                           OR WS-SILVER-SIDE = "DR")
                   EXIT SECTION
               END-IF
               EVALUATE WS-SILVER-SIDE
                   WHEN "CR"
                       ADD WS-SILVER-AMOUNT TO WS-SILVER-CREDITS
                   WHEN "DR"
                       ADD WS-SILVER-AMOUNT TO WS-SILVER-DEBITS
               END-EVALUATE
               MOVE WS-GOVERNOR-NAME TO SL-GOVERNOR
               MOVE WS-YEAR TO SL-YEAR
               MOVE WS-SILVER-PROV TO SL-PROVINCE
               MOVE WS-SILVER-CODE TO SL-CODE
               MOVE WS-SILVER-SIDE TO SL-SIDE
               MOVE WS-SILVER-AMOUNT TO SL-AMOUNT
               PERFORM ENSURE-SILVER-OPEN
               WRITE SL-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    The treasury proof: opening + receipts - payments must
      *    land exactly on the closing treasury, and the closing
      *    balance is posted carried forward either way so the
      *    offline re-proof has both ends of every year. An
      *    out-of-balance year is flagged loudly and posted, the
      *    same as the wheat ledger's.
           PROVE-SILVER-LEDGER SECTION.
               MOVE 0 TO WS-SILVER-PROV
               IF NOT WS-SILVER-PROOF-VALID
                   DISPLAY "Treasury proof skipped -- this year "
                           "resumed from a mid-year checkpoint."
               ELSE
                   COMPUTE WS-SILVER-EXPECTED =
                           WS-SILVER-OPENING
                           + WS-SILVER-CREDITS - WS-SILVER-DEBITS
                   IF WS-SILVER-EXPECTED = WS-TREASURE
                       DISPLAY "Treasury proof: opening "
                               WS-SILVER-OPENING " + receipts "
                               WS-SILVER-CREDITS " - payments "
                               WS-SILVER-DEBITS " = closing "
                               WS-TREASURE " -- balances."
                   ELSE
                       DISPLAY "*** TREASURY OUT OF BALANCE: "
                               "opening " WS-SILVER-OPENING
                               " + receipts " WS-SILVER-CREDITS
                               " - payments " WS-SILVER-DEBITS
                               " gives " WS-SILVER-EXPECTED
                               " but the treasury holds "
                               WS-TREASURE " ***"
                       MOVE "OUTBAL" TO WS-SILVER-CODE
                       IF WS-SILVER-EXPECTED > WS-TREASURE
                           MOVE "DR" TO WS-SILVER-SIDE
                           COMPUTE WS-SILVER-AMOUNT =
                                   WS-SILVER-EXPECTED - WS-TREASURE
                       ELSE
                           MOVE "CR" TO WS-SILVER-SIDE
                           COMPUTE WS-SILVER-AMOUNT =
                                   WS-TREASURE - WS-SILVER-EXPECTED
                       END-IF
                       PERFORM POST-SILVER-LEDGER
                   END-IF
               END-IF
               MOVE "CLOSING" TO WS-SILVER-CODE
               MOVE "CF" TO WS-SILVER-SIDE
               MOVE WS-TREASURE TO WS-SILVER-AMOUNT
               PERFORM POST-SILVER-LEDGER
               SET WS-SILVER-PROOF-VALID TO FALSE
           CONTINUE.

      *    Opens the land registry's year: every province's two
      *    grade pools are taken and deeded brought forward, and
      *    the running totals start from nothing. A province founded
      *    later in the year opens from an empty pool.
           OPEN-LAND-YEAR SECTION.
               INITIALIZE WS-LAND-PROOF-TABLE
               SET WS-LAND-PROOF-VALID TO TRUE
               MOVE "OPENING" TO WS-LAND-CAUSE
               MOVE "BF" TO WS-LAND-SIDE
               PERFORM VARYING WS-LAND-PROV FROM 1 BY 1
                       UNTIL WS-LAND-PROV > WS-NUM-PROVINCES
                   MOVE WS-PROV-FERTILE-ACRES(WS-LAND-PROV)
                       TO WS-LR-OPENING(WS-LAND-PROV, 1)
                   MOVE WS-PROV-MARGINAL-ACRES(WS-LAND-PROV)
                       TO WS-LR-OPENING(WS-LAND-PROV, 2)
                   MOVE 'F' TO WS-LAND-GRADE
                   MOVE WS-PROV-FERTILE-ACRES(WS-LAND-PROV)
                       TO WS-LAND-ACRES
                   PERFORM POST-LAND-DEED
                   MOVE 'M' TO WS-LAND-GRADE
                   MOVE WS-PROV-MARGINAL-ACRES(WS-LAND-PROV)
                       TO WS-LAND-ACRES
                   PERFORM POST-LAND-DEED
               END-PERFORM
           CONTINUE.

      *    Writes one deed to the land registry and rolls it into
      *    the province's running total for its grade pool. As on
      *    the ledgers, a zero movement is not worth a deed but a
      *    brought- or carried-forward pool is written whatever it
      *    holds.
           POST-LAND-DEED SECTION.
               IF WS-LAND-ACRES = 0
                       AND (WS-LAND-SIDE = "CR"
                           OR WS-LAND-SIDE = "DR")
                   EXIT SECTION
               END-IF
               IF WS-LAND-GRADE = 'F'
                   MOVE 1 TO WS-LAND-GRADE-IDX
               ELSE
                   MOVE 2 TO WS-LAND-GRADE-IDX
               END-IF
               EVALUATE WS-LAND-SIDE
                   WHEN "CR"
                       ADD WS-LAND-ACRES TO
                           WS-LR-CREDITS(WS-LAND-PROV,
                                         WS-LAND-GRADE-IDX)
                   WHEN "DR"
                       ADD WS-LAND-ACRES TO
                           WS-LR-DEBITS(WS-LAND-PROV,
                                        WS-LAND-GRADE-IDX)
               END-EVALUATE
               MOVE WS-GOVERNOR-NAME TO LR-GOVERNOR
               MOVE WS-YEAR TO LR-YEAR
               MOVE WS-LAND-PROV TO LR-PROVINCE
               MOVE WS-LAND-GRADE TO LR-GRADE
               MOVE WS-LAND-CAUSE TO LR-CAUSE
               MOVE WS-LAND-SIDE TO LR-SIDE
               MOVE WS-LAND-ACRES TO LR-ACRES
               PERFORM ENSURE-LAND-OPEN
               WRITE LR-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    Deeds a land-market trade: LAND-TRANSACTION has just
      *    moved the province's grade pools, and the difference
      *    from the pools as they stood before the call is what
      *    changed hands, grade by grade.
           POST-LAND-TRADE SECTION.
               MOVE WS-PROV-IDX TO WS-LAND-PROV
               MOVE 'F' TO WS-LAND-GRADE
               IF WS-FERTILE-ACRES > WS-LAND-PRIOR-FERTILE
                   MOVE "LANDBUY" TO WS-LAND-CAUSE
                   MOVE "CR" TO WS-LAND-SIDE
                   COMPUTE WS-LAND-ACRES =
                           WS-FERTILE-ACRES - WS-LAND-PRIOR-FERTILE
               ELSE
                   MOVE "LANDSALE" TO WS-LAND-CAUSE
                   MOVE "DR" TO WS-LAND-SIDE
                   COMPUTE WS-LAND-ACRES =
                           WS-LAND-PRIOR-FERTILE - WS-FERTILE-ACRES
               END-IF
               PERFORM POST-LAND-DEED
               MOVE 'M' TO WS-LAND-GRADE
               IF WS-MARGINAL-ACRES > WS-LAND-PRIOR-MARGINAL
                   MOVE "LANDBUY" TO WS-LAND-CAUSE
                   MOVE "CR" TO WS-LAND-SIDE
                   COMPUTE WS-LAND-ACRES =
                           WS-MARGINAL-ACRES - WS-LAND-PRIOR-MARGINAL
               ELSE
                   MOVE "LANDSALE" TO WS-LAND-CAUSE
                   MOVE "DR" TO WS-LAND-SIDE
                   COMPUTE WS-LAND-ACRES =
                           WS-LAND-PRIOR-MARGINAL - WS-MARGINAL-ACRES
               END-IF
               PERFORM POST-LAND-DEED
           CONTINUE.

      *    The registry proof, province by province and pool by
      *    pool: opening + acres in - acres out must land exactly on
      *    the pool the province holds at year end. Each pool's
      *    closing is deeded carried forward either way; a pool out
      *    of balance is flagged loudly and deeded OUTBAL, the same
      *    as the ledgers.
           PROVE-LAND-REGISTRY SECTION.
               IF NOT WS-LAND-PROOF-VALID
                   DISPLAY "Land registry proof skipped -- this year "
                           "resumed from a mid-year checkpoint."
               END-IF
               PERFORM VARYING WS-LAND-PROV FROM 1 BY 1
                       UNTIL WS-LAND-PROV > WS-NUM-PROVINCES
                   SET WS-LAND-PROV-BALANCED TO TRUE
                   MOVE 'F' TO WS-LAND-GRADE
                   MOVE WS-PROV-FERTILE-ACRES(WS-LAND-PROV)
                       TO WS-LAND-HELD
                   PERFORM PROVE-ONE-LAND-POOL
                   MOVE 'M' TO WS-LAND-GRADE
                   MOVE WS-PROV-MARGINAL-ACRES(WS-LAND-PROV)
                       TO WS-LAND-HELD
                   PERFORM PROVE-ONE-LAND-POOL
                   IF WS-LAND-PROOF-VALID AND WS-LAND-PROV-BALANCED
                       DISPLAY "Land registry proof, province "
                               WS-LAND-PROV ": fertile "
                               WS-PROV-FERTILE-ACRES(WS-LAND-PROV)
                               ", marginal "
                               WS-PROV-MARGINAL-ACRES(WS-LAND-PROV)
                               " -- balances."
                   END-IF
               END-PERFORM
               SET WS-LAND-PROOF-VALID TO FALSE
           CONTINUE.

      *    Proves grade pool WS-LAND-GRADE of province WS-LAND-PROV
      *    against WS-LAND-HELD, and deeds the closing.
           PROVE-ONE-LAND-POOL SECTION.
               IF WS-LAND-GRADE = 'F'
                   MOVE 1 TO WS-LAND-GRADE-IDX
               ELSE
                   MOVE 2 TO WS-LAND-GRADE-IDX
               END-IF
               IF WS-LAND-PROOF-VALID
                   COMPUTE WS-LAND-EXPECTED =
                       WS-LR-OPENING(WS-LAND-PROV, WS-LAND-GRADE-IDX)
                       + WS-LR-CREDITS(WS-LAND-PROV, WS-LAND-GRADE-IDX)
                       - WS-LR-DEBITS(WS-LAND-PROV, WS-LAND-GRADE-IDX)
                   IF WS-LAND-EXPECTED NOT = WS-LAND-HELD
                       SET WS-LAND-PROV-BALANCED TO FALSE
                       DISPLAY "*** LAND REGISTRY OUT OF BALANCE: "
                               "province " WS-LAND-PROV " grade "
                               WS-LAND-GRADE " deeds give "
                               WS-LAND-EXPECTED " acres but the "
                               "province holds " WS-LAND-HELD " ***"
                       MOVE "OUTBAL" TO WS-LAND-CAUSE
                       IF WS-LAND-EXPECTED > WS-LAND-HELD
                           MOVE "DR" TO WS-LAND-SIDE
                           COMPUTE WS-LAND-ACRES =
                                   WS-LAND-EXPECTED - WS-LAND-HELD
                       ELSE
                           MOVE "CR" TO WS-LAND-SIDE
                           COMPUTE WS-LAND-ACRES =
                                   WS-LAND-HELD - WS-LAND-EXPECTED
                       END-IF
                       PERFORM POST-LAND-DEED
                   END-IF
               END-IF
               MOVE "CLOSING" TO WS-LAND-CAUSE
               MOVE "CF" TO WS-LAND-SIDE
               MOVE WS-LAND-HELD TO WS-LAND-ACRES
               PERFORM POST-LAND-DEED
           CONTINUE.

      *    Opens the census year: every province's head count is
      *    entered brought forward and the running totals start
      *    from nothing. A province founded later in the year opens
      *    from no one.
           OPEN-CENSUS-YEAR SECTION.
               INITIALIZE WS-CENSUS-PROOF-TABLE
               SET WS-CENSUS-PROOF-VALID TO TRUE
               MOVE "OPENING" TO WS-CENSUS-CAUSE
               MOVE "BF" TO WS-CENSUS-SIDE
               PERFORM VARYING WS-CENSUS-PROV FROM 1 BY 1
                       UNTIL WS-CENSUS-PROV > WS-NUM-PROVINCES
                   MOVE WS-PROV-POPULATION(WS-CENSUS-PROV)
                       TO WS-CN-OPENING(WS-CENSUS-PROV)
                   MOVE WS-PROV-POPULATION(WS-CENSUS-PROV)
                       TO WS-CENSUS-PEOPLE
                   PERFORM POST-CENSUS-ENTRY
               END-PERFORM
           CONTINUE.

      *    Writes one entry to the census register and rolls it
      *    into the province's running arrivals or losses. As on
      *    the ledgers, a zero movement is not worth an entry but a
      *    brought- or carried-forward head count is written
      *    whatever it holds.
           POST-CENSUS-ENTRY SECTION.
               IF WS-CENSUS-PEOPLE = 0
                       AND (WS-CENSUS-SIDE = "CR"
                           OR WS-CENSUS-SIDE = "DR")
                   EXIT SECTION
               END-IF
               EVALUATE WS-CENSUS-SIDE
                   WHEN "CR"
                       ADD WS-CENSUS-PEOPLE
                           TO WS-CN-ARRIVALS(WS-CENSUS-PROV)
                   WHEN "DR"
                       ADD WS-CENSUS-PEOPLE
                           TO WS-CN-LOSSES(WS-CENSUS-PROV)
               END-EVALUATE
               MOVE WS-GOVERNOR-NAME TO CN-GOVERNOR
               MOVE WS-YEAR TO CN-YEAR
               MOVE WS-CENSUS-PROV TO CN-PROVINCE
               MOVE WS-CENSUS-CAUSE TO CN-CAUSE
               MOVE WS-CENSUS-SIDE TO CN-SIDE
               MOVE WS-CENSUS-PEOPLE TO CN-PEOPLE
               PERFORM ENSURE-CENSUS-OPEN
               WRITE CN-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    Enters whatever just moved the working province's
      *    population: the difference from WS-CENSUS-PRIOR, taken
      *    before the move, is what arrived or was lost. Taking the
      *    difference rather than the figure the move was asked for
      *    keeps the register true when a population field tops
      *    out.
           POST-CENSUS-CHANGE SECTION.
               MOVE WS-PROV-IDX TO WS-CENSUS-PROV
               IF WS-POPULATION > WS-CENSUS-PRIOR
                   MOVE "CR" TO WS-CENSUS-SIDE
                   COMPUTE WS-CENSUS-PEOPLE =
                           WS-POPULATION - WS-CENSUS-PRIOR
               ELSE
                   MOVE "DR" TO WS-CENSUS-SIDE
                   COMPUTE WS-CENSUS-PEOPLE =
                           WS-CENSUS-PRIOR - WS-POPULATION
               END-IF
               PERFORM POST-CENSUS-ENTRY
           CONTINUE.

      *    The census proof, province by province: opening +
      *    arrivals - losses must land exactly on the head count
      *    the province holds at year end. Each closing is entered
      *    carried forward either way; a province out of balance is
      *    flagged loudly and entered OUTBAL, the same as the
      *    ledgers and the land registry.
           PROVE-CENSUS SECTION.
               IF NOT WS-CENSUS-PROOF-VALID
                   DISPLAY "Census proof skipped -- this year resumed "
                           "from a mid-year checkpoint."
               END-IF
               PERFORM VARYING WS-CENSUS-PROV FROM 1 BY 1
                       UNTIL WS-CENSUS-PROV > WS-NUM-PROVINCES
                   MOVE WS-PROV-POPULATION(WS-CENSUS-PROV)
                       TO WS-CENSUS-HELD
                   IF WS-CENSUS-PROOF-VALID
                       COMPUTE WS-CENSUS-EXPECTED =
                               WS-CN-OPENING(WS-CENSUS-PROV)
                               + WS-CN-ARRIVALS(WS-CENSUS-PROV)
                               - WS-CN-LOSSES(WS-CENSUS-PROV)
                       IF WS-CENSUS-EXPECTED = WS-CENSUS-HELD
                           DISPLAY "Census proof, province "
                                   WS-CENSUS-PROV ": population "
                                   WS-PROV-POPULATION(WS-CENSUS-PROV)
                                   " -- balances."
                       ELSE
                           DISPLAY "*** CENSUS OUT OF BALANCE: "
                                   "province " WS-CENSUS-PROV
                                   " entries give " WS-CENSUS-EXPECTED
                                   " people but the province holds "
                                   WS-CENSUS-HELD " ***"
                           MOVE "OUTBAL" TO WS-CENSUS-CAUSE
                           IF WS-CENSUS-EXPECTED > WS-CENSUS-HELD
                               MOVE "DR" TO WS-CENSUS-SIDE
                               COMPUTE WS-CENSUS-PEOPLE =
                                   WS-CENSUS-EXPECTED - WS-CENSUS-HELD
                           ELSE
                               MOVE "CR" TO WS-CENSUS-SIDE
                               COMPUTE WS-CENSUS-PEOPLE =
                                   WS-CENSUS-HELD - WS-CENSUS-EXPECTED
                           END-IF
                           PERFORM POST-CENSUS-ENTRY
                       END-IF
                   END-IF
                   MOVE "CLOSING" TO WS-CENSUS-CAUSE
                   MOVE "CF" TO WS-CENSUS-SIDE
                   MOVE WS-CENSUS-HELD TO WS-CENSUS-PEOPLE
                   PERFORM POST-CENSUS-ENTRY
               END-PERFORM
               SET WS-CENSUS-PROOF-VALID TO FALSE
           CONTINUE.

      *    Labels output by province number once the reign has more
      *    than one; a single-province reign prints no such header,
      *    matching the original flat-kingdom output exactly.

      *    Prompts for this turn's action. Viewing the reign history
      *    so far (H) doesn't consume the turn; it re-prompts once the
      *    table has been displayed. Neither does seating or recalling
      *    stewards (S). Only C or A ends the prompt.
           ASK-CONTINUE-OR-ABDICATE SECTION.
               IF WS-BATCH-MODE-ACTIVE
                   SET WS-VALID-ACTION-CHOSEN TO TRUE
                   MOVE 0 TO WS-ACTION-RETRIES
                   PERFORM UNTIL WS-VALID-ACTION-CHOSEN
                       DISPLAY "Continue your reign, abdicate the "
                               "throne, view reign history so "
                               "far, or appoint stewards? "
                               "(C/A/H/S): "
                       MOVE "CA" TO WS-DECISION-TYPE
                       PERFORM GET-DECISION-CHAR
                       MOVE WS-DECISION-CHAR TO WS-ABDICATE-ANSWER
                           WHEN "H"
                           WHEN "h"
                               PERFORM PRINT-REIGN-SUMMARY
                           WHEN "S"
                           WHEN "s"
                               PERFORM ASK-STEWARD-APPOINTMENTS
                           WHEN "A"
                           WHEN "a"
                               SET WS-GAME-LOOP-STATE TO FALSE
                               IF WS-ACTION-RETRIES >= 5
                                   PERFORM ABORT-ON-DEAD-CONSOLE
                               END-IF
                               DISPLAY "Please enter C, A, H, or S."
                       END-EVALUATE
                   END-PERFORM
               END-IF
           CONTINUE.

      *    Seats and recalls stewards from the yearly prompt, one
      *    province at a time, until the governor answers province
      *    zero. Every answer passes through the decision chokepoint
      *    (code SP for the province, SN for the policy number, zero
      *    recalling the steward), so a replay seats the stewards
      *    the original reign seated, year for year.
           ASK-STEWARD-APPOINTMENTS SECTION.
               IF NOT WS-POLICIES-LOADED
                   PERFORM LOAD-STEWARD-POLICIES
               END-IF
               DISPLAY "Policies a steward may govern by:"
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   DISPLAY "  " WS-POLICY-IDX ". "
                           WS-POL-NAME(WS-POLICY-IDX)
                           " ration " WS-POL-RATION(WS-POLICY-IDX)
                           ", plant " WS-POL-PLANT-PCT(WS-POLICY-IDX)
                           "%, land rule "
                           WS-POL-BUY-RULE(WS-POLICY-IDX)
                           ", granary "
                           WS-POL-GRANARY-TARGET(WS-POLICY-IDX)
                           ", guards "
                           WS-POL-GUARD-SPEND(WS-POLICY-IDX)
               END-PERFORM
               MOVE 1 TO WS-STEWARD-PROV
               PERFORM UNTIL WS-STEWARD-PROV = 0
                   PERFORM SHOW-STEWARD-ROLL
                   DISPLAY "Which province? (1-" WS-NUM-PROVINCES
                           ", 0 when done): "
                   MOVE "SP" TO WS-DECISION-TYPE
                   PERFORM GET-DECISION-NUM
                   MOVE WS-DECISION-VALUE TO WS-STEWARD-PROV
                   IF WS-STEWARD-PROV < 0
                           OR WS-STEWARD-PROV > WS-NUM-PROVINCES
                       DISPLAY "There is no such province."
                   ELSE
                       IF WS-STEWARD-PROV > 0
                           MOVE WS-STEWARD-PROV TO WS-STEWARD-SLOT
                           PERFORM APPOINT-ONE-STEWARD
                       END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

           SHOW-STEWARD-ROLL SECTION.
               PERFORM VARYING WS-STEWARD-SLOT FROM 1 BY 1
                       UNTIL WS-STEWARD-SLOT > WS-NUM-PROVINCES
                   IF WS-PROV-STEWARD(WS-STEWARD-SLOT) = SPACES
                       DISPLAY "  Province " WS-STEWARD-SLOT
                               ": governed in person"
                   ELSE
                       DISPLAY "  Province " WS-STEWARD-SLOT
                               ": steward under "
                               WS-PROV-STEWARD(WS-STEWARD-SLOT)
                   END-IF
               END-PERFORM
           CONTINUE.

      *    One province's steward seated under the chosen policy,
      *    or recalled. A policy number the deck does not hold
      *    leaves the province as it was.
           APPOINT-ONE-STEWARD SECTION.
               DISPLAY "Policy for the steward of province "
                       WS-STEWARD-SLOT " (1-" WS-POLICY-COUNT
                       ", 0 recalls the steward): "
               MOVE "SN" TO WS-DECISION-TYPE
               PERFORM GET-DECISION-NUM
               MOVE WS-DECISION-VALUE TO WS-STEWARD-CHOICE
               EVALUATE TRUE
                   WHEN WS-STEWARD-CHOICE = 0
                       IF WS-PROV-STEWARD(WS-STEWARD-SLOT) = SPACES
                           DISPLAY "Province " WS-STEWARD-SLOT
                                   " has no steward to recall."
                       ELSE
                           MOVE SPACES
                               TO WS-PROV-STEWARD(WS-STEWARD-SLOT)
                           DISPLAY "The steward of province "
                                   WS-STEWARD-SLOT " is recalled; "
                                   "the governor rules it in "
                                   "person."
                       END-IF
                   WHEN WS-STEWARD-CHOICE < 0
                   WHEN WS-STEWARD-CHOICE > WS-POLICY-COUNT
                       DISPLAY "There is no such policy -- province "
                               WS-STEWARD-SLOT " is left as it was."
                   WHEN OTHER
                       MOVE WS-STEWARD-CHOICE TO WS-POLICY-IDX
                       MOVE WS-POL-NAME(WS-POLICY-IDX)
                           TO WS-PROV-STEWARD(WS-STEWARD-SLOT)
                       DISPLAY "A steward takes province "
                               WS-STEWARD-SLOT " under the "
                               WS-POL-NAME(WS-POLICY-IDX)
                               " policy."
               END-EVALUATE
           CONTINUE.

      *    Reads the policies off POLICY.DAT, accepting the lines
      *    MONTE-CARLO-SIM accepts, so a policy carries the same
      *    number in both. With no deck on file the simulator's
      *    built-in policy stands alone, as it does there.
           LOAD-STEWARD-POLICIES SECTION.
               SET WS-POLICIES-LOADED TO TRUE
               MOVE 0 TO WS-POLICY-COUNT
               SET WS-POLICY-EOF TO FALSE
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-FILE-STATUS = "00"
                   PERFORM UNTIL WS-POLICY-EOF
                           OR WS-POLICY-COUNT >= 10
                       READ POLICY-FILE
                           AT END
                               SET WS-POLICY-EOF TO TRUE
                           NOT AT END
                               IF PO-RATION IS NUMERIC
                                       AND PO-PLANT-PCT IS NUMERIC
                                       AND PO-TRIALS IS NUMERIC
                                       AND PO-YEARS IS NUMERIC
                                       AND PO-TRIALS > 0
                                       AND PO-NAME NOT = SPACES
                                   PERFORM TAKE-STEWARD-POLICY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF

               IF WS-POLICY-COUNT = 0
                   MOVE 1 TO WS-POLICY-COUNT
                   MOVE "BUILT-IN        " TO WS-POL-NAME(1)
                   MOVE 20 TO WS-POL-RATION(1)
                   MOVE 100 TO WS-POL-PLANT-PCT(1)
                   MOVE 0 TO WS-POL-BUY-RULE(1)
                   MOVE 0 TO WS-POL-GRANARY-TARGET(1)
                   MOVE 0 TO WS-POL-GUARD-SPEND(1)
               END-IF
           CONTINUE.

      *    A deck written before the full-rules columns reads spaces
      *    there, which a steward takes as no granary work and no
      *    guard; a land rule that is not a number never trades.
           TAKE-STEWARD-POLICY SECTION.
               ADD 1 TO WS-POLICY-COUNT
               MOVE PO-NAME TO WS-POL-NAME(WS-POLICY-COUNT)
               MOVE PO-RATION TO WS-POL-RATION(WS-POLICY-COUNT)
               MOVE PO-PLANT-PCT TO WS-POL-PLANT-PCT(WS-POLICY-COUNT)
               IF PO-BUY-RULE IS NUMERIC
                   MOVE PO-BUY-RULE
                       TO WS-POL-BUY-RULE(WS-POLICY-COUNT)
               ELSE
                   MOVE 0 TO WS-POL-BUY-RULE(WS-POLICY-COUNT)
               END-IF
               IF PO-GRANARY-TARGET IS NUMERIC
                   MOVE PO-GRANARY-TARGET
                       TO WS-POL-GRANARY-TARGET(WS-POLICY-COUNT)
               ELSE
                   MOVE 0 TO WS-POL-GRANARY-TARGET(WS-POLICY-COUNT)
               END-IF
               IF PO-GUARD-SPEND IS NUMERIC
                   MOVE PO-GUARD-SPEND
                       TO WS-POL-GUARD-SPEND(WS-POLICY-COUNT)
               ELSE
                   MOVE 0 TO WS-POL-GUARD-SPEND(WS-POLICY-COUNT)
               END-IF
           CONTINUE.

      *    Decides, as each province's turn opens, whether its
      *    steward takes the decisions. An unattended reign's turn
      *    deck already answers for every province, so stewards
      *    stand idle there; a replay takes the steward's decisions
      *    off the journal like any other. A policy POLICY.DAT no
      *    longer carries sends the steward home and the governor
      *    takes the turn.
           SEAT-PROVINCE-STEWARD SECTION.
               SET WS-STEWARD-ACTING TO FALSE
               SET WS-STEWARD-LAND-DONE TO FALSE
               MOVE 0 TO WS-STEWARD-POLICY
               IF WS-PROV-STEWARD(WS-PROV-IDX) = SPACES
                       OR WS-BATCH-MODE-ACTIVE
                   EXIT SECTION
               END-IF
               IF WS-REPLAY-MODE
                   DISPLAY "The steward's decisions under the "
                           WS-PROV-STEWARD(WS-PROV-IDX)
                           " policy are replayed from the journal."
                   EXIT SECTION
               END-IF
               IF NOT WS-POLICIES-LOADED
                   PERFORM LOAD-STEWARD-POLICIES
               END-IF
               PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                           OR WS-STEWARD-POLICY > 0
                   IF WS-POL-NAME(WS-POLICY-IDX)
                           = WS-PROV-STEWARD(WS-PROV-IDX)
                       MOVE WS-POLICY-IDX TO WS-STEWARD-POLICY
                   END-IF
               END-PERFORM
               IF WS-STEWARD-POLICY = 0
                   DISPLAY "POLICY.DAT no longer carries the "
                           WS-PROV-STEWARD(WS-PROV-IDX)
                           " policy -- the steward stands down and "
                           "the governor takes the turn."
                   MOVE SPACES TO WS-PROV-STEWARD(WS-PROV-IDX)
                   EXIT SECTION
               END-IF
               SET WS-STEWARD-ACTING TO TRUE
               DISPLAY "The steward governs this province under the "
                       WS-PROV-STEWARD(WS-PROV-IDX) " policy."
           CONTINUE.

      *    The steward's answer to whatever the turn is asking, by
      *    the rules MONTE-CARLO-SIM plays a policy by: feed the
      *    ration a head (half for a child), plant the policy's
      *    share of the acres as far as the hands and the seed
      *    allow, trade land by the policy's land rule -- once a
      *    turn; a trade the market refuses is not pressed -- build
      *    the granary toward the policy's level while the people
      *    can still be fed, post the policy's guard, and levy the
      *    poll tax the people bear without complaint. What the
      *    policy says nothing of is declined, as a silent turn
      *    deck declines it, save a granary spill, which the
      *    steward sells to the caravans rather than leave to rot.
           STEWARD-DECISION SECTION.
               MOVE 0 TO WS-DECISION-VALUE
               MOVE "N" TO WS-DECISION-CHAR
               PERFORM COMPUTE-RATIONS-NEEDED
               COMPUTE WS-STEWARD-FEED =
                       WS-RATIONS-NEEDED
                       * WS-POL-RATION(WS-STEWARD-POLICY)
               EVALUATE WS-DECISION-TYPE
                   WHEN "FD"
                   WHEN "FV"
                       IF WS-STEWARD-FEED > WS-WHEAT
                           MOVE WS-WHEAT TO WS-DECISION-VALUE
                       ELSE
                           MOVE WS-STEWARD-FEED TO WS-DECISION-VALUE
                       END-IF
                   WHEN "PL"
                       COMPUTE WS-STEWARD-AMOUNT =
                               WS-ACRES
                               * WS-POL-PLANT-PCT(WS-STEWARD-POLICY)
                               / 100
                           ON SIZE ERROR
                               MOVE WS-ACRES TO WS-STEWARD-AMOUNT
                       END-COMPUTE
                       IF WS-STEWARD-AMOUNT > WS-ACRES
                           MOVE WS-ACRES TO WS-STEWARD-AMOUNT
                       END-IF
                       IF WS-STEWARD-AMOUNT > WS-LABOR-CAP
                           MOVE WS-LABOR-CAP TO WS-STEWARD-AMOUNT
                       END-IF
                       IF WS-STEWARD-AMOUNT / WS-RULE-SEED-DIV
                               > WS-WHEAT
                           COMPUTE WS-STEWARD-AMOUNT =
                                   WS-WHEAT * WS-RULE-SEED-DIV
                       END-IF
                       MOVE WS-STEWARD-AMOUNT TO WS-DECISION-VALUE
                   WHEN "LA"
                       IF NOT WS-STEWARD-LAND-DONE
                           SET WS-STEWARD-LAND-DONE TO TRUE
                           PERFORM STEWARD-LAND-DECISION
                       END-IF
                   WHEN "CF"
                       MOVE "Y" TO WS-DECISION-CHAR
                   WHEN "GR"
                       IF WS-GRANARY-LEVEL <
                               WS-POL-GRANARY-TARGET(WS-STEWARD-POLICY)
                               AND WS-WHEAT > WS-GRANARY-UPGRADE-COST
                                   + WS-STEWARD-FEED
                           MOVE "Y" TO WS-DECISION-CHAR
                       END-IF
                   WHEN "GD"
                       IF WS-POL-GUARD-SPEND(WS-STEWARD-POLICY)
                               > WS-WHEAT
                           MOVE WS-WHEAT TO WS-DECISION-VALUE
                       ELSE
                           MOVE WS-POL-GUARD-SPEND(WS-STEWARD-POLICY)
                               TO WS-DECISION-VALUE
                       END-IF
                   WHEN "PT"
                       MOVE WS-RULE-POLL-TAX-TOL TO WS-DECISION-VALUE
                   WHEN "OV"
                       MOVE "E" TO WS-DECISION-CHAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           CONTINUE.

      *    Land rule 1 buys a tenth more acres when the granary
      *    holds better than two bushels an acre and the purchase,
      *    priced as fertile ground, costs under half of it; rule 2
      *    sells a tenth when the granary cannot cover the ration
      *    and the province has land to spare; rule 0 never trades.
           STEWARD-LAND-DECISION SECTION.
               EVALUATE WS-POL-BUY-RULE(WS-STEWARD-POLICY)
                   WHEN 1
                       IF WS-WHEAT > WS-ACRES * 2
                           COMPUTE WS-STEWARD-AMOUNT = WS-ACRES / 10
                           COMPUTE WS-STEWARD-COST =
                                   WS-STEWARD-AMOUNT * WS-FERTILE-PRICE
                           IF WS-STEWARD-COST < WS-WHEAT / 2
                               MOVE WS-STEWARD-AMOUNT
                                   TO WS-DECISION-VALUE
                           END-IF
                       END-IF
                   WHEN 2
                       IF WS-WHEAT < WS-STEWARD-FEED
                               AND WS-ACRES > 100
                           COMPUTE WS-DECISION-VALUE =
                                   0 - (WS-ACRES / 10)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           CONTINUE.

      *    Kingdom-level caravan step: lets the governor move bushels
      *    and settlers from one province's stores to another's before
      *    the year's turns begin. The net movement is accumulated per
                           TO WS-PROV-WHEAT(WS-XFER-TO-PROV)
                       ADD WS-XFER-POP
                           TO WS-PROV-POPULATION(WS-XFER-TO-PROV)
                       MOVE "CARAVAN" TO WS-CENSUS-CAUSE
                       MOVE WS-XFER-POP TO WS-CENSUS-PEOPLE
                       MOVE WS-XFER-FROM-PROV TO WS-CENSUS-PROV
                       MOVE "DR" TO WS-CENSUS-SIDE
                       PERFORM POST-CENSUS-ENTRY
                       MOVE WS-XFER-TO-PROV TO WS-CENSUS-PROV
                       MOVE "CR" TO WS-CENSUS-SIDE
                       PERFORM POST-CENSUS-ENTRY
                       SUBTRACT WS-XFER-TOTAL-DEBIT
                           FROM WS-PROV-XFER-WHEAT-NET
                               (WS-XFER-FROM-PROV)
                   PERFORM ASK-SAVE-SLOT
               END-IF

      *        A fresh reign starts its own history file, census
      *        register, diplomacy history, loan and contract
      *        registers, wheat and silver ledgers, and land
      *        registry.
               OPEN OUTPUT YEAR-HISTORY-FILE
               CLOSE YEAR-HISTORY-FILE
               OPEN OUTPUT CENSUS-FILE
               CLOSE CENSUS-FILE
               OPEN OUTPUT DIPLOMACY-HISTORY-FILE
               CLOSE DIPLOMACY-HISTORY-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT CONTRACT-REGISTER-FILE
               CLOSE CONTRACT-REGISTER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN OUTPUT SILVER-LEDGER-FILE
               CLOSE SILVER-LEDGER-FILE
               OPEN OUTPUT LAND-REGISTRY-FILE
               CLOSE LAND-REGISTRY-FILE

               PERFORM LOAD-EVENT-DEFINITIONS
               PERFORM LOAD-REALM-DEFINITIONS
      *        Re-seed the random stream for this reign and journal
      *        the seed with the starting state, so the reign can be
      *        replayed turn for turn from JOURNAL.DAT. Unattended
      *        reigns are journaled too, so the certification pass
      *        can reproduce them. An operator-supplied
      *        SEED= overrides the clock, so two submissions of the
      *        identical deck produce the identical reign; either
      *        way the seed in force is announced, because a seed
               COMPUTE WS-RND-DBL = FUNCTION RANDOM(WS-RND-SEED)
               DISPLAY "The reign's random seed is " WS-RND-SEED
                       "."
               SET WS-JOURNAL-ACTIVE TO TRUE
               PERFORM WRITE-JOURNAL-START

      *        The setup dataset speaks for one New Game only; a
      *        dynasty successor or a second reign this session
                               TO WS-RULE-TRIB-POP-DIV
                           MOVE RU-PRICE-BASE TO WS-RULE-PRICE-BASE
                           MOVE RU-PRICE-SPAN TO WS-RULE-PRICE-SPAN
                           IF RU-POLL-TAX-TOL IS NUMERIC
                               MOVE RU-POLL-TAX-TOL
                                   TO WS-RULE-POLL-TAX-TOL
                           END-IF
                           DISPLAY "The rule set was loaded from "
                                   "RULES.DAT."
                       ELSE
               MOVE 2 TO WS-RULE-TRIB-POP-DIV
               MOVE 17 TO WS-RULE-PRICE-BASE
               MOVE 9 TO WS-RULE-PRICE-SPAN
               MOVE 2 TO WS-RULE-POLL-TAX-TOL
           CONTINUE.

      *    Reads the keyword setup dataset when one is present.
               MOVE WS-SCENARIO-NAME TO JR-SCENARIO
               MOVE WS-VICTORY-TYPE TO JR-VICTORY-TYPE
               MOVE WS-VICTORY-TARGET TO JR-VICTORY-TARGET
               IF WS-BATCH-MODE-ACTIVE
                   MOVE "B" TO JR-UNATTENDED
               END-IF
               WRITE JR-RECORD
               CLOSE JOURNAL-FILE
           CONTINUE.
      *    out of the standing leaderboard and analytics files --
      *    it is a reconstruction, not a new reign.
           START-REPLAY-REIGN SECTION.
               PERFORM ASK-ARCHIVED-REPLAY
               IF WS-ARCHIVE-RESULT > 0
                   EXIT SECTION
               END-IF
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "No journaled reign was found."
                           END-IF
                   END-READ
               END-IF
               MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
               SET WS-ARCHIVE-REPLAY TO FALSE
           CONTINUE.

      *    The replay runs the live JOURNAL.DAT unless the operator
      *    names an archived reign; the governor's archived reigns
      *    are listed to choose from. A reign the archive does not
      *    carry, or one that was never journaled, cannot be
      *    replayed and the replay stops here.
           ASK-ARCHIVED-REPLAY SECTION.
               MOVE 0 TO WS-ARCHIVE-RESULT
               SET WS-ARCHIVE-REPLAY TO FALSE
               MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
               DISPLAY "Replay an archived reign? Enter its "
                       "governor's name, or press ENTER for the "
                       "journaled reign in JOURNAL.DAT: "
               MOVE SPACES TO WS-ARCHIVE-GOVERNOR
               ACCEPT WS-ARCHIVE-GOVERNOR
               IF WS-ARCHIVE-GOVERNOR = SPACES
                   EXIT SECTION
               END-IF

               MOVE "LIST" TO WS-ARCHIVE-REQUEST
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT > 0
                   DISPLAY "The reign archive holds no reign of "
                           WS-ARCHIVE-GOVERNOR "."
                   EXIT SECTION
               END-IF
               DISPLAY "Which reign (0 for the latest)? "
               PERFORM GET-NUMERIC-ENTRY
               IF WS-ENTRY-VALUE > 999 OR WS-ENTRY-VALUE < 0
                   MOVE 0 TO WS-ARCHIVE-REIGN-SEQ
               ELSE
                   MOVE WS-ENTRY-VALUE TO WS-ARCHIVE-REIGN-SEQ
               END-IF

               MOVE "FIND" TO WS-ARCHIVE-REQUEST
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT > 0
                   DISPLAY "The reign archive holds no reign "
                           WS-ARCHIVE-REIGN-SEQ " of "
                           WS-ARCHIVE-GOVERNOR "."
                   EXIT SECTION
               END-IF
               IF WS-ARCHIVE-JOURNALED NOT = 'Y'
                   DISPLAY "Reign " WS-ARCHIVE-REIGN-SEQ " of "
                           WS-ARCHIVE-GOVERNOR " was not journaled "
                           "-- it cannot be replayed."
                   MOVE 4 TO WS-ARCHIVE-RESULT
                   EXIT SECTION
               END-IF
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "JOURNAL." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               SET WS-ARCHIVE-REPLAY TO TRUE
               DISPLAY "Replaying from archive set "
                       WS-ARCHIVE-SUFFIX "."
           CONTINUE.

      *    The certification pass over the standing board. Every
      *    entry not yet tried is looked up by governor and reign
      *    sequence in the archive catalog, and the journal filed
      *    with it is replayed from its "ST" record and seed with
      *    no one at the console. An entry whose replay reaches the
      *    same final population, years ruled and score is marked
      *    C; one that cannot be replayed, or replays to anything
      *    else, is marked U. Entries already marked keep their
      *    mark. The replays start their working files fresh as any
      *    replay does, but under scratch .CRT names -- the year
      *    history and every register -- so the chronicle's chain
      *    and the live registers are left alone; the scratch files
      *    are deleted once the pass is done, and no checkpoints
      *    are kept. The board is read again at the end and the
      *    verdicts merged onto it by governor and reign sequence,
      *    so reigns appended while the pass ran are not lost.
           CERTIFY-LEADERBOARD SECTION.
               MOVE 0 TO WS-CERT-COUNT
               MOVE 0 TO WS-CERT-PASSED
               MOVE 0 TO WS-CERT-FAILED
               MOVE 0 TO WS-CERT-SETTLED
               MOVE 0 TO WS-CERT-VERDICT-COUNT
               SET WS-CERT-OVERFLOWED TO FALSE
               SET WS-LEADERBOARD-EOF TO FALSE
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                   DISPLAY "No reigns have been recorded yet."
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-LEADERBOARD-EOF
                   READ LEADERBOARD-FILE
                       AT END
                           SET WS-LEADERBOARD-EOF TO TRUE
                       NOT AT END
                           IF WS-CERT-COUNT >= 500
                               SET WS-CERT-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-CERT-COUNT
                               MOVE LB-RECORD
                                   TO WS-CT-RECORD(WS-CERT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
               IF WS-CERT-OVERFLOWED
                   DISPLAY "REFUSED: LEADERBD.DAT holds more than 500 "
                           "entries -- archive the old ones with "
                           "HAMLBMNT first. Nothing was certified."
                   MOVE 8 TO WS-RUN-RETURN-CODE
                   SET WS-REIGN-PLAYED TO TRUE
                   EXIT SECTION
               END-IF

               PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                       UNTIL WS-CERT-IDX > WS-CERT-COUNT
                   MOVE WS-CT-RECORD(WS-CERT-IDX) TO WS-CERT-ENTRY
                   IF WS-CE-CERTIFIED = SPACE
                       PERFORM CERTIFY-ONE-ENTRY
                       ADD 1 TO WS-CERT-VERDICT-COUNT
                       MOVE WS-CE-GOVERNOR
                           TO WS-CV-GOVERNOR(WS-CERT-VERDICT-COUNT)
                       MOVE WS-CE-REIGN-SEQ
                           TO WS-CV-REIGN-SEQ(WS-CERT-VERDICT-COUNT)
                       MOVE WS-CE-CERTIFIED
                           TO WS-CV-CERTIFIED(WS-CERT-VERDICT-COUNT)
                   ELSE
                       ADD 1 TO WS-CERT-SETTLED
                   END-IF
               END-PERFORM
               PERFORM DELETE-SCRATCH-REGISTERS
               MOVE "CERTIFY" TO WS-RUNLOG-MODE
               MOVE SPACES TO WS-GOVERNOR-NAME

               IF WS-CERT-PASSED > 0 OR WS-CERT-FAILED > 0
                   PERFORM MERGE-CERTIFICATIONS
                   IF WS-CERT-OVERFLOWED
                       DISPLAY "REFUSED: LEADERBD.DAT grew past 500 "
                               "entries during the pass -- the "
                               "certifications are lost; archive "
                               "the old entries with HAMLBMNT and "
                               "certify again."
                       MOVE 8 TO WS-RUN-RETURN-CODE
                       SET WS-REIGN-PLAYED TO TRUE
                       EXIT SECTION
                   END-IF
                   IF WS-CERT-COUNT = 0
                       DISPLAY "OPERATOR: LEADERBD.DAT could not be "
                               "read back (status "
                               WS-LEADERBOARD-FILE-STATUS
                               ") -- the certifications are lost."
                       MOVE 8 TO WS-RUN-RETURN-CODE
                       SET WS-REIGN-PLAYED TO TRUE
                       EXIT SECTION
                   END-IF
                   OPEN OUTPUT LEADERBOARD-FILE
                   IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                       DISPLAY "OPERATOR: LEADERBD.DAT could not be "
                               "rewritten (status "
                               WS-LEADERBOARD-FILE-STATUS
                               ") -- the certifications are lost."
                       MOVE 8 TO WS-RUN-RETURN-CODE
                       SET WS-REIGN-PLAYED TO TRUE
                       EXIT SECTION
                   END-IF
                   PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                           UNTIL WS-CERT-IDX > WS-CERT-COUNT
                       MOVE WS-CT-RECORD(WS-CERT-IDX) TO LB-RECORD
                       WRITE LB-RECORD
                   END-PERFORM
                   CLOSE LEADERBOARD-FILE
               END-IF

               DISPLAY "CERTIFICATION: " WS-CERT-PASSED " certified, "
                       WS-CERT-FAILED " uncertified, "
                       WS-CERT-SETTLED " already settled."
      *        The session's condition code is the pass's own: 4
      *        tells the scheduler some entry could not be
      *        reproduced.
               IF WS-CERT-FAILED > 0
                   MOVE 4 TO WS-RUN-RETURN-CODE
               ELSE
                   MOVE 0 TO WS-RUN-RETURN-CODE
               END-IF
               SET WS-REIGN-PLAYED TO TRUE
           CONTINUE.

      *    Tries the one entry in WS-CERT-ENTRY, leaving its mark in
      *    WS-CE-CERTIFIED.
           CERTIFY-ONE-ENTRY SECTION.
               MOVE "U" TO WS-CE-CERTIFIED
               MOVE SPACES TO WS-CERT-REASON
               IF WS-CE-REIGN-SEQ NOT NUMERIC OR WS-CE-REIGN-SEQ = 0
                   MOVE "NO REIGN SEQUENCE TO FIND ITS JOURNAL BY"
                       TO WS-CERT-REASON
                   PERFORM NOTE-CERTIFICATION
                   EXIT SECTION
               END-IF

               MOVE "FIND" TO WS-ARCHIVE-REQUEST
               MOVE WS-CE-GOVERNOR TO WS-ARCHIVE-GOVERNOR
               MOVE WS-CE-REIGN-SEQ TO WS-ARCHIVE-REIGN-SEQ
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT > 0
                   MOVE "THE REIGN IS NOT IN THE ARCHIVE"
                       TO WS-CERT-REASON
                   PERFORM NOTE-CERTIFICATION
                   EXIT SECTION
               END-IF
               IF WS-ARCHIVE-JOURNALED NOT = 'Y'
                   MOVE "THE REIGN WAS NOT JOURNALED"
                       TO WS-CERT-REASON
                   PERFORM NOTE-CERTIFICATION
                   EXIT SECTION
               END-IF

               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "JOURNAL." WS-ARCHIVE-SUFFIX
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   MOVE "THE ARCHIVED JOURNAL IS MISSING"
                       TO WS-CERT-REASON
                   MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
                   PERFORM NOTE-CERTIFICATION
                   EXIT SECTION
               END-IF
               MOVE SPACES TO JR-RECORD
               READ JOURNAL-FILE
                   AT END
                       MOVE SPACES TO JR-RECORD
               END-READ
      *        A reign merged in from another name by HAMGOVMN is
      *        catalogued under the survivor, but its journal still
      *        opens under the name it was played as; the registry
      *        shows that name retired into this entry's governor.
               IF JR-TYPE = "ST" AND JR-GOVERNOR NOT = WS-CE-GOVERNOR
                   MOVE JR-GOVERNOR TO WS-CE-PLAYED-AS
                   MOVE "FIND" TO WS-GOVREG-REQUEST
                   MOVE SPACES TO WS-GOVREG-CLASS
                   CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                       WS-CE-PLAYED-AS WS-GOVREG-CLASS
                       WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
                   IF WS-GOVREG-RESULT = 6
                           AND WS-GOVREG-ALTERNATE = WS-CE-GOVERNOR
                       MOVE WS-CE-GOVERNOR TO WS-CE-PLAYED-AS
                   END-IF
               ELSE
                   MOVE JR-GOVERNOR TO WS-CE-PLAYED-AS
               END-IF
               IF JR-TYPE NOT = "ST"
                       OR WS-CE-PLAYED-AS NOT = WS-CE-GOVERNOR
                   MOVE "THE JOURNAL DOES NOT START THIS REIGN"
                       TO WS-CERT-REASON
                   CLOSE JOURNAL-FILE
                   MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
                   PERFORM NOTE-CERTIFICATION
                   EXIT SECTION
               END-IF

               DISPLAY "Certifying the reign of " JR-GOVERNOR
                       " (reign " WS-CE-REIGN-SEQ ") from archive set "
                       WS-ARCHIVE-SUFFIX "."
               SET WS-CERTIFYING TO TRUE
               SET WS-BRANCHED-REIGN TO FALSE
               SET WS-BRANCH-JOURNALING TO FALSE
               MOVE 0 TO WS-BRANCH-YEAR
               SET WS-REPLAY-VERIFYING TO FALSE
               PERFORM RESTORE-JOURNAL-START
               PERFORM NAME-SCRATCH-REGISTERS
               PERFORM ARM-JOURNAL-REPLAY
               PERFORM PLAY-REIGN
               PERFORM PRINT-REIGN-SUMMARY
               PERFORM PRINT-REIGN-VERDICT
               SET WS-REPLAY-MODE TO FALSE
               SET WS-CERTIFYING TO FALSE
               CLOSE JOURNAL-FILE
               MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
               PERFORM NAME-LIVE-REGISTERS

      *        A journal that ran dry or fell out of step answered
      *        the rest of the reign with defaults, so whatever it
      *        reached proves nothing.
               COMPUTE WS-CERT-YEARS = WS-LAST-PLAYED-YEAR - 1
               EVALUATE TRUE
                   WHEN WS-REPLAY-EOF
                       MOVE "THE JOURNAL RAN OUT BEFORE THE REIGN DID"
                           TO WS-CERT-REASON
                   WHEN WS-POPULATION NOT = WS-CE-POPULATION
                       MOVE "THE REPLAY ENDS ON ANOTHER POPULATION"
                           TO WS-CERT-REASON
                   WHEN WS-CERT-YEARS NOT = WS-CE-YEARS
                       MOVE "THE REPLAY RULES ANOTHER NUMBER OF YEARS"
                           TO WS-CERT-REASON
                   WHEN WS-LB-SCORE NOT = WS-CE-SCORE
                       MOVE "THE REPLAY SCORES DIFFERENTLY"
                           TO WS-CERT-REASON
                   WHEN OTHER
                       MOVE "C" TO WS-CE-CERTIFIED
               END-EVALUATE
               PERFORM NOTE-CERTIFICATION
           CONTINUE.

      *    Reads the board as it stands now -- reigns may have been
      *    appended while the replays ran -- and lays each verdict
      *    of the pass onto the still-untried entry with the same
      *    governor and reign sequence. Entries the pass never saw
      *    are kept as read, untried.
           MERGE-CERTIFICATIONS SECTION.
               MOVE 0 TO WS-CERT-COUNT
               SET WS-LEADERBOARD-EOF TO FALSE
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-LEADERBOARD-EOF
                   READ LEADERBOARD-FILE
                       AT END
                           SET WS-LEADERBOARD-EOF TO TRUE
                       NOT AT END
                           IF WS-CERT-COUNT >= 500
                               SET WS-CERT-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-CERT-COUNT
                               MOVE LB-RECORD TO WS-CERT-ENTRY
                               IF WS-CE-CERTIFIED = SPACE
                                   PERFORM APPLY-CERT-VERDICT
                               END-IF
                               MOVE WS-CERT-ENTRY
                                   TO WS-CT-RECORD(WS-CERT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
           CONTINUE.

           APPLY-CERT-VERDICT SECTION.
               PERFORM VARYING WS-CERT-VERDICT-IDX FROM 1 BY 1
                       UNTIL WS-CERT-VERDICT-IDX > WS-CERT-VERDICT-COUNT
                   IF WS-CV-GOVERNOR(WS-CERT-VERDICT-IDX)
                           = WS-CE-GOVERNOR
                           AND WS-CV-REIGN-SEQ(WS-CERT-VERDICT-IDX)
                           = WS-CE-REIGN-SEQ
                       MOVE WS-CV-CERTIFIED(WS-CERT-VERDICT-IDX)
                           TO WS-CE-CERTIFIED
                       MOVE WS-CERT-VERDICT-COUNT
                           TO WS-CERT-VERDICT-IDX
                   END-IF
               END-PERFORM
           CONTINUE.

      *    A certification replay's history and registers go to
      *    scratch names; the live names are put back after it.
           NAME-SCRATCH-REGISTERS SECTION.
               MOVE "YEARHIST.CRT" TO WS-HISTORY-NAME
               MOVE "CENSUS.CRT" TO WS-CENSUS-NAME
               MOVE "DIPLOHST.CRT" TO WS-DIPLO-NAME
               MOVE "LOANREG.CRT" TO WS-LOAN-NAME
               MOVE "CTRREG.CRT" TO WS-CTR-NAME
               MOVE "LEDGER.CRT" TO WS-LEDGER-NAME
               MOVE "SLVLEDGR.CRT" TO WS-SILVER-NAME
               MOVE "LANDREG.CRT" TO WS-LAND-NAME
           CONTINUE.

           NAME-LIVE-REGISTERS SECTION.
               MOVE "YEARHIST.DAT" TO WS-HISTORY-NAME
               MOVE "CENSUS.DAT" TO WS-CENSUS-NAME
               MOVE "DIPLOHST.DAT" TO WS-DIPLO-NAME
               MOVE "LOANREG.DAT" TO WS-LOAN-NAME
               MOVE "CTRREG.DAT" TO WS-CTR-NAME
               MOVE "LEDGER.DAT" TO WS-LEDGER-NAME
               MOVE "SLVLEDGR.DAT" TO WS-SILVER-NAME
               MOVE "LANDREG.DAT" TO WS-LAND-NAME
           CONTINUE.

      *    The scratch files hold nothing once the pass is over.
      *    The names are set to the scratch ones only to delete
      *    them, and put back; a file never created is no error.
           DELETE-SCRATCH-REGISTERS SECTION.
               PERFORM NAME-SCRATCH-REGISTERS
               CALL 'CBL_DELETE_FILE' USING WS-HISTORY-NAME
               CALL 'CBL_DELETE_FILE' USING WS-CENSUS-NAME
               CALL 'CBL_DELETE_FILE' USING WS-DIPLO-NAME
               CALL 'CBL_DELETE_FILE' USING WS-LOAN-NAME
               CALL 'CBL_DELETE_FILE' USING WS-CTR-NAME
               CALL 'CBL_DELETE_FILE' USING WS-LEDGER-NAME
               CALL 'CBL_DELETE_FILE' USING WS-SILVER-NAME
               CALL 'CBL_DELETE_FILE' USING WS-LAND-NAME
               MOVE 0 TO RETURN-CODE
               PERFORM NAME-LIVE-REGISTERS
           CONTINUE.

           NOTE-CERTIFICATION SECTION.
               IF WS-CE-CERTIFIED = "C"
                   ADD 1 TO WS-CERT-PASSED
                   MOVE WS-CE-SCORE TO WS-FORMAT-LB-SCORE
                   DISPLAY "CERTIFIED:   " WS-CE-GOVERNOR " reign "
                           WS-CE-REIGN-SEQ " score " WS-FORMAT-LB-SCORE
               ELSE
                   ADD 1 TO WS-CERT-FAILED
                   DISPLAY "UNCERTIFIED: " WS-CE-GOVERNOR " reign "
                           WS-CE-REIGN-SEQ " -- " WS-CERT-REASON
               END-IF
           CONTINUE.

           SETUP-REPLAY-STATE SECTION.
               SET WS-BRANCHED-REIGN TO FALSE
               SET WS-BRANCH-JOURNALING TO FALSE
               MOVE 0 TO WS-BRANCH-YEAR
               IF JR-UNATTENDED = "B"
                   DISPLAY "The reign was played from a turn deck "
                           "-- it replays whole, since a branch "
                           "to live play could not be replayed."
               ELSE
                   PERFORM ASK-REPLAY-BRANCH
               END-IF

               PERFORM RESTORE-JOURNAL-START

      *        Verification reads the original reign's figures out
      *        of YEARHIST.DAT here, before the replay's own history
      *        file wipes them below.
               SET WS-REPLAY-VERIFYING TO FALSE
               MOVE 0 TO WS-VERIFY-DIFF-COUNT
               DISPLAY "Verify the replay against the original "
                       "reign's year history? (Y/N): "
               ACCEPT WS-VERIFY-ANSWER
               IF WS-VERIFY-ANSWER = "Y" OR WS-VERIFY-ANSWER = "y"
                   IF WS-ARCHIVE-REPLAY
                       MOVE SPACES TO WS-HISTORY-NAME
                       STRING "YEARHIST." WS-ARCHIVE-SUFFIX
                           DELIMITED BY SIZE INTO WS-HISTORY-NAME
                   END-IF
                   PERFORM LOAD-VERIFY-TABLE
                   MOVE "YEARHIST.DAT" TO WS-HISTORY-NAME
               END-IF

               PERFORM ARM-JOURNAL-REPLAY
           CONTINUE.

      *    Asks for the year to branch to live play at, and opens the
      *    branch journal with the starting record when one is
      *    given.
           ASK-REPLAY-BRANCH SECTION.
               DISPLAY "Replay the whole reign, or branch to live "
                       "play at a year? (0 replays whole, or a "
                       "year 2-" JR-YEARS "): "
                       MOVE 0 TO WS-BRANCH-YEAR
                   END-IF
               END-IF
           CONTINUE.

      *    Rebuilds the reign's starting state off the "ST" record
      *    in JR-RECORD -- the part of a replay's setup that asks
      *    the operator nothing, shared by the certification pass.
           RESTORE-JOURNAL-START SECTION.
               MOVE JR-GOVERNOR TO WS-GOVERNOR-NAME
               MOVE JR-DIFFICULTY TO WS-DIFFICULTY-CHOICE
               PERFORM SET-DIFFICULTY-PARAMS
               ELSE
                   SET WS-SCENARIO-ACTIVE TO TRUE
               END-IF

      *        A reign played from the turn deck replays down the
      *        same unattended path -- no continue prompt, no
      *        confirmations, the deck's clamps -- with the deck's
      *        figures coming back off the journal; the deck itself
      *        is never opened.
               IF JR-UNATTENDED = "B"
                   SET WS-BATCH-MODE-ACTIVE TO TRUE
               ELSE
                   SET WS-BATCH-MODE-ACTIVE TO FALSE
               END-IF
               MOVE 0 TO WS-TD-COUNT

               PERFORM INITIALIZE-PROVINCES
               PERFORM LOAD-EVENT-DEFINITIONS
      *        is exactly the kind of divergence the verification
      *        mode exists to surface.
               PERFORM LOAD-RULES-DATASET
           CONTINUE.

      *    Starts the replay's own reign files fresh, re-plants the
      *    recorded seed and hands the prompts to the journal.
      *    YEAR-HISTORY-FILE goes to whatever WS-HISTORY-NAME names.
           ARM-JOURNAL-REPLAY SECTION.
               OPEN OUTPUT YEAR-HISTORY-FILE
               CLOSE YEAR-HISTORY-FILE
               OPEN OUTPUT CENSUS-FILE
               CLOSE CENSUS-FILE
               OPEN OUTPUT DIPLOMACY-HISTORY-FILE
               CLOSE DIPLOMACY-HISTORY-FILE
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN OUTPUT CONTRACT-REGISTER-FILE
               CLOSE CONTRACT-REGISTER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN OUTPUT SILVER-LEDGER-FILE
               CLOSE SILVER-LEDGER-FILE
               OPEN OUTPUT LAND-REGISTRY-FILE
               CLOSE LAND-REGISTRY-FILE

      *        Re-plant the recorded seed LAST, so none of the setup
      *        above can disturb the stream the reign will draw on.
               SET WS-HISTORY-EOF TO FALSE
               OPEN INPUT YEAR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "The year history could not be read "
                           "(status " WS-HISTORY-FILE-STATUS ") -- "
                           "the replay will not be verified: "
                           WS-HISTORY-NAME
                   EXIT SECTION
               END-IF
               PERFORM UNTIL WS-HISTORY-EOF
                   MOVE 0 TO WS-PROV-TOTAL-STARVED(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-TOTAL-POP-EVER(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-TOTAL-RATS-LOSS(WS-PROV-IDX)
      *            Stewards serve the governor who seated them; the
      *            successor appoints their own.
                   MOVE SPACES TO WS-PROV-STEWARD(WS-PROV-IDX)
               END-PERFORM

      *        The history file now runs on across the dynasty --
      *        the chronicle report reads the whole line of
      *        succession out of it, and the governor name on each
      *        record keeps the reigns apart. Only a fresh New Game
      *        starts the history over, and the census register
      *        runs on beside it. The wheat and silver
      *        ledgers and the land registry stay per-reign: their
      *        proofs are a per-reign affair.
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN OUTPUT SILVER-LEDGER-FILE
               CLOSE SILVER-LEDGER-FILE
               OPEN OUTPUT LAND-REGISTRY-FILE
               CLOSE LAND-REGISTRY-FILE

               PERFORM ASK-NUM-YEARS
               PERFORM ASK-BATCH-MODE
      *    hold numbers is skipped rather than rolled with garbage.
           LOAD-EVENT-DEFINITIONS SECTION.
               MOVE 0 TO WS-EVENT-COUNT
               MOVE 0 TO WS-EVENT-LINES-READ
               SET WS-EVENTS-EOF TO FALSE
               OPEN INPUT EVENTS-FILE
               IF WS-EVENTS-FILE-STATUS = "00"
                           AT END
                               SET WS-EVENTS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-EVENT-LINES-READ
                               IF EV-CHANCE-PCT IS NUMERIC
                                       AND EV-MIN-PCT IS NUMERIC
                                       AND EV-MAX-PCT IS NUMERIC
                                       AND EV-MAX-PCT >= EV-MIN-PCT
                                   ADD 1 TO WS-EVENT-COUNT
                                   MOVE WS-EVENT-LINES-READ TO
                                       WS-EVENT-LINE-NO
                                       (WS-EVENT-COUNT)
                                   COMPUTE WS-EVENT-CHANCE
                                       (WS-EVENT-COUNT) =
                                       EV-CHANCE-PCT / 100
               END-IF
               SUBTRACT WS-DIPLO-PAYMENT FROM WS-PROV-WHEAT(1)
               COMPUTE WS-DIPLO-GAIN = WS-DIPLO-PAYMENT / 100
               MOVE WS-REALM-RELATION(WS-DIPLO-REALM)
                   TO WS-DIPLO-PRIOR
               COMPUTE WS-REALM-RELATION(WS-DIPLO-REALM) =
                       WS-REALM-RELATION(WS-DIPLO-REALM)
                       + WS-DIPLO-GAIN
                   ON SIZE ERROR
                       MOVE 99 TO WS-REALM-RELATION(WS-DIPLO-REALM)
               END-COMPUTE
               ADD WS-DIPLO-PAYMENT
                   TO WS-RY-TREATY-PAID(WS-DIPLO-REALM)
               COMPUTE WS-RY-TREATY-GAIN(WS-DIPLO-REALM) =
                       WS-REALM-RELATION(WS-DIPLO-REALM)
                       - WS-DIPLO-PRIOR
               DISPLAY "The envoys depart for "
                       WS-REALM-NAME(WS-DIPLO-REALM)
                       " -- relation now "
                   ON SIZE ERROR CONTINUE
               END-SUBTRACT
               SUBTRACT WS-FOUND-SILVER FROM WS-TREASURE
               MOVE 0 TO WS-SILVER-PROV
               MOVE "FOUNDING" TO WS-SILVER-CODE
               MOVE "DR" TO WS-SILVER-SIDE
               MOVE WS-FOUND-SILVER TO WS-SILVER-AMOUNT
               PERFORM POST-SILVER-LEDGER
               COMPUTE WS-FOUND-ARRIVING =
                       WS-FOUND-GRAIN - (WS-FOUND-GRAIN / 10)

                   TO WS-PROV-ACRES(WS-FOUND-NEW-IDX)
               MOVE WS-FOUND-SETTLERS
                   TO WS-PROV-POPULATION(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-CHILDREN(WS-FOUND-NEW-IDX)
               MOVE WS-FOUND-SETTLERS
                   TO WS-PROV-WORKERS(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-ELDERS(WS-FOUND-NEW-IDX)
               MOVE SPACES TO WS-PROV-STEWARD(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-POLL-TAX-RATE(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-POLL-TAX-YIELD(WS-FOUND-NEW-IDX)
               MOVE "FOUNDING" TO WS-CENSUS-CAUSE
               MOVE WS-FOUND-SETTLERS TO WS-CENSUS-PEOPLE
               MOVE WS-FOUND-SOURCE TO WS-CENSUS-PROV
               MOVE "DR" TO WS-CENSUS-SIDE
               PERFORM POST-CENSUS-ENTRY
               MOVE WS-FOUND-NEW-IDX TO WS-CENSUS-PROV
               MOVE "CR" TO WS-CENSUS-SIDE
               PERFORM POST-CENSUS-ENTRY
               MOVE 0 TO WS-PROV-EATEN-BY-RATS(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-TOTAL-STARVED(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-TOTAL-POP-EVER(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-FERTILE-ACRES(WS-FOUND-NEW-IDX)
               MOVE WS-FOUND-ACRES
                   TO WS-PROV-MARGINAL-ACRES(WS-FOUND-NEW-IDX)
               MOVE WS-FOUND-NEW-IDX TO WS-LAND-PROV
               MOVE 'M' TO WS-LAND-GRADE
               MOVE "FOUNDING" TO WS-LAND-CAUSE
               MOVE "CR" TO WS-LAND-SIDE
               MOVE WS-FOUND-ACRES TO WS-LAND-ACRES
               PERFORM POST-LAND-DEED
               MOVE SPACES TO WS-PROV-EVENT-NOTE(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-CANAL-YEARS-LEFT(WS-FOUND-NEW-IDX)
               MOVE 0 TO WS-PROV-UNREST(WS-FOUND-NEW-IDX)
               IF WS-REALM-COUNT = 0
                   EXIT SECTION
               END-IF
      *        The standing the year's raids and caravans answered
      *        to, taken before the drift moves it, for the history.
               PERFORM COMPUTE-REALM-STANDING
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   MOVE WS-REALM-RELATION(WS-REALM-IDX)
                       TO WS-DIPLO-PRIOR
                   IF WS-YEAR-EXPORTED > 0
                       IF WS-REALM-RELATION(WS-REALM-IDX) > 97
                           MOVE 99 TO
                               WS-REALM-RELATION(WS-REALM-IDX)
                       END-IF
                   END-IF
                   COMPUTE WS-RY-TRADE-GAIN(WS-REALM-IDX) =
                           WS-REALM-RELATION(WS-REALM-IDX)
                           - WS-DIPLO-PRIOR
                   MOVE 0 TO WS-RY-GUARD-LOSS(WS-REALM-IDX)
                   MOVE 0 TO WS-RY-DECAY-LOSS(WS-REALM-IDX)
                   IF WS-YEAR-GUARD-TOTAL >= 1000
                           AND WS-REALM-RELATION(WS-REALM-IDX) > 0
                       SUBTRACT 1 FROM
                           WS-REALM-RELATION(WS-REALM-IDX)
                       MOVE 1 TO WS-RY-GUARD-LOSS(WS-REALM-IDX)
                   END-IF
                   IF WS-REALM-RELATION(WS-REALM-IDX) > 50
                       SUBTRACT 1 FROM
                           WS-REALM-RELATION(WS-REALM-IDX)
                       MOVE 1 TO WS-RY-DECAY-LOSS(WS-REALM-IDX)
                   END-IF
               END-PERFORM
               PERFORM WRITE-DIPLOMACY-HISTORY
               MOVE 0 TO WS-YEAR-EXPORTED
               MOVE 0 TO WS-YEAR-IMPORTED
               MOVE 0 TO WS-YEAR-GUARD-TOTAL
               PERFORM APPEND-DIPLOMACY-HISTORY
           CONTINUE.

      *    Opens the year's diplomacy figures at the top of the
      *    year, before the envoys are received. A year resumed
      *    from a checkpoint held its audience before the crash;
      *    it opens on the standing the save carried, and any
      *    treaty sent that year is already inside it.
           OPEN-DIPLOMACY-YEAR SECTION.
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > 3
                   IF WS-REALM-IDX > WS-REALM-COUNT
                       MOVE 0 TO WS-RY-BEFORE(WS-REALM-IDX)
                   ELSE
                       MOVE WS-REALM-RELATION(WS-REALM-IDX)
                           TO WS-RY-BEFORE(WS-REALM-IDX)
                   END-IF
                   MOVE 0 TO WS-RY-TREATY-PAID(WS-REALM-IDX)
                   MOVE 0 TO WS-RY-TREATY-GAIN(WS-REALM-IDX)
                   MOVE 0 TO WS-RY-TRADE-GAIN(WS-REALM-IDX)
                   MOVE 0 TO WS-RY-GUARD-LOSS(WS-REALM-IDX)
                   MOVE 0 TO WS-RY-DECAY-LOSS(WS-REALM-IDX)
               END-PERFORM
           CONTINUE.

      *    One diplomacy history entry per realm for the year just
      *    closed, with the standing computed before the drift.
           WRITE-DIPLOMACY-HISTORY SECTION.
               PERFORM ENSURE-DIPLO-OPEN
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   MOVE WS-GOVERNOR-NAME TO DH-GOVERNOR
                   MOVE WS-YEAR TO DH-YEAR
                   MOVE WS-REALM-IDX TO DH-REALM-NO
                   MOVE WS-REALM-NAME(WS-REALM-IDX) TO DH-REALM-NAME
                   MOVE WS-RY-BEFORE(WS-REALM-IDX)
                       TO DH-RELATION-BEFORE
                   MOVE WS-RY-TREATY-PAID(WS-REALM-IDX)
                       TO DH-TREATY-PAID
                   MOVE WS-RY-TREATY-GAIN(WS-REALM-IDX)
                       TO DH-TREATY-GAIN
                   MOVE WS-RY-TRADE-GAIN(WS-REALM-IDX)
                       TO DH-TRADE-GAIN
                   MOVE WS-RY-GUARD-LOSS(WS-REALM-IDX)
                       TO DH-GUARD-LOSS
                   MOVE WS-RY-DECAY-LOSS(WS-REALM-IDX)
                       TO DH-DECAY-LOSS
                   MOVE WS-REALM-RELATION(WS-REALM-IDX)
                       TO DH-RELATION-AFTER
                   IF WS-REALM-TRADE-OPEN
                       MOVE 'Y' TO DH-TRADE-OPEN
                   ELSE
                       MOVE 'N' TO DH-TRADE-OPEN
                   END-IF
                   COMPUTE DH-RAID-ADJ-PCT = WS-REALM-RAID-ADJ * 100
                   MOVE WS-YEAR-EXPORTED TO DH-GRAIN-EXPORTED
                   MOVE WS-YEAR-IMPORTED TO DH-GRAIN-IMPORTED
                   WRITE DH-RECORD
                   ADD 1 TO WS-RUNLOG-WRITES
               END-PERFORM
           CONTINUE.

      *    The year's diplomacy lands in the history file as a
      *    kingdom-level record (province zero), the realms'
      *    relations packed into the event-note column.
               MOVE 0 TO YH-GUARD-SPEND
               MOVE WS-DIPLO-NOTE TO YH-EVENT-NOTE
               MOVE 0 TO YH-UNREST
               MOVE 0 TO YH-CHILDREN
               MOVE 0 TO YH-WORKERS
               MOVE 0 TO YH-ELDERS
               MOVE 0 TO YH-POLL-TAX-RATE
               MOVE 0 TO YH-POLL-TAX-YIELD

               PERFORM ENSURE-HISTORY-OPEN
               WRITE YH-RECORD
               MOVE SPACES TO WS-EVENT-NOTE
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   MOVE "RL" TO EL-TYPE
                   MOVE 0 TO WS-EVENT-PCT
                   MOVE 0 TO WS-EVENT-BASE
                   MOVE 0 TO WS-EVENT-AMOUNT
                   PERFORM BUFFER-EVENT-LOG
                   IF FUNCTION RANDOM <
                           WS-EVENT-CHANCE(WS-EVENT-IDX)
                       PERFORM APPLY-GENERIC-EVENT
                       MOVE "EV" TO EL-TYPE
                       PERFORM BUFFER-EVENT-LOG
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Buffers one event log record for the event line in hand;
      *    the caller sets the type and, for a firing, the figures.
      *    A replay draws the same rolls the reign already logged,
      *    and adds nothing.
           BUFFER-EVENT-LOG SECTION.
               IF WS-REPLAY-MODE OR WS-ELB-COUNT >= 160
                   EXIT SECTION
               END-IF
               MOVE WS-GOVERNOR-NAME TO EL-GOVERNOR
               MOVE WS-AM-REIGN-SEQ TO EL-REIGN-SEQ
               MOVE WS-YEAR TO EL-YEAR
               MOVE WS-PROV-IDX TO EL-PROVINCE
               MOVE WS-EVENT-LINE-NO(WS-EVENT-IDX) TO EL-LINE
               MOVE WS-EVENT-RESOURCE(WS-EVENT-IDX) TO EL-RESOURCE
               MOVE WS-EVENT-DIRECTION(WS-EVENT-IDX) TO EL-DIRECTION
               COMPUTE EL-CHANCE-PCT =
                       WS-EVENT-CHANCE(WS-EVENT-IDX) * 100
               MOVE WS-EVENT-MIN-PCT(WS-EVENT-IDX) TO EL-MIN-PCT
               MOVE WS-EVENT-MAX-PCT(WS-EVENT-IDX) TO EL-MAX-PCT
               MOVE WS-EVENT-PCT TO EL-ROLLED-PCT
               MOVE WS-EVENT-BASE TO EL-BASE
               MOVE WS-EVENT-AMOUNT TO EL-AMOUNT
               ADD 1 TO WS-ELB-COUNT
               MOVE EL-RECORD TO WS-ELB-ROW(WS-ELB-COUNT)
           CONTINUE.

      *    Writes the year's buffered event log records through one
      *    short retry-guarded open. A log that stays busy costs
      *    this year's records, never the file.
           FLUSH-EVENT-LOG-BUFFER SECTION.
               IF WS-ELB-COUNT = 0
                   EXIT SECTION
               END-IF
               SET WS-SHARED-OPEN-OK TO FALSE
               MOVE 0 TO WS-SHARED-OPEN-TRIES
               PERFORM UNTIL WS-SHARED-OPEN-OK
                       OR WS-SHARED-OPEN-TRIES >= 15
                   OPEN EXTEND EVENT-LOG-FILE
                   EVALUATE WS-EVENT-LOG-STATUS
                       WHEN "00"
                           SET WS-SHARED-OPEN-OK TO TRUE
                       WHEN "05"
                       WHEN "35"
                           OPEN OUTPUT EVENT-LOG-FILE
                           IF WS-EVENT-LOG-STATUS = "00"
                               SET WS-SHARED-OPEN-OK TO TRUE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-SHARED-OPEN-TRIES
                           IF WS-SHARED-OPEN-TRIES = 1
                               DISPLAY "EVENTLOG.DAT is busy "
                                       "(status "
                                       WS-EVENT-LOG-STATUS
                                       ") -- waiting for the other "
                                       "session to finish."
                           END-IF
                           CALL 'C$SLEEP' USING WS-SHARED-WAIT-SECS
                   END-EVALUATE
               END-PERFORM
               IF WS-SHARED-OPEN-OK
                   PERFORM VARYING WS-ELB-IDX FROM 1 BY 1
                           UNTIL WS-ELB-IDX > WS-ELB-COUNT
                       MOVE WS-ELB-ROW(WS-ELB-IDX) TO EL-RECORD
                       WRITE EL-RECORD
                       ADD 1 TO WS-RUNLOG-WRITES
                   END-PERFORM
                   CLOSE EVENT-LOG-FILE
               ELSE
                   DISPLAY "OPERATOR: EVENTLOG.DAT stayed busy -- "
                           "this year's event log records were NOT "
                           "recorded."
               END-IF
               MOVE 0 TO WS-ELB-COUNT
           CONTINUE.

           APPLY-GENERIC-EVENT SECTION.
               MOVE 0 TO WS-EVENT-AMOUNT
               COMPUTE WS-EVENT-PCT =
                       WS-EVENT-MIN-PCT(WS-EVENT-IDX)
                       + (FUNCTION RANDOM *

               EVALUATE WS-EVENT-RESOURCE(WS-EVENT-IDX)
                   WHEN 'W'
                       MOVE WS-WHEAT TO WS-EVENT-BASE
                       COMPUTE WS-EVENT-AMOUNT =
                               WS-WHEAT * WS-EVENT-PCT / 100
                       IF WS-EVENT-DIRECTION(WS-EVENT-IDX) = '+'
                       MOVE WS-EVENT-AMOUNT TO WS-FORMAT-GAME-NUMS
                       DISPLAY "  (" WS-FORMAT-GAME-NUMS " bushels)"
                   WHEN 'P'
                       MOVE WS-POPULATION TO WS-EVENT-BASE
                       MOVE WS-POPULATION TO WS-CENSUS-PRIOR
                       COMPUTE WS-EVENT-POP-AMOUNT =
                               WS-POPULATION * WS-EVENT-PCT / 100
                       IF WS-EVENT-DIRECTION(WS-EVENT-IDX) = '+'
                           SUBTRACT WS-EVENT-POP-AMOUNT
                               FROM WS-POPULATION
                       END-IF
                       MOVE SPACES TO WS-CENSUS-CAUSE
                       STRING "EVENT" WS-EVENT-IDX
                           DELIMITED BY SIZE INTO WS-CENSUS-CAUSE
                       PERFORM POST-CENSUS-CHANGE
                       MOVE WS-EVENT-POP-AMOUNT TO WS-FORMAT-GAME-NUMS
                       DISPLAY "  (" WS-FORMAT-GAME-NUMS " people)"
                       MOVE WS-EVENT-POP-AMOUNT TO WS-EVENT-AMOUNT
                   WHEN 'A'
                       MOVE WS-ACRES TO WS-EVENT-BASE
                       COMPUTE WS-EVENT-AMOUNT =
                               WS-ACRES * WS-EVENT-PCT / 100
                       IF WS-EVENT-DIRECTION(WS-EVENT-IDX) = '+'
                           ADD WS-EVENT-AMOUNT TO WS-MARGINAL-ACRES
                               ON SIZE ERROR CONTINUE
                           END-ADD
                           MOVE SPACES TO WS-LAND-CAUSE
                           STRING "EVENT" WS-EVENT-IDX
                               DELIMITED BY SIZE INTO WS-LAND-CAUSE
                           MOVE WS-PROV-IDX TO WS-LAND-PROV
                           MOVE 'M' TO WS-LAND-GRADE
                           MOVE "CR" TO WS-LAND-SIDE
                           MOVE WS-EVENT-AMOUNT TO WS-LAND-ACRES
                           PERFORM POST-LAND-DEED
                       ELSE
                           SUBTRACT WS-EVENT-AMOUNT FROM WS-ACRES
                           MOVE WS-EVENT-AMOUNT TO WS-GRADE-DEDUCT
                           MOVE SPACES TO WS-LAND-CAUSE
                           STRING "EVENT" WS-EVENT-IDX
                               DELIMITED BY SIZE INTO WS-LAND-CAUSE
                           PERFORM DEDUCT-ACRES-BY-GRADE
                       END-IF
                       MOVE WS-EVENT-AMOUNT TO WS-FORMAT-GAME-NUMS
      *    leaderboard; an operator who just presses ENTER is recorded
      *    as "HAMMURABI", the traditional default.
           ASK-GOVERNOR-NAME SECTION.
               SET WS-GOVERNOR-CHOSEN TO FALSE
               MOVE 0 TO WS-GOVERNOR-TRIES
               PERFORM UNTIL WS-GOVERNOR-CHOSEN
                   IF WS-SETUP-ACTIVE
                       MOVE WS-SETUP-GOVERNOR TO WS-GOVERNOR-NAME
                       DISPLAY "Setup: Governor " WS-GOVERNOR-NAME "."
                   ELSE
                       DISPLAY "What is your name, Governor? "
                       MOVE SPACES TO WS-GOVERNOR-NAME
                       ACCEPT WS-GOVERNOR-NAME
                   END-IF
                   IF WS-GOVERNOR-NAME = SPACES
                       MOVE "HAMMURABI" TO WS-GOVERNOR-NAME
                   END-IF
                   PERFORM CHECK-GOVERNOR-REGISTRY
                   IF NOT WS-GOVERNOR-CHOSEN
                       IF WS-SETUP-ACTIVE
                           DISPLAY "SETPARM.DAT rejected -- GOVERNOR="
                                   WS-GOVERNOR-NAME
                                   " is not a governor in play."
                           DISPLAY "The run is aborted so the deck "
                                   "can be corrected; nothing was "
                                   "played."
                           MOVE 12 TO RETURN-CODE
                           PERFORM WRITE-RUN-LOG-END
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-GOVERNOR-TRIES
                       IF WS-GOVERNOR-TRIES >= 5
                           PERFORM ABORT-ON-DEAD-CONSOLE
                       END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

      *    Settles the name just given against the governor
      *    registry. A registered name is played as registered, so
      *    Hammurabi and HAMMURABI are one governor everywhere the
      *    reign is filed. An unregistered name is offered for
      *    registration at the console -- a new player -- with the
      *    nearest registered name shown first in case it is a
      *    slip; from the deck it is refused outright. A retired
      *    name is refused, naming the governor its history now
      *    stands under.
           CHECK-GOVERNOR-REGISTRY SECTION.
               MOVE "FIND" TO WS-GOVREG-REQUEST
               MOVE SPACES TO WS-GOVREG-CLASS
               CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                   WS-GOVERNOR-NAME WS-GOVREG-CLASS
                   WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
               EVALUATE WS-GOVREG-RESULT
                   WHEN 0
                   WHEN 8
                       SET WS-GOVERNOR-CHOSEN TO TRUE
                   WHEN 6
                       IF WS-GOVREG-ALTERNATE = SPACES
                           DISPLAY WS-GOVERNOR-NAME " is retired "
                                   "from the registry."
                       ELSE
                           DISPLAY WS-GOVERNOR-NAME " is retired; "
                                   "the reigns are now recorded under "
                                   WS-GOVREG-ALTERNATE "."
                       END-IF
                   WHEN OTHER
                       DISPLAY WS-GOVERNOR-NAME " is not on the "
                               "governor registry."
                       IF WS-GOVREG-ALTERNATE NOT = SPACES
                           DISPLAY "Did you mean "
                                   WS-GOVREG-ALTERNATE "?"
                       END-IF
                       IF WS-SETUP-ACTIVE
                           EXIT SECTION
                       END-IF
                       DISPLAY "Register " WS-GOVERNOR-NAME
                               " as a new governor and play? (Y/N): "
                       MOVE SPACE TO WS-GOVREG-ANSWER
                       ACCEPT WS-GOVREG-ANSWER
                       IF WS-GOVREG-ANSWER = "Y"
                               OR WS-GOVREG-ANSWER = "y"
                           MOVE "ADD" TO WS-GOVREG-REQUEST
                           MOVE SPACES TO WS-GOVREG-CLASS
                           CALL 'HAMGOVRG' USING WS-GOVREG-REQUEST
                               WS-GOVERNOR-NAME WS-GOVREG-CLASS
                               WS-GOVREG-ALTERNATE WS-GOVREG-RESULT
                           IF WS-GOVREG-RESULT NOT = 8
                               DISPLAY WS-GOVERNOR-NAME
                                       " registered."
                               SET WS-GOVERNOR-CHOSEN TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           CONTINUE.

      *    Lets the operator replace the standard starting wheat,
      *    Seeds every province's table entry with the reign's chosen
      *    starting conditions.
           INITIALIZE-PROVINCES SECTION.
               PERFORM SPLIT-STANDARD-COHORTS
               PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                       UNTIL WS-PROV-IDX > WS-NUM-PROVINCES
                   MOVE WS-WHEAT TO WS-PROV-WHEAT(WS-PROV-IDX)
                   MOVE WS-ACRES TO WS-PROV-ACRES(WS-PROV-IDX)
                   MOVE WS-POPULATION TO WS-PROV-POPULATION(WS-PROV-IDX)
                   MOVE WS-CHILDREN TO WS-PROV-CHILDREN(WS-PROV-IDX)
                   MOVE WS-WORKERS TO WS-PROV-WORKERS(WS-PROV-IDX)
                   MOVE WS-ELDERS TO WS-PROV-ELDERS(WS-PROV-IDX)
                   MOVE WS-EATEN-BY-RATS
                       TO WS-PROV-EATEN-BY-RATS(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-TOTAL-STARVED(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-CTR-PRICE(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-CTR-AMOUNT(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-CTR-YEARS(WS-PROV-IDX)
                   MOVE SPACES TO WS-PROV-STEWARD(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-POLL-TAX-RATE(WS-PROV-IDX)
                   MOVE 0 TO WS-PROV-POLL-TAX-YIELD(WS-PROV-IDX)
               END-PERFORM
           CONTINUE.

                               DISPLAY "  " WS-SAVE-SLOT-IDX
                                       ". (empty)"
                           NOT AT END
                               IF SG-LAYOUT-TAG NOT = "LV"
                                       OR SG-LAYOUT-VERSION
                                           NOT = WS-SAVE-LAYOUT-CURRENT
                                   DISPLAY "  " WS-SAVE-SLOT-IDX
                                       ". (older save layout -- "
                                       "run HAMSAVUP to carry it "
                                       "forward)"
                               ELSE
                               IF SG-YEAR > SG-NUM-YEARS
                                   DISPLAY "  " WS-SAVE-SLOT-IDX
                                       ". " SG-GOVERNOR-NAME
                                       SG-NUM-YEARS ", "
                                       SG-NUM-PROVINCES " province(s)"
                               END-IF
                               END-IF
                       END-READ
                       CLOSE SAVE-GAME-FILE
                   ELSE
      *    numerics must actually be numeric and every control field
      *    must sit in its working range before a single byte is
      *    moved into working storage. Any failure names itself for
      *    the operator and refuses the load. The layout stamp is
      *    checked first: a save written under an earlier layout
      *    would be misaligned field for field, so it is refused
      *    and quarantined for HAMSAVUP to carry forward.
           VERIFY-SAVE-RECORD SECTION.
               SET WS-SAVE-LOAD-OK TO TRUE

               IF SG-LAYOUT-TAG NOT = "LV"
                   DISPLAY "Save verification failed: the slot was "
                           "written before saves carried a layout "
                           "stamp -- run HAMSAVUP to carry it "
                           "forward."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF
               IF SG-LAYOUT-VERSION NOT = WS-SAVE-LAYOUT-CURRENT
                   DISPLAY "Save verification failed: the slot was "
                           "written under save layout "
                           SG-LAYOUT-VERSION ", not "
                           WS-SAVE-LAYOUT-CURRENT " -- run HAMSAVUP "
                           "to carry it forward."
                   SET WS-SAVE-LOAD-OK TO FALSE
                   EXIT SECTION
               END-IF

               IF SG-YEAR NOT NUMERIC
                       OR SG-NUM-YEARS NOT NUMERIC
                       OR SG-PRICE NOT NUMERIC
                           NOT NUMERIC
                       OR SG-PROV-CTR-YEARS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-CHILDREN(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-WORKERS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-ELDERS(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       DISPLAY "Save verification failed: province "
                               WS-SAVE-VERIFY-IDX
                               " holds non-numeric data."
                           NOT NUMERIC
                       OR SG-PROV-GUARD-SPEND(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-RATE(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-POLL-TAX-YIELD(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-PLAGUE-PCT(WS-SAVE-VERIFY-IDX)
                           NOT NUMERIC
                       OR SG-PROV-XFER-WHEAT-NET(WS-SAVE-VERIFY-IDX)
                       AND SG-RULE-PRICE-BASE NUMERIC
                       AND SG-RULE-PRICE-BASE > 0
                       AND SG-RULE-PRICE-SPAN NUMERIC
                       AND SG-RULE-POLL-TAX-TOL NUMERIC
                   MOVE SG-RULE-FEED TO WS-RULE-FEED
                   MOVE SG-RULE-SEED-DIV TO WS-RULE-SEED-DIV
                   MOVE SG-RULE-GRANARY-COST
                       TO WS-RULE-TRIB-POP-DIV
                   MOVE SG-RULE-PRICE-BASE TO WS-RULE-PRICE-BASE
                   MOVE SG-RULE-PRICE-SPAN TO WS-RULE-PRICE-SPAN
                   MOVE SG-RULE-POLL-TAX-TOL TO WS-RULE-POLL-TAX-TOL
               ELSE
                   PERFORM RESET-RULES-TO-STANDARD
               END-IF
                       TO WS-PROV-CTR-AMOUNT(WS-PROV-IDX)
                   MOVE SG-PROV-CTR-YEARS(WS-PROV-IDX)
                       TO WS-PROV-CTR-YEARS(WS-PROV-IDX)
                   MOVE SG-PROV-CHILDREN(WS-PROV-IDX)
                       TO WS-PROV-CHILDREN(WS-PROV-IDX)
                   MOVE SG-PROV-WORKERS(WS-PROV-IDX)
                       TO WS-PROV-WORKERS(WS-PROV-IDX)
                   MOVE SG-PROV-ELDERS(WS-PROV-IDX)
                       TO WS-PROV-ELDERS(WS-PROV-IDX)
                   MOVE SG-PROV-STEWARD(WS-PROV-IDX)
                       TO WS-PROV-STEWARD(WS-PROV-IDX)
                   MOVE SG-PROV-POLL-TAX-RATE(WS-PROV-IDX)
                       TO WS-PROV-POLL-TAX-RATE(WS-PROV-IDX)
                   MOVE SG-PROV-POLL-TAX-YIELD(WS-PROV-IDX)
                       TO WS-PROV-POLL-TAX-YIELD(WS-PROV-IDX)
               END-PERFORM
               PERFORM LOAD-EVENT-DEFINITIONS
           CONTINUE.

           SAVE-GAME-STATE SECTION.
      *        A certification replay is never resumed, and must not
      *        overwrite a slot a real reign may be saved in.
               IF WS-CERTIFYING
                   EXIT SECTION
               END-IF
               MOVE "LV" TO SG-LAYOUT-TAG
               MOVE WS-SAVE-LAYOUT-CURRENT TO SG-LAYOUT-VERSION
               MOVE WS-YEAR TO SG-YEAR
               MOVE WS-NUM-YEARS TO SG-NUM-YEARS
               MOVE WS-PRICE TO SG-PRICE
               MOVE WS-RULE-TRIB-POP-DIV TO SG-RULE-TRIB-POP-DIV
               MOVE WS-RULE-PRICE-BASE TO SG-RULE-PRICE-BASE
               MOVE WS-RULE-PRICE-SPAN TO SG-RULE-PRICE-SPAN
               MOVE WS-RULE-POLL-TAX-TOL TO SG-RULE-POLL-TAX-TOL
               MOVE WS-LAND-NET-TRADED TO SG-LAND-NET-TRADED
               MOVE WS-REALM-COUNT TO SG-REALM-COUNT
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
               MOVE WS-HARVEST-MIN TO SG-HARVEST-MIN
               MOVE WS-HARVEST-MAX TO SG-HARVEST-MAX
               MOVE WS-BATCH-MODE-CHECK TO SG-BATCH-MODE-ACTIVE
      *        A replayed unattended reign runs the deck's path off
      *        the journal; a checkpoint of it resumed later has no
      *        deck positioned to go on from, so it resumes attended.
               IF WS-REPLAY-MODE
                   MOVE 'N' TO SG-BATCH-MODE-ACTIVE
               END-IF
               MOVE WS-BATCH-FOOD TO SG-BATCH-FOOD
               MOVE WS-BATCH-PLANTED-ACRES TO SG-BATCH-PLANTED-ACRES
               MOVE WS-TRIBUTE-STRIKES TO SG-TRIBUTE-STRIKES
                       TO SG-PROV-CTR-AMOUNT(WS-SG-PROV-IDX)
                   MOVE WS-PROV-CTR-YEARS(WS-SG-PROV-IDX)
                       TO SG-PROV-CTR-YEARS(WS-SG-PROV-IDX)
                   MOVE WS-PROV-CHILDREN(WS-SG-PROV-IDX)
                       TO SG-PROV-CHILDREN(WS-SG-PROV-IDX)
                   MOVE WS-PROV-WORKERS(WS-SG-PROV-IDX)
                       TO SG-PROV-WORKERS(WS-SG-PROV-IDX)
                   MOVE WS-PROV-ELDERS(WS-SG-PROV-IDX)
                       TO SG-PROV-ELDERS(WS-SG-PROV-IDX)
                   MOVE WS-PROV-STEWARD(WS-SG-PROV-IDX)
                       TO SG-PROV-STEWARD(WS-SG-PROV-IDX)
                   MOVE WS-PROV-POLL-TAX-RATE(WS-SG-PROV-IDX)
                       TO SG-PROV-POLL-TAX-RATE(WS-SG-PROV-IDX)
                   MOVE WS-PROV-POLL-TAX-YIELD(WS-SG-PROV-IDX)
                       TO SG-PROV-POLL-TAX-YIELD(WS-SG-PROV-IDX)
               END-PERFORM
               OPEN OUTPUT SAVE-GAME-FILE
               WRITE SG-RECORD
               MOVE WS-POPULATION TO WS-FORMAT-GAME-NUMS
               DISPLAY "The province now numbers "
                       WS-FORMAT-GAME-NUMS " people."
               MOVE WS-WORKERS TO WS-FORMAT-GAME-NUMS
               DISPLAY "Of them, " WS-FORMAT-GAME-NUMS
                       " are of working age" WITH NO ADVANCING
               MOVE WS-CHILDREN TO WS-FORMAT-GAME-NUMS
               DISPLAY ", " WS-FORMAT-GAME-NUMS
                       " are children" WITH NO ADVANCING
               MOVE WS-ELDERS TO WS-FORMAT-GAME-NUMS
               DISPLAY " and " WS-FORMAT-GAME-NUMS " are elders."
               MOVE WS-WHEAT TO WS-FORMAT-GAME-NUMS
               DISPLAY "The granary holds " WS-FORMAT-GAME-NUMS
                       " bushels."
      *    Sowing draws half a bushel of seed per acre from the
      *    granary, so the most land the granary can seed is twice
      *    the wheat on hand; the province's own acreage and the
      *    labor rule -- one worker tends at most ten acres -- cap
      *    it from the other sides. Both the clamp for unattended
      *    runs and the validity check below enforce all three.
           PLANT-ACRES SECTION.
               COMPUTE WS-LABOR-CAP = WS-WORKERS * 10

      *        The canal crew digs, it does not sow: while the
      *        works run, the committed laborers' hands (ten
                   IF WS-PLANTED-ACRES > WS-LABOR-CAP
                       MOVE WS-LABOR-CAP TO WS-FORMAT-GAME-NUMS
                       DISPLAY "Your people cannot tend that much "
                               "ground -- at ten acres a worker "
                               "they can work at most "
                               WS-FORMAT-GAME-NUMS " acres."
                   ELSE
                   PERFORM PREVIEW-LAND-TRANSACTION

                   IF WS-PREVIEW-CONFIRMED
                       MOVE WS-FERTILE-ACRES TO WS-LAND-PRIOR-FERTILE
                       MOVE WS-MARGINAL-ACRES
                           TO WS-LAND-PRIOR-MARGINAL
                       CALL 'LAND-TRANSACTION'
                           USING
                               WS-FERTILE-PRICE

                       IF WS-MODULE-BOOL
                           DISPLAY "OK TRANSACT"
                           PERFORM POST-LAND-TRADE

      *                    The year's traded acres feed the price
      *                    the market opens with next year.
      *    province outside the land market -- a raid or an imperial
      *    seizure takes the marginal ground first, the same order a
      *    sale releases it. WS-GRADE-DEDUCT carries the acres to
      *    remove; the caller has already reduced the total, and
      *    names the cause in WS-LAND-CAUSE so each pool's share is
      *    deeded out of the land registry.
           DEDUCT-ACRES-BY-GRADE SECTION.
               MOVE WS-PROV-IDX TO WS-LAND-PROV
               MOVE "DR" TO WS-LAND-SIDE
               IF WS-GRADE-DEDUCT > WS-MARGINAL-ACRES
                   SUBTRACT WS-MARGINAL-ACRES FROM WS-GRADE-DEDUCT
                   MOVE 'M' TO WS-LAND-GRADE
                   MOVE WS-MARGINAL-ACRES TO WS-LAND-ACRES
                   PERFORM POST-LAND-DEED
                   MOVE 0 TO WS-MARGINAL-ACRES
                   MOVE 'F' TO WS-LAND-GRADE
                   IF WS-GRADE-DEDUCT > WS-FERTILE-ACRES
                       MOVE WS-FERTILE-ACRES TO WS-LAND-ACRES
                       MOVE 0 TO WS-FERTILE-ACRES
                   ELSE
                       MOVE WS-GRADE-DEDUCT TO WS-LAND-ACRES
                       SUBTRACT WS-GRADE-DEDUCT FROM WS-FERTILE-ACRES
                   END-IF
                   PERFORM POST-LAND-DEED
               ELSE
                   MOVE 'M' TO WS-LAND-GRADE
                   MOVE WS-GRADE-DEDUCT TO WS-LAND-ACRES
                   PERFORM POST-LAND-DEED
                   SUBTRACT WS-GRADE-DEDUCT FROM WS-MARGINAL-ACRES
               END-IF
           CONTINUE.
           CONTINUE.

           END-YEAR SECTION.
      *        Anything in the turn that moved the head count alone
      *        is settled on the cohorts before the reckoning.
               PERFORM FIT-COHORTS-TO-POPULATION
               PERFORM COLLECT-LOAN-PAYMENT
               PERFORM VALIDATE-FOOD-AMOUNT
               SUBTRACT WS-FOOD FROM WS-WHEAT
               END-IF

               MOVE 2 TO WS-PLAGUE-PHASE
               MOVE WS-POPULATION TO WS-CENSUS-PRIOR
               CALL 'CALCULATE-PLAGUE'
                   USING WS-PLAGUE-PHASE WS-POPULATION
                       WS-PLAGUE-CHANCE WS-PLAGUE-CHECK WS-PLAGUE-PCT
               COMPUTE WS-COHORT-DEATHS =
                       WS-CENSUS-PRIOR - WS-POPULATION
               PERFORM DEDUCT-COHORT-DEATHS
               MOVE "PLAGUE" TO WS-CENSUS-CAUSE
               PERFORM POST-CENSUS-CHANGE
      *        Calculate starving people. The grain is counted out
      *        in rations -- a child eats half of one -- and every
      *        ration short is a life lost, the young and the old
      *        first.
               MOVE WS-POPULATION TO WS-CENSUS-PRIOR
               COMPUTE WS-FOOD = WS-FOOD / WS-RULE-FEED
               PERFORM COMPUTE-RATIONS-NEEDED
               IF WS-FOOD < WS-RATIONS-NEEDED
                   COMPUTE WS-STARVED-COUNT =
                           WS-RATIONS-NEEDED - WS-FOOD
                   IF WS-STARVED-COUNT > WS-POPULATION
                       MOVE WS-POPULATION TO WS-STARVED-COUNT
                   END-IF
                   MOVE WS-STARVED-COUNT TO WS-COHORT-DEATHS
                   PERFORM DEDUCT-COHORT-DEATHS
                   SUBTRACT WS-STARVED-COUNT FROM WS-POPULATION
               ELSE
                   MOVE 0 TO WS-STARVED-COUNT
               END-IF
               ADD WS-STARVED-COUNT TO WS-TOTAL-STARVED
               MOVE "STARVED" TO WS-CENSUS-CAUSE
               PERFORM POST-CENSUS-CHANGE

      *        The people remember: every hundredth of the province
      *        starved this year is a point of unrest, while a year
                           "people storm the governor's palace."
               END-IF

               MOVE WS-POPULATION TO WS-CENSUS-PRIOR
               PERFORM CALCULATE-IMMIGRATION
               MOVE "MIGRANTS" TO WS-CENSUS-CAUSE
               PERFORM POST-CENSUS-CHANGE

      *        The year turns over on the people too.
               PERFORM AGE-POPULATION-COHORTS
               MOVE WS-PROV-IDX TO WS-CENSUS-PROV
               MOVE WS-COHORT-BORN TO WS-CENSUS-PEOPLE
               MOVE "BIRTHS" TO WS-CENSUS-CAUSE
               MOVE "CR" TO WS-CENSUS-SIDE
               PERFORM POST-CENSUS-ENTRY
               MOVE WS-PROV-IDX TO WS-CENSUS-PROV
               MOVE WS-COHORT-BORN TO WS-CENSUS-PEOPLE
               MOVE "OLDAGE" TO WS-CENSUS-CAUSE
               MOVE "DR" TO WS-CENSUS-SIDE
               PERFORM POST-CENSUS-ENTRY

      *        The diggers work through the year whatever else
      *        befalls the province; acres change grade here, not
      *    price for land, advancing the calendar, and checkpointing.
           END-OF-YEAR-HOUSEKEEPING SECTION.
               PERFORM COLLECT-IMPERIAL-TRIBUTE

      *        The tribute is the year's last call on the treasury
      *        and the land, so the silver and land proofs close the
      *        year right behind it, and the census with them.
               PERFORM PROVE-SILVER-LEDGER
               PERFORM PROVE-LAND-REGISTRY

      *        The alerts read the year as the tribute left it, and
      *        must run before the census proof retires the year's
      *        opening head counts.
               PERFORM CHECK-YEAR-END-ALERTS
               PERFORM PROVE-CENSUS
               PERFORM SET-YEARLY-LAND-PRICE
               PERFORM CHECK-MARKET-SHOCK
               COMPUTE WS-EXPORT-PRICE = (FUNCTION RANDOM * 21) + 10
      *        and send the buffered analytics rows out in their
      *        one short open of the shared file.
               PERFORM FLUSH-ANALYTICS-BUFFER
               PERFORM FLUSH-EVENT-LOG-BUFFER
               PERFORM CLOSE-YEARLY-FILES
           CONTINUE.

      *    Holds the year just closed to the operator's thresholds
      *    and logs every breach. A replay reproduces a reign
      *    already watched, so it raises nothing -- except that an
      *    unattended reign's replay is held to them again, logging
      *    nothing, so a STOP that ended the reign ends the replay
      *    at the same year. The people's
      *    fall is measured against the census opening, which a
      *    year resumed from a checkpoint does not have.
           CHECK-YEAR-END-ALERTS SECTION.
               IF WS-REPLAY-MODE AND NOT WS-BATCH-MODE-ACTIVE
                   EXIT SECTION
               END-IF
               IF NOT WS-ALERTS-LOADED
                   PERFORM LOAD-ALERT-THRESHOLDS
               END-IF
               MOVE 0 TO WS-ALERT-BREACHES
               PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                       UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
                   EVALUATE WS-AD-MEASURE(WS-ALERT-IDX)
                       WHEN "WHEATHD"
                           PERFORM CHECK-WHEAT-ALERT
                       WHEN "UNREST"
                           PERFORM CHECK-UNREST-ALERT
                       WHEN "ARREARS"
                           PERFORM CHECK-ARREARS-ALERT
                       WHEN "RELATION"
                           PERFORM CHECK-RELATION-ALERT
                       WHEN "POPDROP"
                           PERFORM CHECK-POPDROP-ALERT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               MOVE ALL 'N' TO WS-ALERT-SEIZED-TABLE
               IF WS-ALERT-HALT
                   DISPLAY "OPERATOR: a critical alert marked STOP "
                           "has ended the unattended reign at year "
                           WS-YEAR " -- see ALERTLOG.DAT."
                   IF NOT WS-REPLAY-MODE AND NOT WS-BRANCHED-REIGN
                       MOVE 16 TO WS-RUN-RETURN-CODE
                   END-IF
               END-IF
           CONTINUE.

      *    Reads ALERTS.DAT once per reign. A line that names no
      *    known measure or severity, or whose figure is not a
      *    number, is named and passed over -- an alert dataset
      *    is the operator's safety net, not a reason to refuse
      *    the reign.
           LOAD-ALERT-THRESHOLDS SECTION.
               SET WS-ALERTS-LOADED TO TRUE
               MOVE 0 TO WS-ALERT-COUNT
               MOVE 0 TO WS-ALERT-LINE
               OPEN INPUT ALERT-DEF-FILE
               IF WS-ALERT-DEF-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-ALERT-EOF TO FALSE
               PERFORM UNTIL WS-ALERT-EOF
                   READ ALERT-DEF-FILE
                       AT END
                           SET WS-ALERT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ALERT-LINE
                           PERFORM TAKE-ALERT-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE ALERT-DEF-FILE
           CONTINUE.

           TAKE-ALERT-THRESHOLD SECTION.
               IF AD-RECORD = SPACES OR AD-MEASURE(1:1) = "*"
                   EXIT SECTION
               END-IF
               IF AD-FIGURE NOT NUMERIC
                       OR (AD-SEVERITY NOT = "WARNING"
                           AND AD-SEVERITY NOT = "CRITICAL")
                       OR (AD-ACTION NOT = SPACES
                           AND AD-ACTION NOT = "STOP")
                       OR (AD-MEASURE NOT = "WHEATHD"
                           AND AD-MEASURE NOT = "UNREST"
                           AND AD-MEASURE NOT = "ARREARS"
                           AND AD-MEASURE NOT = "RELATION"
                           AND AD-MEASURE NOT = "POPDROP")
                   DISPLAY "ALERTS.DAT line " WS-ALERT-LINE
                           " is not understood and is passed over."
                   EXIT SECTION
               END-IF
               IF WS-ALERT-COUNT >= 20
                   DISPLAY "ALERTS.DAT holds more than 20 thresholds "
                           "-- line " WS-ALERT-LINE
                           " is passed over."
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-ALERT-COUNT
               MOVE AD-MEASURE TO WS-AD-MEASURE(WS-ALERT-COUNT)
               MOVE AD-SEVERITY TO WS-AD-SEVERITY(WS-ALERT-COUNT)
               MOVE AD-FIGURE TO WS-AD-FIGURE(WS-ALERT-COUNT)
               MOVE AD-ACTION TO WS-AD-ACTION(WS-ALERT-COUNT)
           CONTINUE.

      *    An emptied province has no wheat per head to measure;
      *    the fall of its people is POPDROP's to catch.
           CHECK-WHEAT-ALERT SECTION.
               PERFORM VARYING WS-ALERT-PROV FROM 1 BY 1
                       UNTIL WS-ALERT-PROV > WS-NUM-PROVINCES
                   IF WS-PROV-POPULATION(WS-ALERT-PROV) > 0
                       COMPUTE WS-ALERT-MEASURED =
                               WS-PROV-WHEAT(WS-ALERT-PROV)
                               / WS-PROV-POPULATION(WS-ALERT-PROV)
                       IF WS-ALERT-MEASURED <
                               WS-AD-FIGURE(WS-ALERT-IDX)
                           PERFORM NAME-ALERT-PROVINCE
                           PERFORM RAISE-ALERT
                       END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

           CHECK-UNREST-ALERT SECTION.
               PERFORM VARYING WS-ALERT-PROV FROM 1 BY 1
                       UNTIL WS-ALERT-PROV > WS-NUM-PROVINCES
                   MOVE WS-PROV-UNREST(WS-ALERT-PROV)
                       TO WS-ALERT-MEASURED
                   IF WS-ALERT-MEASURED > WS-AD-FIGURE(WS-ALERT-IDX)
                       PERFORM NAME-ALERT-PROVINCE
                       PERFORM RAISE-ALERT
                   END-IF
               END-PERFORM
           CONTINUE.

      *    The measure is the granary's cover of the coming
      *    installment in percent; a loan seized this year is in
      *    arrears outright and measures nothing.
           CHECK-ARREARS-ALERT SECTION.
               PERFORM VARYING WS-ALERT-PROV FROM 1 BY 1
                       UNTIL WS-ALERT-PROV > WS-NUM-PROVINCES
                   IF WS-ALERT-SEIZED(WS-ALERT-PROV) = 'Y'
                       MOVE 0 TO WS-ALERT-MEASURED
                       PERFORM NAME-ALERT-PROVINCE
                       PERFORM RAISE-ALERT
                   ELSE
                   IF WS-PROV-LOAN-BALANCE(WS-ALERT-PROV) > 0
                           AND WS-PROV-LOAN-YEARS-LEFT(WS-ALERT-PROV)
                               > 0
                       COMPUTE WS-ALERT-INSTALLMENT =
                               WS-PROV-LOAN-BALANCE(WS-ALERT-PROV)
                               / WS-PROV-LOAN-YEARS-LEFT(WS-ALERT-PROV)
                       IF WS-ALERT-INSTALLMENT > 0
                           COMPUTE WS-ALERT-MEASURED =
                                   WS-PROV-WHEAT(WS-ALERT-PROV) * 100
                                   / WS-ALERT-INSTALLMENT
                               ON SIZE ERROR
                                   MOVE 9999999 TO WS-ALERT-MEASURED
                           END-COMPUTE
                           IF WS-ALERT-MEASURED <
                                   WS-AD-FIGURE(WS-ALERT-IDX)
                               PERFORM NAME-ALERT-PROVINCE
                               PERFORM RAISE-ALERT
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-PERFORM
           CONTINUE.

           CHECK-RELATION-ALERT SECTION.
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   MOVE WS-REALM-RELATION(WS-REALM-IDX)
                       TO WS-ALERT-MEASURED
                   IF WS-ALERT-MEASURED < WS-AD-FIGURE(WS-ALERT-IDX)
                       MOVE WS-REALM-NAME(WS-REALM-IDX)
                           TO WS-ALERT-SUBJECT
                       PERFORM RAISE-ALERT
                   END-IF
               END-PERFORM
           CONTINUE.

           CHECK-POPDROP-ALERT SECTION.
               IF NOT WS-CENSUS-PROOF-VALID
                   EXIT SECTION
               END-IF
               MOVE 0 TO WS-ALERT-OPENING-POP
               MOVE 0 TO WS-ALERT-CLOSING-POP
               PERFORM VARYING WS-ALERT-PROV FROM 1 BY 1
                       UNTIL WS-ALERT-PROV > WS-NUM-PROVINCES
                   ADD WS-CN-OPENING(WS-ALERT-PROV)
                       TO WS-ALERT-OPENING-POP
                   ADD WS-PROV-POPULATION(WS-ALERT-PROV)
                       TO WS-ALERT-CLOSING-POP
               END-PERFORM
               IF WS-ALERT-OPENING-POP = 0
                       OR WS-ALERT-CLOSING-POP >= WS-ALERT-OPENING-POP
                   EXIT SECTION
               END-IF
               COMPUTE WS-ALERT-MEASURED =
                       (WS-ALERT-OPENING-POP - WS-ALERT-CLOSING-POP)
                       * 100 / WS-ALERT-OPENING-POP
               IF WS-ALERT-MEASURED >= WS-AD-FIGURE(WS-ALERT-IDX)
                   MOVE "KINGDOM" TO WS-ALERT-SUBJECT
                   PERFORM RAISE-ALERT
               END-IF
           CONTINUE.

           NAME-ALERT-PROVINCE SECTION.
               MOVE SPACES TO WS-ALERT-SUBJECT
               STRING "PROVINCE " WS-ALERT-PROV
                   DELIMITED BY SIZE INTO WS-ALERT-SUBJECT
           CONTINUE.

      *    Tells the console and writes the breach (threshold
      *    WS-ALERT-IDX, subject and measure as set) to the alert
      *    log. A critical breach marked STOP ends an unattended
      *    reign; at the console it is only reported, since the
      *    governor is there to read it.
           RAISE-ALERT SECTION.
               ADD 1 TO WS-ALERT-BREACHES
               DISPLAY "ALERT (" WS-AD-SEVERITY(WS-ALERT-IDX) ") "
                       WS-AD-MEASURE(WS-ALERT-IDX) " "
                       WS-ALERT-SUBJECT " measures "
                       WS-ALERT-MEASURED " against "
                       WS-AD-FIGURE(WS-ALERT-IDX) "."
               MOVE WS-GOVERNOR-NAME TO AL-GOVERNOR
               MOVE WS-AM-REIGN-SEQ TO AL-REIGN-SEQ
               MOVE WS-YEAR TO AL-YEAR
               MOVE WS-ALERT-SUBJECT TO AL-SUBJECT
               MOVE WS-AD-MEASURE(WS-ALERT-IDX) TO AL-MEASURE
               MOVE WS-AD-SEVERITY(WS-ALERT-IDX) TO AL-SEVERITY
               MOVE WS-ALERT-MEASURED TO AL-MEASURED
               MOVE WS-AD-FIGURE(WS-ALERT-IDX) TO AL-FIGURE
               MOVE SPACES TO AL-ACTION
               IF WS-AD-SEVERITY(WS-ALERT-IDX) = "CRITICAL"
                       AND WS-AD-ACTION(WS-ALERT-IDX) = "STOP"
                       AND WS-BATCH-MODE-ACTIVE
                   SET WS-ALERT-HALT TO TRUE
                   MOVE "STOP" TO AL-ACTION
               END-IF
               IF WS-REPLAY-MODE
                   EXIT SECTION
               END-IF
               ACCEPT AL-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT AL-STAMP-TIME FROM TIME
               OPEN EXTEND ALERT-LOG-FILE
               IF WS-ALERT-LOG-STATUS = "35"
                   OPEN OUTPUT ALERT-LOG-FILE
               END-IF
               IF WS-ALERT-LOG-STATUS NOT = "00"
                   DISPLAY "ALERTLOG.DAT could not be opened (status "
                           WS-ALERT-LOG-STATUS
                           ") -- the alert above is not logged."
                   EXIT SECTION
               END-IF
               WRITE AL-RECORD
               CLOSE ALERT-LOG-FILE
           CONTINUE.

      *    Prices next year's land off the state of the realm
      *    rather than a bare die roll. COLLECT-IMPERIAL-TRIBUTE
      *    has just run SUM-PROVINCE-TOTALS, so WS-ACRES and
                               (WS-TRIBUTE-SLV-BUSHELS
                                   * WS-EXPORT-PRICE + 99) / 100
                       SUBTRACT WS-TRIBUTE-SLV-COST FROM WS-TREASURE
                       MOVE 0 TO WS-SILVER-PROV
                       MOVE "TRIBUTE" TO WS-SILVER-CODE
                       MOVE "DR" TO WS-SILVER-SIDE
                       MOVE WS-TRIBUTE-SLV-COST TO WS-SILVER-AMOUNT
                       PERFORM POST-SILVER-LEDGER
                       ADD WS-TRIBUTE-SLV-BUSHELS TO WS-TRIBUTE-PAID
                       SUBTRACT WS-TRIBUTE-SLV-BUSHELS
                           FROM WS-TRIBUTE-SHORT

      *                    The assessor takes the marginal ground
      *                    first, the same order a sale releases it.
                           MOVE WS-PROV-IDX TO WS-LAND-PROV
                           MOVE "SEIZURE" TO WS-LAND-CAUSE
                           MOVE "DR" TO WS-LAND-SIDE
                           MOVE 'M' TO WS-LAND-GRADE
                           IF WS-TRIBUTE-SEIZED >
                                   WS-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                               SUBTRACT
                                   WS-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                                   FROM WS-TRIBUTE-SEIZED
                               MOVE WS-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                                   TO WS-LAND-ACRES
                               PERFORM POST-LAND-DEED
                               MOVE 0 TO
                                   WS-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                               SUBTRACT WS-TRIBUTE-SEIZED FROM
                                   WS-PROV-FERTILE-ACRES(WS-PROV-IDX)
                               MOVE 'F' TO WS-LAND-GRADE
                               MOVE WS-TRIBUTE-SEIZED TO WS-LAND-ACRES
                               PERFORM POST-LAND-DEED
                           ELSE
                               SUBTRACT WS-TRIBUTE-SEIZED FROM
                                   WS-PROV-MARGINAL-ACRES(WS-PROV-IDX)
                               MOVE WS-TRIBUTE-SEIZED TO WS-LAND-ACRES
                               PERFORM POST-LAND-DEED
                           END-IF
                       END-PERFORM
                       DISPLAY "The empire has seized a tenth of "
               MOVE 0 TO YH-GUARD-SPEND
               MOVE SPACES TO YH-EVENT-NOTE
               MOVE 0 TO YH-UNREST
               MOVE 0 TO YH-CHILDREN
               MOVE 0 TO YH-WORKERS
               MOVE 0 TO YH-ELDERS
               MOVE 0 TO YH-POLL-TAX-RATE
               MOVE 0 TO YH-POLL-TAX-YIELD

               PERFORM ENSURE-HISTORY-OPEN
               WRITE YH-RECORD
      *                settlers than a modest one, plus a baseline
      *                of one family that arrives regardless.
                       COMPUTE WS-IMMIGRANTS = (WS-HARVEST / 100) + 1

      *                A poll tax past what the people bear warns the
      *                settlers off: each piece over the tolerance
      *                turns a quarter of the wave away.
                       IF WS-POLL-TAX-RATE > WS-RULE-POLL-TAX-TOL
                           COMPUTE WS-POLL-TAX-OVER =
                                   WS-POLL-TAX-RATE
                                   - WS-RULE-POLL-TAX-TOL
                           IF WS-POLL-TAX-OVER >= 4
                               MOVE 0 TO WS-IMMIGRANTS
                           ELSE
                               COMPUTE WS-IMMIGRANTS =
                                       WS-IMMIGRANTS
                                       * (4 - WS-POLL-TAX-OVER) / 4
                           END-IF
                       END-IF
                       ADD WS-IMMIGRANTS TO WS-POPULATION

      *                Settlers come to work the land: one in five
      *                is a child brought along, the rest are adults.
                       COMPUTE WS-COHORT-MOVED = WS-IMMIGRANTS / 5
                       ADD WS-COHORT-MOVED TO WS-CHILDREN
                       COMPUTE WS-WORKERS = WS-WORKERS
                               + WS-IMMIGRANTS - WS-COHORT-MOVED
                   END-IF
               END-IF
           CONTINUE.
               MOVE WS-GUARD-SPEND TO YH-GUARD-SPEND
               MOVE WS-EVENT-NOTE TO YH-EVENT-NOTE
               MOVE WS-UNREST TO YH-UNREST
               MOVE WS-CHILDREN TO YH-CHILDREN
               MOVE WS-WORKERS TO YH-WORKERS
               MOVE WS-ELDERS TO YH-ELDERS
               MOVE WS-POLL-TAX-RATE TO YH-POLL-TAX-RATE
               MOVE WS-POLL-TAX-YIELD TO YH-POLL-TAX-YIELD

               PERFORM ENSURE-HISTORY-OPEN
               WRITE YH-RECORD
               MOVE WS-FERTILE-ACRES TO AM-FERTILE-ACRES
               MOVE WS-MARGINAL-ACRES TO AM-MARGINAL-ACRES
               MOVE WS-LOAN-BALANCE TO AM-LOAN-BALANCE
               MOVE WS-CHILDREN TO AM-CHILDREN
               MOVE WS-WORKERS TO AM-WORKERS
               MOVE WS-ELDERS TO AM-ELDERS
               MOVE WS-POLL-TAX-RATE TO AM-POLL-TAX-RATE
               MOVE WS-POLL-TAX-YIELD TO AM-POLL-TAX-YIELD

      *        The kingdom-level columns are stamped at flush time,
      *        once the year's tribute has actually been settled.
               PERFORM APPEND-LEADERBOARD-ENTRY

      *        Settle the condition code for the scheduler: an
      *        exhausted turn-input deck and a critical-alert stop
      *        keep their own codes, and a
      *        replay (or a branch grown out of one) never disturbs
      *        the code of the reign that was played live.
               IF NOT WS-REPLAY-MODE
                       AND NOT WS-BRANCHED-REIGN
                       AND WS-RUN-RETURN-CODE NOT = 8
                       AND WS-RUN-RETURN-CODE NOT = 16
                   IF WS-LB-OUTCOME = "IMPEACHED "
                       MOVE 4 TO WS-RUN-RETURN-CODE
                   ELSE
               SET WS-REIGN-PLAYED TO TRUE

               PERFORM FLUSH-ANALYTICS-BUFFER
               PERFORM FLUSH-EVENT-LOG-BUFFER
               PERFORM CLOSE-YEARLY-FILES

      *        With the reign's own rows flushed, the master can
                   PERFORM SHOW-ALLTIME-STANDING
               END-IF

      *        Honours are judged off the same flushed rows, and
      *        only a reign that was really governed earns any.
               MOVE 0 TO WS-HA-COUNT
               IF NOT WS-REPLAY-MODE AND NOT WS-BRANCHED-REIGN
                   PERFORM AWARD-REIGN-HONOURS
               END-IF

      *        The verdict's own lines close out the print report.
               MOVE SPACES TO WS-REPORT-LINE
               STRING "THE REIGN OF GOVERNOR " WS-GOVERNOR-NAME
                       " +/" WS-RULE-TRIB-POP-DIV
                       "  PRICE " WS-RULE-PRICE-BASE
                       "+" WS-RULE-PRICE-SPAN
                       "  POLL TAX " WS-RULE-POLL-TAX-TOL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE

                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               PERFORM VARYING WS-HONOUR-IDX FROM 1 BY 1
                       UNTIL WS-HONOUR-IDX > WS-HA-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "HONOUR: " WS-HA-NAME(WS-HONOUR-IDX)
                           " (" WS-HA-CODE(WS-HONOUR-IDX) ")"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-BRANCHED-REIGN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "BRANCHED REIGN -- REPLAYED TO YEAR "
               END-IF
               PERFORM CLOSE-REIGN-REPORT

      *        Every file of the reign is closed by now; a real
      *        reign's set goes to the archive before anything can
      *        start it over. A replay or a branch is not a reign.
               IF NOT WS-REPLAY-MODE AND NOT WS-BRANCHED-REIGN
                   PERFORM FILE-REIGN-ARCHIVE
               END-IF

               DISPLAY "========================================"
           CONTINUE.

      *    Hands the reign to HAMHONOR to be judged against the
      *    titles dataset and announces whatever it earned. The
      *    difficulty is read back off the plague band, which the
      *    save record carries where the menu choice is not.
           AWARD-REIGN-HONOURS SECTION.
               COMPUTE WS-HF-FINAL-YEAR = WS-LAST-PLAYED-YEAR - 1
               IF WS-LAST-PLAYED-YEAR = 0
                   MOVE 0 TO WS-HF-FINAL-YEAR
               END-IF
               MOVE WS-LB-OUTCOME TO WS-HF-OUTCOME
               MOVE WS-LB-SCORE TO WS-HF-SCORE
               EVALUATE WS-PLAGUE-CHANCE
                   WHEN .20
                       MOVE 3 TO WS-HF-DIFFICULTY
                   WHEN .05
                       MOVE 1 TO WS-HF-DIFFICULTY
                   WHEN OTHER
                       MOVE 2 TO WS-HF-DIFFICULTY
               END-EVALUATE
               MOVE WS-NUM-PROVINCES TO WS-HF-PROVINCES
               IF WS-LB-OUTCOME = "VICTORY   "
                   MOVE 'Y' TO WS-HF-SCENARIO-WON
               ELSE
                   MOVE 'N' TO WS-HF-SCENARIO-WON
               END-IF
               MOVE WS-REALM-COUNT TO WS-HF-REALM-COUNT
               MOVE 99 TO WS-HF-LEAST-RELATION
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                       UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   IF WS-REALM-RELATION(WS-REALM-IDX)
                           < WS-HF-LEAST-RELATION
                       MOVE WS-REALM-RELATION(WS-REALM-IDX)
                           TO WS-HF-LEAST-RELATION
                   END-IF
               END-PERFORM
               CALL 'HAMHONOR' USING WS-GOVERNOR-NAME WS-AM-REIGN-SEQ
                   WS-HONOUR-FACTS WS-HONOUR-AWARDS WS-HONOUR-RESULT
               PERFORM VARYING WS-HONOUR-IDX FROM 1 BY 1
                       UNTIL WS-HONOUR-IDX > WS-HA-COUNT
                   IF WS-HA-NEW(WS-HONOUR-IDX) = 'Y'
                       DISPLAY "HONOUR! The empire names you "
                               WS-HA-NAME(WS-HONOUR-IDX)
                               " -- a title new to your name."
                   ELSE
                       DISPLAY "HONOUR! Once more the empire names "
                               "you " WS-HA-NAME(WS-HONOUR-IDX) "."
                   END-IF
               END-PERFORM
               IF WS-HONOUR-RESULT > 0
                   DISPLAY "OPERATOR: the honours above could not be "
                           "entered on the roll -- HONOURS.DAT."
               END-IF
           CONTINUE.

      *    Hands the concluded reign to HAMARCH for filing. The
      *    journal goes with it only when this reign wrote it from
      *    the first turn -- a resumed or successor reign leaves an
      *    earlier reign's journal on disk.
           FILE-REIGN-ARCHIVE SECTION.
               MOVE "FILE" TO WS-ARCHIVE-REQUEST
               MOVE WS-GOVERNOR-NAME TO WS-ARCHIVE-GOVERNOR
               MOVE WS-AM-REIGN-SEQ TO WS-ARCHIVE-REIGN-SEQ
               IF WS-JOURNAL-ACTIVE
                   MOVE 'Y' TO WS-ARCHIVE-JOURNALED
               ELSE
                   MOVE 'N' TO WS-ARCHIVE-JOURNALED
               END-IF
               CALL 'HAMARCH' USING WS-ARCHIVE-REQUEST
                   WS-ARCHIVE-GOVERNOR WS-ARCHIVE-REIGN-SEQ
                   WS-ARCHIVE-JOURNALED WS-ARCHIVE-SUFFIX
                   WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT = 0
                   DISPLAY "The reign is archived as set "
                           WS-ARCHIVE-SUFFIX " -- governor "
                           WS-ARCHIVE-GOVERNOR " reign "
                           WS-ARCHIVE-REIGN-SEQ "."
               ELSE
                   DISPLAY "OPERATOR: the reign was NOT archived -- "
                           "back the standing files up with HAMBKUP "
                           "before the next New Game."
               END-IF
           CONTINUE.

      *    Reads the analytics master back and tells the governor
      *    where the reign actually stands among every reign the
      *    shop has seen: the final population's percentile, the
               MOVE WS-NUM-PROVINCES TO LB-NUM-PROVINCES
               MOVE WS-LB-OUTCOME TO LB-OUTCOME
               MOVE WS-SCENARIO-NAME TO LB-SCENARIO
               MOVE WS-AM-REIGN-SEQ TO LB-REIGN-SEQ
               MOVE SPACE TO LB-CERTIFIED
      *        The band is read back off the plague chance, as the
      *        honours facts take it, since a resumed save carries
      *        the chances and not the menu answer.
               EVALUATE WS-PLAGUE-CHANCE
                   WHEN .20
                       MOVE 3 TO LB-DIFFICULTY
                   WHEN .05
                       MOVE 1 TO LB-DIFFICULTY
                   WHEN OTHER
                       MOVE 2 TO LB-DIFFICULTY
               END-EVALUATE
               ACCEPT LB-COMPLETED-DATE FROM DATE YYYYMMDD

      *        LEADERBD.DAT is the shop's standing board: retry a
      *        busy open with a wait, create it only when it truly
      *    Reads every recorded reign back from the leaderboard file,
      *    ranks them by performance score, and prints the best ones
      *    first. Ties are left in the order they were read.
      *    The board on the console. Asked for certified scores
      *    only, it leaves out every entry a replay of its journal
      *    has not reproduced -- the view a prize is judged from.
           SHOW-LEADERBOARD SECTION.
               MOVE 0 TO WS-LB-ENTRY-COUNT
               MOVE 0 TO WS-LB-TOTAL-ON-FILE
               DISPLAY "Show certified scores only? (Y/N): "
               MOVE SPACE TO WS-LB-CERT-ANSWER
               ACCEPT WS-LB-CERT-ANSWER
               IF WS-LB-CERT-ANSWER = "y"
                   MOVE "Y" TO WS-LB-CERT-ANSWER
               END-IF
               SET WS-LEADERBOARD-EOF TO FALSE
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADERBOARD-FILE-STATUS = "00"
                           AT END
                               SET WS-LEADERBOARD-EOF TO TRUE
                           NOT AT END
                               IF WS-LB-CERT-ANSWER = "Y"
                                       AND LB-CERTIFIED NOT = "C"
                                   CONTINUE
                               ELSE
                               ADD 1 TO WS-LB-TOTAL-ON-FILE
                               IF WS-LB-ENTRY-COUNT < 50
                                   ADD 1 TO WS-LB-ENTRY-COUNT
                                   MOVE LB-SCENARIO
                                     TO WS-LB-ENTRY-SCENARIO
                                       (WS-LB-ENTRY-COUNT)
                                   MOVE LB-CERTIFIED
                                     TO WS-LB-ENTRY-CERTIFIED
                                       (WS-LB-ENTRY-COUNT)
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF

               IF WS-LB-ENTRY-COUNT = 0
                   IF WS-LB-CERT-ANSWER = "Y"
                       DISPLAY "No certified reigns are on the board "
                               "yet."
                   ELSE
                       DISPLAY "No reigns have been recorded yet."
                   END-IF
               ELSE
                   PERFORM SORT-LEADERBOARD-TABLE
                   DISPLAY "========================================"
                   DISPLAY "LEADERBOARD (best performance first)"
                   DISPLAY "SCORE     POP YRS PRV OUTCOME    GOVERNOR"
                           "             SCENARIO             C"
                   PERFORM VARYING WS-LB-SORT-IDX FROM 1 BY 1
                           UNTIL WS-LB-SORT-IDX > WS-LB-ENTRY-COUNT
                       MOVE WS-LB-ENTRY-SCORE(WS-LB-SORT-IDX)
                               WS-LB-ENTRY-GOVERNOR(WS-LB-SORT-IDX)
                               " "
                               WS-LB-ENTRY-SCENARIO(WS-LB-SORT-IDX)
                               " "
                               WS-LB-ENTRY-CERTIFIED(WS-LB-SORT-IDX)
                   END-PERFORM

      *            The display loads at most the first 50 records;
