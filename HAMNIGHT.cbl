      ******************************************************************
      * Author:    Oscar Brink
      * Date:      2026-10-15
      * Purpose:   Step control for the nightly housekeeping job
      *            HAMNIGHT.JCL, which runs the suite's maintenance
      *            utilities in the one order that is safe:
      *              BACKUP    HAMBKUP   a generation of every
      *                                  standing file and archived
      *                                  reign set, first, so
      *                                  nothing after it is beyond
      *                                  recall;
      *              ROLLUP    HAMAEMNT  analytics rows rolled up
      *                                  and archived by retention;
      *              ARCHIVE   HAMLBMNT  the leaderboard's retention
      *                                  archive;
      *              VALIDATE  HAMCTLED  the control datasets
      *                                  edited;
      *              REPORT    HAMRUNRP  the run-log inquiry.
      *            The restart control file NIGHTCTL.DAT holds the
      *            night's start and, for each step, its status
      *            (PENDING, RUNNING, COMPLETE or FAILED), when it
      *            ran, how many times it has been tried, and the
      *            condition code it ended with. Each run does the
      *            one job its SYSIN card names:
      *              START         begin a new night, every step
      *                            PENDING -- unless the last night
      *                            did not finish, when it is
      *                            resumed instead;
      *              CHECK step    clear the step to run: RC 4 when
      *                            it is already COMPLETE (a rerun
      *                            skips it), RC 8 when a step
      *                            before it is not, otherwise RC 0
      *                            with the step marked RUNNING;
      *              POST step     settle the step from its END
      *                            record in HAMRUNLG.DAT: COMPLETE
      *                            at RC 4 or under, FAILED over it,
      *                            FAILED RC 12 with no END record;
      *              SUMMARY       write NIGHTRPT.DAT -- every
      *                            step's standing and every
      *                            condition code the run log took
      *                            down since the night began --
      *                            ending RC 8 when a step is not
      *                            COMPLETE.
      *            A rerun of the whole job after a failure so
      *            resumes at the step that failed: the steps
      *            before it CHECK RC 4 and are skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMNIGHT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NIGHT-CONTROL-FILE ASSIGN TO "NIGHTCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.
               SELECT RUN-LOG-FILE ASSIGN TO "HAMRUNLG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-STATUS.
               SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *        The first record is the night's own, step NIGHT,
      *        stamped with when START began it; then one record
      *        per step in running order.
               FD NIGHT-CONTROL-FILE.
               01 NC-RECORD.
                   05 NC-STEP PIC X(8).
                   05 NC-PROGRAM PIC X(8).
                   05 NC-STATUS PIC X(8).
                   05 NC-START-DATE PIC 9(8).
                   05 NC-START-TIME PIC 9(6).
                   05 NC-END-DATE PIC 9(8).
                   05 NC-END-TIME PIC 9(6).
                   05 NC-RC PIC 99.
                   05 NC-ATTEMPTS PIC 99.

      *        Mirrors HAMRUNLG's record.
               FD RUN-LOG-FILE.
               01 RG-RECORD.
                   05 RG-PROGRAM PIC X(8).
                   05 RG-STAMP-DATE PIC 9(8).
                   05 RG-STAMP-TIME PIC 9(6).
                   05 RG-EVENT PIC X(5).
                   05 RG-MODE PIC X(12).
                   05 RG-SUBJECT PIC X(20).
                   05 RG-RECS-READ PIC 9(7).
                   05 RG-RECS-WRITTEN PIC 9(7).
                   05 RG-RETURN-CODE PIC 99.

               FD NIGHT-REPORT-FILE.
               01 NR-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-CONTROL-FILE-STATUS PIC X(02).
               01 WS-RUN-LOG-STATUS PIC X(02).
               01 WS-REPORT-FILE-STATUS PIC X(02).

               01 WS-CONTROL-CARD PIC X(20).
               01 WS-CARD-VERB PIC X(8).
               01 WS-CARD-STEP PIC X(8).
               01 WS-LOWER-LETTERS PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               01 WS-UPPER-LETTERS PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               01 WS-EOF-CHECK PIC A.
                   88 WS-FILE-EOF VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-CONTROL-CHECK PIC A.
                   88 WS-CONTROL-LOADED VALUE 'Y'
                      WHEN SET TO FALSE 'N'.

      *        The steps in the order they must run, and the
      *        program each one is.
               01 WS-STEP-DEFINITIONS.
                   05 FILLER PIC X(16) VALUE "BACKUP  HAMBKUP ".
                   05 FILLER PIC X(16) VALUE "ROLLUP  HAMAEMNT".
                   05 FILLER PIC X(16) VALUE "ARCHIVE HAMLBMNT".
                   05 FILLER PIC X(16) VALUE "VALIDATEHAMCTLED".
                   05 FILLER PIC X(16) VALUE "REPORT  HAMRUNRP".
               01 WS-STEP-DEFINITION-TABLE
                   REDEFINES WS-STEP-DEFINITIONS.
                   05 WS-DEF OCCURS 5 TIMES.
                       10 WS-DEF-STEP PIC X(8).
                       10 WS-DEF-PROGRAM PIC X(8).
               01 WS-STEP-COUNT PIC 9 VALUE 5.

      *        NIGHTCTL.DAT as loaded: the night, then its steps.
               01 WS-NIGHT-START-DATE PIC 9(8) VALUE 0.
               01 WS-NIGHT-START-TIME PIC 9(6) VALUE 0.
               01 WS-NIGHT-STAMP PIC 9(14) VALUE 0.
               01 WS-STEP-TABLE.
                   05 WS-STP OCCURS 5 TIMES.
                       10 WS-STP-STEP PIC X(8).
                       10 WS-STP-PROGRAM PIC X(8).
                       10 WS-STP-STATUS PIC X(8).
                       10 WS-STP-START-DATE PIC 9(8).
                       10 WS-STP-START-TIME PIC 9(6).
                       10 WS-STP-END-DATE PIC 9(8).
                       10 WS-STP-END-TIME PIC 9(6).
                       10 WS-STP-RC PIC 99.
                       10 WS-STP-ATTEMPTS PIC 99.
               01 WS-STP-IDX PIC 9.
               01 WS-STEP-IDX PIC 9.
               01 WS-RESUME-IDX PIC 9.
               01 WS-COMPLETE-COUNT PIC 9.

      *        The step's END record, as found in the run log.
               01 WS-STEP-STAMP PIC 9(14).
               01 WS-LOG-STAMP PIC 9(14).
               01 WS-END-CHECK PIC A.
                   88 WS-END-FOUND VALUE 'Y'
                      WHEN SET TO FALSE 'N'.
               01 WS-END-DATE PIC 9(8).
               01 WS-END-TIME PIC 9(6).
               01 WS-END-RC PIC 99.

               01 WS-TODAY PIC 9(8).
               01 WS-TIME-RAW PIC X(8).
               01 WS-NOW-TIME PIC 9(6).
               01 WS-HIGHEST-RC PIC 99.
               01 WS-ENDS-LISTED PIC 9(4).
               01 WS-FORMAT-ATTEMPTS PIC Z9.
               01 WS-FORMAT-RC PIC Z9.

      *        The shop-wide run log's START/END records, written
      *        through the HAMRUNLG module's retry-guarded append.
               01 WS-RUNLOG-PROGRAM PIC X(8) VALUE "HAMNIGHT".
               01 WS-RUNLOG-EVENT PIC X(5).
               01 WS-RUNLOG-MODE PIC X(12) VALUE "BATCH".
               01 WS-RUNLOG-SUBJECT PIC X(20) VALUE SPACES.
               01 WS-RUNLOG-READS PIC 9(7) VALUE 0.
               01 WS-RUNLOG-WRITES PIC 9(7) VALUE 0.
               01 WS-RUNLOG-RC PIC 99 VALUE 0.


       PROCEDURE DIVISION.
           MAIN.
               MOVE SPACES TO WS-CONTROL-CARD
               ACCEPT WS-CONTROL-CARD
               INSPECT WS-CONTROL-CARD
                   CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
               MOVE SPACES TO WS-CARD-VERB WS-CARD-STEP
               UNSTRING WS-CONTROL-CARD DELIMITED BY ALL SPACE
                   INTO WS-CARD-VERB WS-CARD-STEP
               DISPLAY "HAMNIGHT -- nightly housekeeping "
                       WS-CONTROL-CARD
               MOVE WS-CONTROL-CARD TO WS-RUNLOG-SUBJECT
               MOVE "START" TO WS-RUNLOG-EVENT
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC

               EVALUATE WS-CARD-VERB
                   WHEN "START"
                       PERFORM START-NIGHT
                   WHEN "CHECK"
                       PERFORM CHECK-STEP
                   WHEN "POST"
                       PERFORM POST-STEP
                   WHEN "SUMMARY"
                       PERFORM WRITE-NIGHT-SUMMARY
                   WHEN OTHER
                       DISPLAY "SYSIN must name START, CHECK step, "
                               "POST step or SUMMARY -- got: "
                               WS-CONTROL-CARD
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
               PERFORM WRITE-RUN-LOG-END
           STOP RUN.


      *    The END record for the run log, written on every way out.
      *    The CALL leaves HAMRUNLG's own return code behind, and
      *    the job's steps are conditioned on this one's, so it is
      *    put back afterwards.
           WRITE-RUN-LOG-END SECTION.
               MOVE "END" TO WS-RUNLOG-EVENT
               MOVE RETURN-CODE TO WS-RUNLOG-RC
               CALL 'HAMRUNLG' USING WS-RUNLOG-PROGRAM
                   WS-RUNLOG-EVENT WS-RUNLOG-MODE WS-RUNLOG-SUBJECT
                   WS-RUNLOG-READS WS-RUNLOG-WRITES WS-RUNLOG-RC
               MOVE WS-RUNLOG-RC TO RETURN-CODE
           CONTINUE.

      *    A new night, unless the last one stopped short of its
      *    end: then every step it finished stays finished, and
      *    the job picks up at the first one it did not.
           START-NIGHT SECTION.
               PERFORM LOAD-NIGHT-CONTROL
               IF WS-CONTROL-FILE-STATUS NOT = "00"
                       AND WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "NIGHTCTL.DAT could not be read (status "
                           WS-CONTROL-FILE-STATUS ") -- the night "
                           "cannot be started."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               MOVE 0 TO WS-RESUME-IDX
               IF WS-CONTROL-LOADED
                   PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                           UNTIL WS-STP-IDX > WS-STEP-COUNT
                               OR WS-RESUME-IDX > 0
                       IF WS-STP-STATUS(WS-STP-IDX) NOT = "COMPLETE"
                           MOVE WS-STP-IDX TO WS-RESUME-IDX
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-RESUME-IDX > 0
                   DISPLAY "The night begun " WS-NIGHT-START-DATE
                           " " WS-NIGHT-START-TIME " did not "
                           "finish -- resuming at step "
                           WS-STP-STEP(WS-RESUME-IDX) " ("
                           WS-STP-STATUS(WS-RESUME-IDX) ")."
                   EXIT SECTION
               END-IF

               PERFORM STAMP-NOW
               MOVE WS-TODAY TO WS-NIGHT-START-DATE
               MOVE WS-NOW-TIME TO WS-NIGHT-START-TIME
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   MOVE WS-DEF-STEP(WS-STP-IDX)
                       TO WS-STP-STEP(WS-STP-IDX)
                   MOVE WS-DEF-PROGRAM(WS-STP-IDX)
                       TO WS-STP-PROGRAM(WS-STP-IDX)
                   MOVE "PENDING" TO WS-STP-STATUS(WS-STP-IDX)
                   MOVE 0 TO WS-STP-START-DATE(WS-STP-IDX)
                             WS-STP-START-TIME(WS-STP-IDX)
                             WS-STP-END-DATE(WS-STP-IDX)
                             WS-STP-END-TIME(WS-STP-IDX)
                             WS-STP-RC(WS-STP-IDX)
                             WS-STP-ATTEMPTS(WS-STP-IDX)
               END-PERFORM
               PERFORM SAVE-NIGHT-CONTROL
               DISPLAY "A new night begun " WS-NIGHT-START-DATE " "
                       WS-NIGHT-START-TIME ", every step PENDING."
           CONTINUE.

      *    Clears one step to run. A step a RUNNING mark was left
      *    on -- the job was cancelled under it before its POST --
      *    is first settled from the run log like any POST.
           CHECK-STEP SECTION.
               PERFORM LOAD-NIGHT-CONTROL
               IF NOT WS-CONTROL-LOADED
                   DISPLAY "NIGHTCTL.DAT holds no night -- the "
                           "START step must run first."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               PERFORM FIND-CARD-STEP
               IF WS-STEP-IDX = 0
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               IF WS-STP-STATUS(WS-STEP-IDX) = "RUNNING"
                   PERFORM SETTLE-STEP-FROM-RUN-LOG
                   PERFORM SAVE-NIGHT-CONTROL
               END-IF

               IF WS-STP-STATUS(WS-STEP-IDX) = "COMPLETE"
                   DISPLAY "Step " WS-CARD-STEP " is already "
                           "COMPLETE tonight -- skipped."
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX >= WS-STEP-IDX
                   IF WS-STP-STATUS(WS-STP-IDX) NOT = "COMPLETE"
                       DISPLAY "Step " WS-CARD-STEP " cannot run: "
                               "step " WS-STP-STEP(WS-STP-IDX)
                               " before it is "
                               WS-STP-STATUS(WS-STP-IDX) "."
                       MOVE 8 TO RETURN-CODE
                       EXIT SECTION
                   END-IF
               END-PERFORM

               PERFORM STAMP-NOW
               MOVE "RUNNING" TO WS-STP-STATUS(WS-STEP-IDX)
               MOVE WS-TODAY TO WS-STP-START-DATE(WS-STEP-IDX)
               MOVE WS-NOW-TIME TO WS-STP-START-TIME(WS-STEP-IDX)
               MOVE 0 TO WS-STP-END-DATE(WS-STEP-IDX)
                         WS-STP-END-TIME(WS-STEP-IDX)
                         WS-STP-RC(WS-STEP-IDX)
               ADD 1 TO WS-STP-ATTEMPTS(WS-STEP-IDX)
               PERFORM SAVE-NIGHT-CONTROL
               MOVE WS-STP-ATTEMPTS(WS-STEP-IDX)
                   TO WS-FORMAT-ATTEMPTS
               DISPLAY "Step " WS-CARD-STEP " cleared to run "
                       WS-STP-PROGRAM(WS-STEP-IDX) ", attempt "
                       WS-FORMAT-ATTEMPTS "."
           CONTINUE.

      *    Settles the step the utility just ran for. A step not
      *    RUNNING was never cleared by its CHECK, so there is
      *    nothing to post.
           POST-STEP SECTION.
               PERFORM LOAD-NIGHT-CONTROL
               IF NOT WS-CONTROL-LOADED
                   DISPLAY "NIGHTCTL.DAT holds no night -- nothing "
                           "to post."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               PERFORM FIND-CARD-STEP
               IF WS-STEP-IDX = 0
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               IF WS-STP-STATUS(WS-STEP-IDX) NOT = "RUNNING"
                   DISPLAY "Step " WS-CARD-STEP " is "
                           WS-STP-STATUS(WS-STEP-IDX) ", not "
                           "RUNNING -- nothing to post."
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               PERFORM SETTLE-STEP-FROM-RUN-LOG
               PERFORM SAVE-NIGHT-CONTROL
               MOVE WS-STP-RC(WS-STEP-IDX) TO WS-FORMAT-RC
               IF NOT WS-END-FOUND
                   DISPLAY "Step " WS-CARD-STEP " FAILED: "
                           WS-STP-PROGRAM(WS-STEP-IDX) " wrote no "
                           "END record to the run log -- it "
                           "abended or never started."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               IF WS-STP-STATUS(WS-STEP-IDX) = "COMPLETE"
                   DISPLAY "Step " WS-CARD-STEP " COMPLETE, "
                           WS-STP-PROGRAM(WS-STEP-IDX) " ended RC "
                           WS-FORMAT-RC "."
               ELSE
                   DISPLAY "Step " WS-CARD-STEP " FAILED, "
                           WS-STP-PROGRAM(WS-STEP-IDX) " ended RC "
                           WS-FORMAT-RC "."
                   MOVE 8 TO RETURN-CODE
               END-IF
           CONTINUE.

      *    The step's outcome is the last END record its program
      *    wrote to the run log since the step was cleared to run:
      *    RC 4 or under COMPLETE, anything over it FAILED, and no
      *    such record at all FAILED as well.
           SETTLE-STEP-FROM-RUN-LOG SECTION.
               COMPUTE WS-STEP-STAMP =
                   WS-STP-START-DATE(WS-STEP-IDX) * 1000000
                   + WS-STP-START-TIME(WS-STEP-IDX)
               SET WS-END-FOUND TO FALSE
               OPEN INPUT RUN-LOG-FILE
               IF WS-RUN-LOG-STATUS = "00"
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ RUN-LOG-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNLOG-READS
                               PERFORM MATCH-STEP-END-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUN-LOG-FILE
               END-IF

               IF WS-END-FOUND
                   MOVE WS-END-DATE TO WS-STP-END-DATE(WS-STEP-IDX)
                   MOVE WS-END-TIME TO WS-STP-END-TIME(WS-STEP-IDX)
                   MOVE WS-END-RC TO WS-STP-RC(WS-STEP-IDX)
                   IF WS-END-RC > 4
                       MOVE "FAILED" TO WS-STP-STATUS(WS-STEP-IDX)
                   ELSE
                       MOVE "COMPLETE" TO WS-STP-STATUS(WS-STEP-IDX)
                   END-IF
               ELSE
                   PERFORM STAMP-NOW
                   MOVE WS-TODAY TO WS-STP-END-DATE(WS-STEP-IDX)
                   MOVE WS-NOW-TIME TO WS-STP-END-TIME(WS-STEP-IDX)
                   MOVE 12 TO WS-STP-RC(WS-STEP-IDX)
                   MOVE "FAILED" TO WS-STP-STATUS(WS-STEP-IDX)
               END-IF
           CONTINUE.

           MATCH-STEP-END-RECORD SECTION.
               IF RG-PROGRAM NOT = WS-STP-PROGRAM(WS-STEP-IDX)
                       OR RG-EVENT NOT = "END"
                       OR RG-STAMP-DATE IS NOT NUMERIC
                       OR RG-STAMP-TIME IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               COMPUTE WS-LOG-STAMP =
                   RG-STAMP-DATE * 1000000 + RG-STAMP-TIME
               IF WS-LOG-STAMP >= WS-STEP-STAMP
                   SET WS-END-FOUND TO TRUE
                   MOVE RG-STAMP-DATE TO WS-END-DATE
                   MOVE RG-STAMP-TIME TO WS-END-TIME
                   IF RG-RETURN-CODE IS NUMERIC
                       MOVE RG-RETURN-CODE TO WS-END-RC
                   ELSE
                       MOVE 12 TO WS-END-RC
                   END-IF
               END-IF
           CONTINUE.

      *    The night's one summary: each step's standing off the
      *    control file, then every condition code the run log
      *    took down since the night began, the job's own control
      *    runs left out.
           WRITE-NIGHT-SUMMARY SECTION.
               PERFORM LOAD-NIGHT-CONTROL
               IF NOT WS-CONTROL-LOADED
                   DISPLAY "NIGHTCTL.DAT holds no night -- there "
                           "is nothing to summarize."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               OPEN OUTPUT NIGHT-REPORT-FILE
               MOVE SPACES TO NR-LINE
               STRING "NIGHTLY HOUSEKEEPING SUMMARY, NIGHT BEGUN "
                       WS-NIGHT-START-DATE " " WS-NIGHT-START-TIME
                   DELIMITED BY SIZE INTO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE "STEP     PROGRAM  STATUS   TRIES RC  STARTED"
                   TO NR-LINE
               MOVE "ENDED" TO NR-LINE(55:5)
               PERFORM WRITE-SUMMARY-LINE

               MOVE 0 TO WS-COMPLETE-COUNT
               MOVE 0 TO WS-RESUME-IDX
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   IF WS-STP-STATUS(WS-STP-IDX) = "COMPLETE"
                       ADD 1 TO WS-COMPLETE-COUNT
                   ELSE
                       IF WS-RESUME-IDX = 0
                           MOVE WS-STP-IDX TO WS-RESUME-IDX
                       END-IF
                   END-IF
                   MOVE WS-STP-ATTEMPTS(WS-STP-IDX)
                       TO WS-FORMAT-ATTEMPTS
                   MOVE WS-STP-RC(WS-STP-IDX) TO WS-FORMAT-RC
                   MOVE SPACES TO NR-LINE
                   STRING WS-STP-STEP(WS-STP-IDX) " "
                           WS-STP-PROGRAM(WS-STP-IDX) " "
                           WS-STP-STATUS(WS-STP-IDX) "   "
                           WS-FORMAT-ATTEMPTS "  "
                           WS-FORMAT-RC "  "
                           WS-STP-START-DATE(WS-STP-IDX) " "
                           WS-STP-START-TIME(WS-STP-IDX) "  "
                           WS-STP-END-DATE(WS-STP-IDX) " "
                           WS-STP-END-TIME(WS-STP-IDX)
                       DELIMITED BY SIZE INTO NR-LINE
                   PERFORM WRITE-SUMMARY-LINE
               END-PERFORM

               MOVE SPACES TO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO NR-LINE
               STRING "CONDITION CODES IN THE RUN LOG SINCE THE "
                       "NIGHT BEGAN"
                   DELIMITED BY SIZE INTO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE "DATE     TIME   PROGRAM  SUBJECT" TO NR-LINE
               MOVE "RC" TO NR-LINE(48:2)
               PERFORM WRITE-SUMMARY-LINE
               PERFORM LIST-NIGHT-RUN-LOG-ENDS

               MOVE SPACES TO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE WS-HIGHEST-RC TO WS-FORMAT-RC
               MOVE SPACES TO NR-LINE
               STRING "STEPS COMPLETE " WS-COMPLETE-COUNT " OF "
                       WS-STEP-COUNT "   RUNS ENDED "
                       WS-ENDS-LISTED "   HIGHEST CONDITION CODE "
                       WS-FORMAT-RC
                   DELIMITED BY SIZE INTO NR-LINE
               PERFORM WRITE-SUMMARY-LINE
               IF WS-RESUME-IDX > 0
                   MOVE SPACES TO NR-LINE
                   STRING "THE NIGHT IS NOT FINISHED -- RERUN THE "
                           "JOB TO RESUME AT STEP "
                           WS-STP-STEP(WS-RESUME-IDX)
                       DELIMITED BY SIZE INTO NR-LINE
                   PERFORM WRITE-SUMMARY-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE NIGHT-REPORT-FILE
               DISPLAY "The summary was written to NIGHTRPT.DAT."
           CONTINUE.

           LIST-NIGHT-RUN-LOG-ENDS SECTION.
               MOVE 0 TO WS-HIGHEST-RC
               MOVE 0 TO WS-ENDS-LISTED
               COMPUTE WS-NIGHT-STAMP =
                   WS-NIGHT-START-DATE * 1000000 + WS-NIGHT-START-TIME
               OPEN INPUT RUN-LOG-FILE
               IF WS-RUN-LOG-STATUS NOT = "00"
                   MOVE SPACES TO NR-LINE
                   STRING "HAMRUNLG.DAT COULD NOT BE OPENED -- NO "
                           "CONDITION CODES TO LIST"
                       DELIMITED BY SIZE INTO NR-LINE
                   PERFORM WRITE-SUMMARY-LINE
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ RUN-LOG-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           PERFORM LIST-ONE-RUN-LOG-END
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           CONTINUE.

           LIST-ONE-RUN-LOG-END SECTION.
               IF RG-EVENT NOT = "END"
                       OR RG-PROGRAM = "HAMNIGHT"
                       OR RG-STAMP-DATE IS NOT NUMERIC
                       OR RG-STAMP-TIME IS NOT NUMERIC
                       OR RG-RETURN-CODE IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               COMPUTE WS-LOG-STAMP =
                   RG-STAMP-DATE * 1000000 + RG-STAMP-TIME
               IF WS-LOG-STAMP < WS-NIGHT-STAMP
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-ENDS-LISTED
               IF RG-RETURN-CODE > WS-HIGHEST-RC
                   MOVE RG-RETURN-CODE TO WS-HIGHEST-RC
               END-IF
               MOVE RG-RETURN-CODE TO WS-FORMAT-RC
               MOVE SPACES TO NR-LINE
               STRING RG-STAMP-DATE " " RG-STAMP-TIME " "
                       RG-PROGRAM " " RG-SUBJECT "  "
                       WS-FORMAT-RC
                   DELIMITED BY SIZE INTO NR-LINE
               IF RG-RETURN-CODE > 4
                   MOVE "<-- FAILED" TO NR-LINE(52:10)
               END-IF
               PERFORM WRITE-SUMMARY-LINE
           CONTINUE.

           WRITE-SUMMARY-LINE SECTION.
               WRITE NR-LINE
               DISPLAY NR-LINE
               ADD 1 TO WS-RUNLOG-WRITES
           CONTINUE.

      *    NIGHTCTL.DAT into the tables. A file with no NIGHT
      *    record first, or short of its steps, is no night at all.
           LOAD-NIGHT-CONTROL SECTION.
               SET WS-CONTROL-LOADED TO FALSE
               MOVE 0 TO WS-STP-IDX
               OPEN INPUT NIGHT-CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS NOT = "00"
                   EXIT SECTION
               END-IF
               SET WS-FILE-EOF TO FALSE
               PERFORM UNTIL WS-FILE-EOF
                   READ NIGHT-CONTROL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNLOG-READS
                           PERFORM LOAD-ONE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE NIGHT-CONTROL-FILE
               IF WS-STP-IDX = WS-STEP-COUNT + 1
                   SET WS-CONTROL-LOADED TO TRUE
               END-IF
           CONTINUE.

           LOAD-ONE-CONTROL-RECORD SECTION.
               IF WS-STP-IDX = 0
                   IF NC-STEP = "NIGHT"
                       MOVE NC-START-DATE TO WS-NIGHT-START-DATE
                       MOVE NC-START-TIME TO WS-NIGHT-START-TIME
                       MOVE 1 TO WS-STP-IDX
                   END-IF
                   EXIT SECTION
               END-IF
               IF WS-STP-IDX > WS-STEP-COUNT
                   EXIT SECTION
               END-IF
               IF NC-STEP NOT = WS-DEF-STEP(WS-STP-IDX)
                   EXIT SECTION
               END-IF
               MOVE NC-STEP TO WS-STP-STEP(WS-STP-IDX)
               MOVE NC-PROGRAM TO WS-STP-PROGRAM(WS-STP-IDX)
               MOVE NC-STATUS TO WS-STP-STATUS(WS-STP-IDX)
               MOVE NC-START-DATE TO WS-STP-START-DATE(WS-STP-IDX)
               MOVE NC-START-TIME TO WS-STP-START-TIME(WS-STP-IDX)
               MOVE NC-END-DATE TO WS-STP-END-DATE(WS-STP-IDX)
               MOVE NC-END-TIME TO WS-STP-END-TIME(WS-STP-IDX)
               MOVE NC-RC TO WS-STP-RC(WS-STP-IDX)
               MOVE NC-ATTEMPTS TO WS-STP-ATTEMPTS(WS-STP-IDX)
               ADD 1 TO WS-STP-IDX
           CONTINUE.

      *    The tables back over NIGHTCTL.DAT, the NIGHT record
      *    first.
           SAVE-NIGHT-CONTROL SECTION.
               OPEN OUTPUT NIGHT-CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS NOT = "00"
                   DISPLAY "NIGHTCTL.DAT could not be written "
                           "(status " WS-CONTROL-FILE-STATUS ")."
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE SPACES TO NC-RECORD
               MOVE "NIGHT" TO NC-STEP
               MOVE "HAMNIGHT" TO NC-PROGRAM
               MOVE WS-NIGHT-START-DATE TO NC-START-DATE
               MOVE WS-NIGHT-START-TIME TO NC-START-TIME
               MOVE 0 TO NC-END-DATE NC-END-TIME NC-RC NC-ATTEMPTS
               WRITE NC-RECORD
               ADD 1 TO WS-RUNLOG-WRITES
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   MOVE WS-STP-STEP(WS-STP-IDX) TO NC-STEP
                   MOVE WS-STP-PROGRAM(WS-STP-IDX) TO NC-PROGRAM
                   MOVE WS-STP-STATUS(WS-STP-IDX) TO NC-STATUS
                   MOVE WS-STP-START-DATE(WS-STP-IDX)
                       TO NC-START-DATE
                   MOVE WS-STP-START-TIME(WS-STP-IDX)
                       TO NC-START-TIME
                   MOVE WS-STP-END-DATE(WS-STP-IDX) TO NC-END-DATE
                   MOVE WS-STP-END-TIME(WS-STP-IDX) TO NC-END-TIME
                   MOVE WS-STP-RC(WS-STP-IDX) TO NC-RC
                   MOVE WS-STP-ATTEMPTS(WS-STP-IDX) TO NC-ATTEMPTS
                   WRITE NC-RECORD
                   ADD 1 TO WS-RUNLOG-WRITES
               END-PERFORM
               CLOSE NIGHT-CONTROL-FILE
           CONTINUE.

      *    The step the card names, as an index into the tables;
      *    0 when the card names none of them.
           FIND-CARD-STEP SECTION.
               MOVE 0 TO WS-STEP-IDX
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   IF WS-DEF-STEP(WS-STP-IDX) = WS-CARD-STEP
                       MOVE WS-STP-IDX TO WS-STEP-IDX
                   END-IF
               END-PERFORM
               IF WS-STEP-IDX = 0
                   DISPLAY "SYSIN names no step of the nightly job "
                           "-- got: " WS-CONTROL-CARD
               END-IF
           CONTINUE.

           STAMP-NOW SECTION.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW(1:6) TO WS-NOW-TIME
           CONTINUE.
       END PROGRAM HAMNIGHT.
