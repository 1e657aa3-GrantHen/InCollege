       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeNightlyRun.

      *> Driver for the nightly batch window. Runs the steps listed in
      *> data/nightly_control.dat one after another, in file order,
      *> and records every step's start, end and outcome in
      *> data/nightly_history.dat, so the window no longer depends on
      *> the operator remembering what to run and in which order.
      *>
      *> Control file, one step per line (blank lines and lines
      *> starting with * are skipped):
      *>   <step name>|<command line>
      *> e.g.
      *>   BACKUP|./InCollegeBackup SNAPSHOT
      *>   JOBMAINT|./InCollegeJobMaintenance
      *>   RETENTION|./InCollegeRetention 365 180
      *>   RECONCILE|./InCollegeDataReconcile
      *>   ACTIVITY|./InCollegeActivityReport
      *>   PLACEMENT|./InCollegePlacementReport
      *> Commands run from the current directory, like the steps do
      *> when run by hand. A step fails when its command ends with a
      *> non-zero return code; the run stops there.
      *>
      *> Run rules:
      *>   - a backup SNAPSHOT step must come before any step that
      *>     changes jobs.dat, messages.dat or audit_log.dat
      *>     (JobMaintenance, Retention, ApplicationAging); a control
      *>     file that breaks this is refused before anything runs
      *>   - the run date is the day the run starts. Once that day's
      *>     run has finished, the driver refuses to start again
      *>   - when the last run stopped on a failed step, the next
      *>     start resumes that run at the failed step; steps that
      *>     already finished OK are not run again
      *>   - data/nightly.lock is held while a run is going, so two
      *>     runs cannot overlap. If the driver itself dies the lock
      *>     stays behind; check the history, then delete the lock
      *>
      *> History rows: run date|step|event|at|return code, where the
      *> event is STARTED, OK or FAILED, and the step NIGHTLY marks
      *> the run as a whole (STARTED, RESUMED, FAILED, COMPLETE).
      *>
      *> Usage:
      *>   InCollegeNightlyRun          run (or resume) tonight's steps
      *>   InCollegeNightlyRun STATUS   show the last run's history
      *> Ends with return code 8 when a step fails or the run is
      *> refused, 4 when tonight's run had already finished.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "data/nightly_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "data/nightly_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "data/nightly.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC                PIC X(250).

       FD  HISTORY-FILE.
       01  HISTORY-REC                PIC X(120).

       FD  LOCK-FILE.
       01  LOCK-REC                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS        PIC XX VALUE "00".
       01  HISTORY-FILE-STATUS        PIC XX VALUE "00".
       01  LOCK-FILE-STATUS           PIC XX VALUE "00".

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.
       01  COMMAND-WORD               PIC X(20) VALUE SPACES.

       *> Steps from the control file, in run order
       01  MAX-STEPS                  PIC 99 VALUE 20.
       01  STEP-COUNT                 PIC 99 VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 20 TIMES.
               10  STEP-NAME          PIC X(20).
               10  STEP-COMMAND       PIC X(200).
               10  STEP-DONE-FLAG     PIC X.
                   88  STEP-DONE      VALUE "Y".
                   88  STEP-NOT-DONE  VALUE "N".
       01  STEP-IDX                   PIC 99 VALUE 0.
       01  CHECK-IDX                  PIC 99 VALUE 0.
       01  CONTROL-LINE-NUMBER        PIC 9(4) VALUE 0.
       01  PARSED-STEP-NAME           PIC X(20) VALUE SPACES.
       01  PARSED-STEP-COMMAND        PIC X(200) VALUE SPACES.

       01  CONTROL-OK-FLAG            PIC X VALUE "Y".
           88  CONTROL-OK             VALUE "Y".
           88  CONTROL-BAD            VALUE "N".

       *> What a step's program does to the protected files
       01  PROGRAM-WORD               PIC X(200) VALUE SPACES.
       01  ARGUMENT-WORD              PIC X(40) VALUE SPACES.
       01  NAME-HITS                  PIC 9(4) VALUE 0.
       01  STEP-KIND                  PIC X VALUE "O".
           88  STEP-IS-SNAPSHOT       VALUE "S".
           88  STEP-IS-REWRITER       VALUE "R".
           88  STEP-IS-OTHER          VALUE "O".
       01  SNAPSHOT-SEEN-FLAG         PIC X VALUE "N".
           88  SNAPSHOT-SEEN          VALUE "Y".
           88  SNAPSHOT-NOT-SEEN      VALUE "N".

       *> Parsed history row
       01  PARSED-RUN-DATE            PIC X(8) VALUE SPACES.
       01  PARSED-HIST-STEP           PIC X(20) VALUE SPACES.
       01  PARSED-EVENT               PIC X(10) VALUE SPACES.
       01  PARSED-EVENT-AT            PIC X(26) VALUE SPACES.
       01  PARSED-EXIT-TEXT           PIC X(5) VALUE SPACES.

       *> The most recent run in the history
       01  LAST-RUN-DATE              PIC X(8) VALUE SPACES.
       01  LAST-RUN-ENDED-AT          PIC X(26) VALUE SPACES.
       01  LAST-RUN-STATE             PIC X VALUE "N".
           88  NO-PREVIOUS-RUN        VALUE "N".
           88  LAST-RUN-COMPLETE      VALUE "C".
           88  LAST-RUN-UNFINISHED    VALUE "U".

       01  RUN-DATE                   PIC X(8) VALUE SPACES.
       01  TODAY-DATE                 PIC X(8) VALUE SPACES.
       01  CURRENT-STAMP              PIC X(26) VALUE SPACES.

       *> Row being appended to the history
       01  HIST-STEP                  PIC X(20) VALUE SPACES.
       01  HIST-EVENT                 PIC X(10) VALUE SPACES.
       01  HIST-EXIT-TEXT             PIC X(5) VALUE SPACES.

       01  SYSTEM-COMMAND             PIC X(201) VALUE SPACES.
       01  STEP-RETURN-CODE           PIC S9(9) VALUE 0.
       01  STEP-EXIT-CODE             PIC 9(3) VALUE 0.
       01  EXIT-DISP                  PIC ZZ9 VALUE ZERO.
       01  RUN-FAILED-FLAG            PIC X VALUE "N".
           88  RUN-FAILED             VALUE "Y".
           88  RUN-NOT-FAILED         VALUE "N".
       01  STEPS-RUN-COUNT            PIC 99 VALUE 0.
       01  STEPS-SKIPPED-COUNT        PIC 99 VALUE 0.
       01  FINAL-RETURN-CODE          PIC 9 VALUE 0.

       01  LOCK-PATH                  PIC X(40)
               VALUE "data/nightly.lock".
       01  DELETE-STATUS              PIC 9(9) VALUE 0.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-NIGHTLY.
           MOVE SPACES TO COMMAND-WORD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ARG-VALUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE)) TO
               COMMAND-WORD

           EVALUATE COMMAND-WORD
               WHEN SPACES
                   PERFORM RUN-NIGHTLY
               WHEN "STATUS"
                   PERFORM SHOW-LAST-RUN
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 8 TO FINAL-RETURN-CODE
           END-EVALUATE
           MOVE FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "InCollege nightly batch driver -- operator use only"
           DISPLAY "  InCollegeNightlyRun          run or resume "
               "tonight's steps"
           DISPLAY "  InCollegeNightlyRun STATUS   show the last run".

       RUN-NIGHTLY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE CURRENT-STAMP(1:8) TO TODAY-DATE

           PERFORM LOAD-CONTROL-FILE
           IF CONTROL-OK
               PERFORM CHECK-BACKUP-ORDER
           END-IF
           IF CONTROL-BAD
               DISPLAY "Nightly run refused - nothing was run."
               MOVE 8 TO FINAL-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM TAKE-RUN-LOCK
           IF FINAL-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-RUN
           EVALUATE TRUE
               WHEN LAST-RUN-UNFINISHED
                   MOVE LAST-RUN-DATE TO RUN-DATE
                   PERFORM MARK-FINISHED-STEPS
                   DISPLAY "Resuming the unfinished run of "
                       RUN-DATE(1:4) "-" RUN-DATE(5:2) "-"
                       RUN-DATE(7:2)
                   MOVE "NIGHTLY" TO HIST-STEP
                   MOVE "RESUMED" TO HIST-EVENT
                   MOVE SPACES TO HIST-EXIT-TEXT
                   PERFORM WRITE-HISTORY-ROW
               WHEN LAST-RUN-COMPLETE AND LAST-RUN-DATE = TODAY-DATE
                   DISPLAY "Tonight's run already finished at "
                       LAST-RUN-ENDED-AT(9:2) ":"
                       LAST-RUN-ENDED-AT(11:2)
                       " - not starting again."
                   MOVE 4 TO FINAL-RETURN-CODE
                   PERFORM RELEASE-RUN-LOCK
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE TODAY-DATE TO RUN-DATE
                   MOVE "NIGHTLY" TO HIST-STEP
                   MOVE "STARTED" TO HIST-EVENT
                   MOVE SPACES TO HIST-EXIT-TEXT
                   PERFORM WRITE-HISTORY-ROW
           END-EVALUATE

           SET RUN-NOT-FAILED TO TRUE
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR RUN-FAILED
               IF STEP-DONE(STEP-IDX)
                   ADD 1 TO STEPS-SKIPPED-COUNT
                   DISPLAY "---- " FUNCTION TRIM(STEP-NAME(STEP-IDX))
                       ": already done tonight, skipped"
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           MOVE "NIGHTLY" TO HIST-STEP
           MOVE SPACES TO HIST-EXIT-TEXT
           IF RUN-FAILED
               MOVE "FAILED" TO HIST-EVENT
               PERFORM WRITE-HISTORY-ROW
               DISPLAY "Nightly run stopped at step "
                   FUNCTION TRIM(STEP-NAME(STEP-IDX - 1))
                   " - fix it and start the driver again to resume "
                   "there."
               MOVE 8 TO FINAL-RETURN-CODE
           ELSE
               MOVE "COMPLETE" TO HIST-EVENT
               PERFORM WRITE-HISTORY-ROW
               MOVE STEPS-RUN-COUNT TO EXIT-DISP
               DISPLAY "Nightly run complete: "
                   FUNCTION TRIM(EXIT-DISP) " step(s) run"
               IF STEPS-SKIPPED-COUNT > 0
                   MOVE STEPS-SKIPPED-COUNT TO EXIT-DISP
                   DISPLAY "  " FUNCTION TRIM(EXIT-DISP)
                       " step(s) already done earlier in this run"
               END-IF
           END-IF

           PERFORM RELEASE-RUN-LOCK.

      *> --------------------------------------------------------
      *> Control file
      *> --------------------------------------------------------
       LOAD-CONTROL-FILE.
           SET CONTROL-OK TO TRUE
           MOVE 0 TO STEP-COUNT
           MOVE 0 TO CONTROL-LINE-NUMBER

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open data/nightly_control.dat (status "
                   CONTROL-FILE-STATUS ")"
               SET CONTROL-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONTROL-FILE-STATUS = "10"
               READ CONTROL-FILE
                   AT END
                       MOVE "10" TO CONTROL-FILE-STATUS
                   NOT AT END
                       ADD 1 TO CONTROL-LINE-NUMBER
                       PERFORM LOAD-ONE-CONTROL-LINE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE

           IF STEP-COUNT = 0 AND CONTROL-OK
               DISPLAY "data/nightly_control.dat lists no steps."
               SET CONTROL-BAD TO TRUE
           END-IF.

       LOAD-ONE-CONTROL-LINE.
           IF CONTROL-REC = SPACES
              OR FUNCTION TRIM(CONTROL-REC)(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PARSED-STEP-NAME
           MOVE SPACES TO PARSED-STEP-COMMAND
           UNSTRING CONTROL-REC DELIMITED BY "|"
               INTO PARSED-STEP-NAME
                    PARSED-STEP-COMMAND
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-STEP-NAME))
               TO PARSED-STEP-NAME

           IF PARSED-STEP-NAME = SPACES
              OR PARSED-STEP-COMMAND = SPACES
               DISPLAY "Control line " CONTROL-LINE-NUMBER
                   " needs <step name>|<command line>"
               SET CONTROL-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PARSED-STEP-NAME) = "NIGHTLY"
               DISPLAY "Control line " CONTROL-LINE-NUMBER
                   ": NIGHTLY is reserved for the run itself"
               SET CONTROL-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > STEP-COUNT
               IF STEP-NAME(CHECK-IDX) = PARSED-STEP-NAME
                   DISPLAY "Control line " CONTROL-LINE-NUMBER
                       ": step " FUNCTION TRIM(PARSED-STEP-NAME)
                       " is listed twice"
                   SET CONTROL-BAD TO TRUE
               END-IF
           END-PERFORM
           IF CONTROL-BAD
               EXIT PARAGRAPH
           END-IF
           IF STEP-COUNT >= MAX-STEPS
               DISPLAY "Control file has more than " MAX-STEPS
                   " steps"
               SET CONTROL-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO STEP-COUNT
           MOVE PARSED-STEP-NAME TO STEP-NAME(STEP-COUNT)
           MOVE FUNCTION TRIM(PARSED-STEP-COMMAND) TO
               STEP-COMMAND(STEP-COUNT)
           SET STEP-NOT-DONE(STEP-COUNT) TO TRUE.

      *> Every step that changes jobs.dat, messages.dat or
      *> audit_log.dat must have a backup SNAPSHOT ahead of it.
       CHECK-BACKUP-ORDER.
           SET SNAPSHOT-NOT-SEEN TO TRUE
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM CLASSIFY-STEP
               IF STEP-IS-SNAPSHOT
                   SET SNAPSHOT-SEEN TO TRUE
               END-IF
               IF STEP-IS-REWRITER AND SNAPSHOT-NOT-SEEN
                   DISPLAY "Step " FUNCTION TRIM(STEP-NAME(STEP-IDX))
                       " changes jobs.dat, messages.dat or "
                       "audit_log.dat but no backup SNAPSHOT step "
                       "comes before it."
                   SET CONTROL-BAD TO TRUE
               END-IF
           END-PERFORM.

      *> Looks at the program the command runs (whatever directory it
      *> is run from) and, for the backup utility, its command word.
       CLASSIFY-STEP.
           SET STEP-IS-OTHER TO TRUE
           MOVE SPACES TO PROGRAM-WORD
           MOVE SPACES TO ARGUMENT-WORD
           UNSTRING STEP-COMMAND(STEP-IDX) DELIMITED BY ALL SPACES
               INTO PROGRAM-WORD
                    ARGUMENT-WORD
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(PROGRAM-WORD) TO PROGRAM-WORD
           MOVE FUNCTION UPPER-CASE(ARGUMENT-WORD) TO ARGUMENT-WORD

           MOVE 0 TO NAME-HITS
           INSPECT PROGRAM-WORD TALLYING NAME-HITS
               FOR ALL "INCOLLEGEBACKUP"
           IF NAME-HITS > 0
               IF FUNCTION TRIM(ARGUMENT-WORD) = "SNAPSHOT"
                   SET STEP-IS-SNAPSHOT TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           INSPECT PROGRAM-WORD TALLYING NAME-HITS
               FOR ALL "INCOLLEGEJOBMAINTENANCE"
                   ALL "INCOLLEGERETENTION"
                   ALL "INCOLLEGEAPPLICATIONAGING"
           IF NAME-HITS > 0
               SET STEP-IS-REWRITER TO TRUE
           END-IF.

      *> --------------------------------------------------------
      *> Run lock
      *> --------------------------------------------------------
       TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF LOCK-FILE-STATUS = "00"
               MOVE SPACES TO LOCK-REC
               READ LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "Another nightly run holds data/nightly.lock "
                   "(started " FUNCTION TRIM(LOCK-REC) ")."
               DISPLAY "If that run died, check "
                   "data/nightly_history.dat, delete the lock and "
                   "start again."
               MOVE 8 TO FINAL-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOCK-FILE
           IF LOCK-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create data/nightly.lock (status "
                   LOCK-FILE-STATUS ") - nothing was run."
               MOVE 8 TO FINAL-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-STAMP TO LOCK-REC
           WRITE LOCK-REC
           CLOSE LOCK-FILE.

       RELEASE-RUN-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
               RETURNING DELETE-STATUS
           END-CALL.

      *> --------------------------------------------------------
      *> History
      *> --------------------------------------------------------
      *> The last NIGHTLY STARTED row opens a run; a COMPLETE row for
      *> the same run date after it closes it.
       FIND-LAST-RUN.
           SET NO-PREVIOUS-RUN TO TRUE
           MOVE SPACES TO LAST-RUN-DATE
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HISTORY-FILE-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF FUNCTION TRIM(PARSED-HIST-STEP) = "NIGHTLY"
                           EVALUATE FUNCTION TRIM(PARSED-EVENT)
                               WHEN "STARTED"
                                   MOVE PARSED-RUN-DATE TO
                                       LAST-RUN-DATE
                                   SET LAST-RUN-UNFINISHED TO TRUE
                               WHEN "COMPLETE"
                                   IF PARSED-RUN-DATE = LAST-RUN-DATE
                                       SET LAST-RUN-COMPLETE TO TRUE
                                       MOVE PARSED-EVENT-AT TO
                                           LAST-RUN-ENDED-AT
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *> Steps that ended OK in the run being resumed are not run
      *> again.
       MARK-FINISHED-STEPS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HISTORY-FILE-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF PARSED-RUN-DATE = RUN-DATE
                           PERFORM MARK-ONE-FINISHED-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       MARK-ONE-FINISHED-STEP.
           *> A NIGHTLY STARTED row for the same date begins a fresh
           *> run, so anything recorded before it does not count.
           IF FUNCTION TRIM(PARSED-HIST-STEP) = "NIGHTLY"
              AND FUNCTION TRIM(PARSED-EVENT) = "STARTED"
               PERFORM VARYING CHECK-IDX FROM 1 BY 1
                       UNTIL CHECK-IDX > STEP-COUNT
                   SET STEP-NOT-DONE(CHECK-IDX) TO TRUE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > STEP-COUNT
               IF STEP-NAME(CHECK-IDX) = PARSED-HIST-STEP
                   IF FUNCTION TRIM(PARSED-EVENT) = "OK"
                       SET STEP-DONE(CHECK-IDX) TO TRUE
                   ELSE
                       SET STEP-NOT-DONE(CHECK-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       PARSE-HISTORY-ROW.
           MOVE SPACES TO PARSED-RUN-DATE
           MOVE SPACES TO PARSED-HIST-STEP
           MOVE SPACES TO PARSED-EVENT
           MOVE SPACES TO PARSED-EVENT-AT
           MOVE SPACES TO PARSED-EXIT-TEXT
           UNSTRING HISTORY-REC DELIMITED BY "|"
               INTO PARSED-RUN-DATE
                    PARSED-HIST-STEP
                    PARSED-EVENT
                    PARSED-EVENT-AT
                    PARSED-EXIT-TEXT
           END-UNSTRING.

       WRITE-HISTORY-ROW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF

           MOVE SPACES TO HISTORY-REC
           STRING RUN-DATE "|"
                  FUNCTION TRIM(HIST-STEP) "|"
                  FUNCTION TRIM(HIST-EVENT) "|"
                  FUNCTION TRIM(CURRENT-STAMP) "|"
                  FUNCTION TRIM(HIST-EXIT-TEXT)
                  DELIMITED BY SIZE
                  INTO HISTORY-REC
           END-STRING
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

      *> --------------------------------------------------------
      *> One step: STARTED row, run the command, OK / FAILED row
      *> --------------------------------------------------------
       RUN-ONE-STEP.
           DISPLAY "---- " FUNCTION TRIM(STEP-NAME(STEP-IDX)) ": "
               FUNCTION TRIM(STEP-COMMAND(STEP-IDX))
           MOVE STEP-NAME(STEP-IDX) TO HIST-STEP
           MOVE "STARTED" TO HIST-EVENT
           MOVE SPACES TO HIST-EXIT-TEXT
           PERFORM WRITE-HISTORY-ROW

           MOVE STEP-COMMAND(STEP-IDX) TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           END-CALL
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           MOVE 0 TO RETURN-CODE
           ADD 1 TO STEPS-RUN-COUNT

           *> The shell hands back the wait status: the command's own
           *> return code is in the high byte. Anything left in the
           *> low byte means it was killed, not that it ended.
           MOVE 0 TO STEP-EXIT-CODE
           IF STEP-RETURN-CODE NOT = 0
               IF FUNCTION MOD(STEP-RETURN-CODE, 256) = 0
                   COMPUTE STEP-EXIT-CODE = STEP-RETURN-CODE / 256
               ELSE
                   MOVE 999 TO STEP-EXIT-CODE
               END-IF
           END-IF
           MOVE STEP-EXIT-CODE TO EXIT-DISP
           MOVE FUNCTION TRIM(EXIT-DISP) TO HIST-EXIT-TEXT

           IF STEP-RETURN-CODE = 0
               MOVE "OK" TO HIST-EVENT
               PERFORM WRITE-HISTORY-ROW
           ELSE
               MOVE "FAILED" TO HIST-EVENT
               PERFORM WRITE-HISTORY-ROW
               DISPLAY "---- " FUNCTION TRIM(STEP-NAME(STEP-IDX))
                   " FAILED (return code "
                   FUNCTION TRIM(EXIT-DISP) ")"
               SET RUN-FAILED TO TRUE
           END-IF.

      *> --------------------------------------------------------
      *> STATUS: every history row of the most recent run
      *> --------------------------------------------------------
       SHOW-LAST-RUN.
           PERFORM FIND-LAST-RUN
           IF NO-PREVIOUS-RUN
               DISPLAY "No nightly run on record."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "---- Nightly run of " LAST-RUN-DATE(1:4) "-"
               LAST-RUN-DATE(5:2) "-" LAST-RUN-DATE(7:2) " ----"
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL HISTORY-FILE-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF PARSED-RUN-DATE = LAST-RUN-DATE
                           PERFORM SHOW-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF LAST-RUN-COMPLETE
               DISPLAY "Run complete."
           ELSE
               DISPLAY "Run not finished - the next start resumes it."
           END-IF.

       SHOW-HISTORY-ROW.
           MOVE SPACES TO LINE-TEXT
           STRING PARSED-EVENT-AT(1:4) "-" PARSED-EVENT-AT(5:2) "-"
                  PARSED-EVENT-AT(7:2) " " PARSED-EVENT-AT(9:2) ":"
                  PARSED-EVENT-AT(11:2) ":" PARSED-EVENT-AT(13:2)
                  "  " PARSED-HIST-STEP " " PARSED-EVENT
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-EXIT-TEXT)) > 0
              AND FUNCTION TRIM(PARSED-EVENT) = "FAILED"
               MOVE SPACES TO LINE-TEXT(61:)
               STRING "(return code " FUNCTION TRIM(PARSED-EXIT-TEXT)
                      ")"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT(61:)
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(LINE-TEXT TRAILING).
