       PROGRAM-ID. InCollegeModeration.

      *> Operator moderation queue for the "report this" reports users
      *> file against direct messages, job listings and employer
      *> announcements (data/reports.dat). Decisions hide content from
      *> the user views without physically deleting the row, so the
      *> evidence stays on file: a hidden message keeps its record
      *> (flagged hidden), a hidden listing keeps its jobs.dat row with
      *> status REMOVED, which the search already skips, and a hidden
      *> announcement keeps its row with status PULLED, which the login
      *> section skips.
      *>
      *>   QUEUE               list open reports with the offending
      *>                       content, and the accounts with more
      *>                       and close the report as HIDDEN
      *>   DISMISS <report#>   close the report as DISMISSED, content
      *>                       untouched
      *>   ANNOUNCEMENTS       list the announcements still shown to
      *>                       students (ACTIVE and not yet expired)
      *>   PULL <announcement#>
      *>                       take an announcement down without a
      *>                       report (status PULLED)
      *>
      *> Never wired into the user menus -- run it from the command
      *> line like the account admin utility.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-TEMP-STATUS.

           SELECT ANNOUNCEMENTS-FILE ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCEMENT-FILE-STATUS.

           SELECT ANNOUNCEMENTS-TEMP-FILE
               ASSIGN TO "data/announcements.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCEMENT-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTENT-REPORTS-FILE.
       FD  JOBS-TEMP-FILE.
       01  JOBS-TEMP-REC              PIC X(600).

       FD  ANNOUNCEMENTS-FILE.
       01  ANNOUNCEMENTS-REC          PIC X(500).

       FD  ANNOUNCEMENTS-TEMP-FILE.
       01  ANNOUNCEMENTS-TEMP-REC     PIC X(500).

       WORKING-STORAGE SECTION.
       01  CONTENT-REPORT-FILE-STATUS PIC XX VALUE "00".
       01  REPORT-TEMP-STATUS         PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  JOB-FILE-STATUS            PIC XX VALUE "00".
       01  JOB-TEMP-STATUS            PIC XX VALUE "00".
       01  ANNOUNCEMENT-FILE-STATUS   PIC XX VALUE "00".
       01  ANNOUNCEMENT-TEMP-STATUS   PIC XX VALUE "00".

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.
       01  PARSED-JOB-STATUS          PIC X(10) VALUE SPACES.
       01  PARSED-JOB-CLOSING         PIC X(8) VALUE SPACES.

       *> Parsed announcement row (id|posted by|status|expires|
       *> university|major|grad year|posted at|title|text)
       01  PARSED-ANN-ID-TEXT         PIC X(12) VALUE SPACES.
       01  PARSED-ANN-ID              PIC 9(9) VALUE 0.
       01  PARSED-ANN-POSTED-BY       PIC X(20) VALUE SPACES.
       01  PARSED-ANN-STATUS          PIC X(10) VALUE SPACES.
       01  PARSED-ANN-EXPIRES         PIC X(8) VALUE SPACES.
       01  PARSED-ANN-UNIVERSITY      PIC X(50) VALUE SPACES.
       01  PARSED-ANN-MAJOR           PIC X(50) VALUE SPACES.
       01  PARSED-ANN-GRAD-YEAR       PIC X(4) VALUE SPACES.
       01  PARSED-ANN-POSTED-AT       PIC X(26) VALUE SPACES.
       01  PARSED-ANN-TITLE           PIC X(60) VALUE SPACES.
       01  PARSED-ANN-TEXT            PIC X(200) VALUE SPACES.
       01  ANN-TODAY                  PIC X(8) VALUE SPACES.
       01  ACTIVE-ANN-COUNT           PIC 9(5) VALUE 0.

       *> Who the content belongs to (message sender / job poster /
       *> announcement poster)
       01  OFFENDER-USERNAME          PIC X(20) VALUE SPACES.

       *> Report counts per reported account, for the repeat-offender
                   PERFORM GET-TARGET-REPORT-KEY
                   MOVE "DISMISSED" TO DECISION-STATUS
                   PERFORM DECIDE-REPORT
               WHEN "ANNOUNCEMENTS"
                   PERFORM LIST-ACTIVE-ANNOUNCEMENTS
               WHEN "PULL"
                   PERFORM GET-TARGET-REPORT-KEY
                   MOVE TARGET-REPORT-KEY TO PARSED-REF
                   PERFORM PULL-ANNOUNCEMENT
                   IF CONTENT-HIDDEN
                       DISPLAY "Announcement " PARSED-REF " pulled."
                   END-IF
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           DISPLAY "  HIDE <report#>    hide the content, close the "
               "report"
           DISPLAY "  DISMISS <report#> close the report, content "
               "untouched"
           DISPLAY "  ANNOUNCEMENTS     list announcements students "
               "still see"
           DISPLAY "  PULL <announce#>  take an announcement down".

       GET-TARGET-REPORT-KEY.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           MOVE SPACES TO LINE-TEXT
           EVALUATE FUNCTION TRIM(PARSED-REPORT-TYPE)
               WHEN "MSG"
                   STRING "  Message: "
                          FUNCTION TRIM(MSG-REC-TEXT)
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               WHEN "ANN"
                   STRING "  Announcement: "
                          FUNCTION TRIM(PARSED-ANN-TITLE)
                          " - "
                          FUNCTION TRIM(PARSED-ANN-TEXT)
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "  Listing: "
                          FUNCTION TRIM(PARSED-JOB-TITLE)
                          " at "
                          FUNCTION TRIM(PARSED-JOB-COMPANY)
                          " - "
                          FUNCTION TRIM(PARSED-JOB-DESC)
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
           END-EVALUATE
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> Resolves the reported content: a keyed read for a message, a
      *> scan of jobs.dat for a listing, a scan of announcements.dat
      *> for an announcement. Leaves the offender's username for the
      *> tally and display.
       FIND-REPORTED-CONTENT.
           SET CONTENT-NOT-FOUND TO TRUE
           MOVE SPACES TO OFFENDER-USERNAME
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(PARSED-REPORT-TYPE) = "ANN"
               OPEN INPUT ANNOUNCEMENTS-FILE
               IF ANNOUNCEMENT-FILE-STATUS = "00"
                   PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
                       READ ANNOUNCEMENTS-FILE
                           AT END
                               MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                           NOT AT END
                               PERFORM PARSE-ANNOUNCEMENT-ROW
                               IF PARSED-ANN-ID = PARSED-REF
                                   SET CONTENT-FOUND TO TRUE
                                   MOVE PARSED-ANN-POSTED-BY TO
                                       OFFENDER-USERNAME
                                   MOVE "10" TO
                                       ANNOUNCEMENT-FILE-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ANNOUNCEMENTS-FILE
                   MOVE "00" TO ANNOUNCEMENT-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO JOB-ROW-NUMBER
           OPEN INPUT JOBS-FILE
           IF JOB-FILE-STATUS = "00"
               INTO PARSED-JOB-ID-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-JOB-ID-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(PARSED-JOB-ID-TEXT) NOT = PARSED-REF
                   EXIT PARAGRAPH
               END-IF

       HIDE-REPORTED-CONTENT.
           SET CONTENT-NOT-HIDDEN TO TRUE
           EVALUATE FUNCTION TRIM(PARSED-REPORT-TYPE)
               WHEN "MSG"
                   PERFORM HIDE-REPORTED-MESSAGE
               WHEN "ANN"
                   PERFORM PULL-ANNOUNCEMENT
               WHEN OTHER
                   PERFORM HIDE-REPORTED-LISTING
           END-EVALUATE.

       HIDE-REPORTED-MESSAGE.
           OPEN I-O MESSAGES-FILE
               INTO JOBS-TEMP-REC
           END-STRING
           WRITE JOBS-TEMP-REC.

       PARSE-ANNOUNCEMENT-ROW.
           MOVE SPACES TO PARSED-ANN-ID-TEXT
           MOVE SPACES TO PARSED-ANN-POSTED-BY
           MOVE SPACES TO PARSED-ANN-STATUS
           MOVE SPACES TO PARSED-ANN-EXPIRES
           MOVE SPACES TO PARSED-ANN-UNIVERSITY
           MOVE SPACES TO PARSED-ANN-MAJOR
           MOVE SPACES TO PARSED-ANN-GRAD-YEAR
           MOVE SPACES TO PARSED-ANN-POSTED-AT
           MOVE SPACES TO PARSED-ANN-TITLE
           MOVE SPACES TO PARSED-ANN-TEXT
           UNSTRING ANNOUNCEMENTS-REC DELIMITED BY "|"
               INTO PARSED-ANN-ID-TEXT
                    PARSED-ANN-POSTED-BY
                    PARSED-ANN-STATUS
                    PARSED-ANN-EXPIRES
                    PARSED-ANN-UNIVERSITY
                    PARSED-ANN-MAJOR
                    PARSED-ANN-GRAD-YEAR
                    PARSED-ANN-POSTED-AT
                    PARSED-ANN-TITLE
                    PARSED-ANN-TEXT
           END-UNSTRING
           MOVE 0 TO PARSED-ANN-ID
           IF FUNCTION TRIM(PARSED-ANN-ID-TEXT) IS NUMERIC
               COMPUTE PARSED-ANN-ID =
                   FUNCTION NUMVAL(PARSED-ANN-ID-TEXT)
           END-IF.

      *> --------------------------------------------------------
      *> ANNOUNCEMENTS: what students can still see at login.
      *> --------------------------------------------------------
       LIST-ACTIVE-ANNOUNCEMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ANN-TODAY
           MOVE 0 TO ACTIVE-ANN-COUNT
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF ANNOUNCEMENT-FILE-STATUS NOT = "00"
               DISPLAY "No announcements on file."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "---- Active announcements ----"
           PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
               READ ANNOUNCEMENTS-FILE
                   AT END
                       MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                   NOT AT END
                       PERFORM PARSE-ANNOUNCEMENT-ROW
                       IF FUNCTION TRIM(PARSED-ANN-STATUS) = "ACTIVE"
                          AND PARSED-ANN-EXPIRES >= ANN-TODAY
                           PERFORM LIST-ONE-ANNOUNCEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENTS-FILE

           IF ACTIVE-ANN-COUNT = 0
               DISPLAY "No active announcements."
           END-IF.

       LIST-ONE-ANNOUNCEMENT.
           ADD 1 TO ACTIVE-ANN-COUNT
           MOVE SPACES TO LINE-TEXT
           STRING "Announcement #"
                  PARSED-ANN-ID
                  " by " FUNCTION TRIM(PARSED-ANN-POSTED-BY)
                  " until " PARSED-ANN-EXPIRES
                  ": " FUNCTION TRIM(PARSED-ANN-TITLE)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           MOVE SPACES TO LINE-TEXT
           STRING "  Audience: university '"
                  FUNCTION TRIM(PARSED-ANN-UNIVERSITY)
                  "', major '"
                  FUNCTION TRIM(PARSED-ANN-MAJOR)
                  "', year '"
                  FUNCTION TRIM(PARSED-ANN-GRAD-YEAR)
                  "'"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           MOVE SPACES TO LINE-TEXT
           STRING "  " FUNCTION TRIM(PARSED-ANN-TEXT)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> --------------------------------------------------------
      *> Sets announcement PARSED-REF to PULLED. The row stays on
      *> file as evidence; the login section only shows ACTIVE rows.
      *> Streamed through the temp copy and swapped, like the listing
      *> hide above.
      *> --------------------------------------------------------
       PULL-ANNOUNCEMENT.
           SET CONTENT-NOT-HIDDEN TO TRUE
           SET MERGE-ROW-NOT-HANDLED TO TRUE
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF ANNOUNCEMENT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open announcements.dat - "
                   "announcement not pulled."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ANNOUNCEMENTS-TEMP-FILE

           PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
               READ ANNOUNCEMENTS-FILE
                   AT END
                       MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                   NOT AT END
                       PERFORM JUDGE-ANNOUNCEMENT-FOR-PULL
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENTS-FILE
           CLOSE ANNOUNCEMENTS-TEMP-FILE

           IF MERGE-ROW-NOT-HANDLED
               DISPLAY "No such announcement number."
               *> Leave the live file alone.
               EXIT PARAGRAPH
           END-IF

           MOVE "data/announcements.dat.tmp" TO RENAME-FROM-PATH
           MOVE "data/announcements.dat"     TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL
           SET CONTENT-HIDDEN TO TRUE.

       JUDGE-ANNOUNCEMENT-FOR-PULL.
           PERFORM PARSE-ANNOUNCEMENT-ROW
           IF MERGE-ROW-HANDLED
              OR PARSED-ANN-ID NOT = PARSED-REF
               MOVE ANNOUNCEMENTS-REC TO ANNOUNCEMENTS-TEMP-REC
               WRITE ANNOUNCEMENTS-TEMP-REC
               EXIT PARAGRAPH
           END-IF

           SET MERGE-ROW-HANDLED TO TRUE
           MOVE SPACES TO ANNOUNCEMENTS-TEMP-REC
           STRING
               PARSED-ANN-ID "|"
               FUNCTION TRIM(PARSED-ANN-POSTED-BY) "|"
               "PULLED" "|"
               PARSED-ANN-EXPIRES "|"
               FUNCTION TRIM(PARSED-ANN-UNIVERSITY) "|"
               FUNCTION TRIM(PARSED-ANN-MAJOR) "|"
               FUNCTION TRIM(PARSED-ANN-GRAD-YEAR) "|"
               FUNCTION TRIM(PARSED-ANN-POSTED-AT) "|"
               FUNCTION TRIM(PARSED-ANN-TITLE) "|"
               FUNCTION TRIM(PARSED-ANN-TEXT)
               DELIMITED BY SIZE
               INTO ANNOUNCEMENTS-TEMP-REC
           END-STRING
           WRITE ANNOUNCEMENTS-TEMP-REC.
