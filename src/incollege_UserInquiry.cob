       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeUserInquiry.

      *> Help-desk utility: everything on file about one account in a
      *> single listing, so a caller's problem can be understood
      *> without running AccountAdmin HISTORY, Moderation QUEUE and a
      *> handful of greps. Shows:
      *>   account      role, last login, lock status (the same
      *>                consecutive-failure rule the online program
      *>                and InCollegeAccountAdmin apply)
      *>   profile      which sections are filled in, and visibility
      *>   network      connections, and pending requests sent and
      *>                received
      *>   applications the open ones (PENDING / REVIEWED) with dates
      *>   interviews   PROPOSED and CONFIRMED ones, as applicant or
      *>                as poster
      *>   messages     inbox total / unread / hidden by moderation,
      *>                and sent messages hidden by moderation
      *>   searches     every saved search
      *>   reports      reports.dat rows the user filed, and rows
      *>                filed against the user's messages, listings
      *>                and announcements
      *>
      *> Every file is opened for input only, so it is safe to run
      *> while the online program is up. Nothing is written.
      *>
      *> Usage:
      *>   InCollegeUserInquiry <username>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-USERNAME-KEY
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           *> Scanned for the counts, then read by key for each
           *> reported message.
           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-REC-KEY
               FILE STATUS IS MESSAGE-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECTION-FILE-STATUS.

           SELECT REQUESTS-FILE ASSIGN TO "data/requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEW-FILE-STATUS.

           SELECT SAVED-SEARCHES-FILE
               ASSIGN TO "data/saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEARCH-FILE-STATUS.

           SELECT CONTENT-REPORTS-FILE ASSIGN TO "data/reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTENT-REPORT-FILE-STATUS.

           SELECT ANNOUNCEMENTS-FILE ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-REC.
           05  ACCT-USERNAME-KEY      PIC X(20).
           05  ACCT-USERNAME-DISPLAY  PIC X(20).
           05  ACCT-PASSWORD-HASH     PIC X(64).
           05  ACCT-ROW-INDEX         PIC 9(5).
           05  ACCT-LAST-LOGIN        PIC X(26).
           05  ACCT-ROLE              PIC X(10).

       FD  PROFILES-FILE.
       01  PROFILES-REC.
           05  PROF-USERNAME-KEY      PIC X(20).
           05  PROF-USERNAME-DISPLAY  PIC X(20).
           05  PROF-FIRST-NAME        PIC X(30).
           05  PROF-LAST-NAME         PIC X(30).
           05  PROF-UNIVERSITY        PIC X(50).
           05  PROF-MAJOR             PIC X(50).
           05  PROF-GRAD-YEAR         PIC X(4).
           05  PROF-ABOUT             PIC X(200).
           05  PROF-EXPERIENCES.
               10  PROF-EXP OCCURS 3 TIMES.
                   15  PROF-EXP-TITLE   PIC X(40).
                   15  PROF-EXP-COMPANY PIC X(60).
                   15  PROF-EXP-DATES   PIC X(40).
                   15  PROF-EXP-DESC    PIC X(150).
           05  PROF-EDUCATIONS.
               10  PROF-EDU OCCURS 3 TIMES.
                   15  PROF-EDU-DEGREE  PIC X(60).
                   15  PROF-EDU-SCHOOL  PIC X(60).
                   15  PROF-EDU-YEARS   PIC X(30).
           05  PROF-VISIBILITY        PIC X(12).

       FD  MESSAGES-FILE.
       01  MESSAGES-REC.
           05  MSG-REC-KEY            PIC 9(9).
           05  MSG-REC-SENDER         PIC X(20).
           05  MSG-REC-RECIPIENT      PIC X(20).
           05  MSG-REC-READ-FLAG      PIC X.
           05  MSG-REC-HIDDEN-FLAG    PIC X.
           05  MSG-REC-SENT-AT        PIC X(26).
           05  MSG-REC-TEXT           PIC X(200).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC                  PIC X(200).

       FD  CONNECTIONS-FILE.
       01  CONNECTIONS-REC            PIC X(80).

       FD  REQUESTS-FILE.
       01  REQUESTS-REC               PIC X(80).

       FD  JOBS-FILE.
       01  JOBS-REC                   PIC X(600).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-REC             PIC X(300).

       FD  SAVED-SEARCHES-FILE.
       01  SAVED-SEARCHES-REC         PIC X(200).

       FD  CONTENT-REPORTS-FILE.
       01  CONTENT-REPORTS-REC        PIC X(250).

       FD  ANNOUNCEMENTS-FILE.
       01  ANNOUNCEMENTS-REC          PIC X(500).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  AUDIT-FILE-STATUS          PIC XX VALUE "00".
       01  CONNECTION-FILE-STATUS     PIC XX VALUE "00".
       01  REQUEST-FILE-STATUS        PIC XX VALUE "00".
       01  JOB-FILE-STATUS            PIC XX VALUE "00".
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  INTERVIEW-FILE-STATUS      PIC XX VALUE "00".
       01  SEARCH-FILE-STATUS         PIC XX VALUE "00".
       01  CONTENT-REPORT-FILE-STATUS PIC XX VALUE "00".
       01  ANNOUNCEMENT-FILE-STATUS   PIC XX VALUE "00".

       *> Must match the online program's lockout threshold
       01  MAX-LOGIN-FAILURES         PIC 9 VALUE 3.

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.

       *> The account asked about: upper-cased for matching, and as
       *> registered for display
       01  TARGET-KEY                 PIC X(20) VALUE SPACES.
       01  TARGET-USERNAME            PIC X(20) VALUE SPACES.

       01  ACCOUNT-FOUND-FLAG         PIC X VALUE "N".
           88  ACCOUNT-FOUND          VALUE "Y".
           88  ACCOUNT-NOT-FOUND      VALUE "N".

       *> Audit replay for the lock status
       01  AUDIT-SCAN-USERNAME        PIC X(20) VALUE SPACES.
       01  AUDIT-SCAN-TIMESTAMP       PIC X(26) VALUE SPACES.
       01  AUDIT-SCAN-OUTCOME         PIC X(10) VALUE SPACES.
       01  FAILURE-STREAK             PIC 9(4) VALUE 0.

       *> Profile completeness: eight sections, as the profile editor
       *> lays them out
       01  PROFILE-SECTION-COUNT      PIC 9 VALUE 8.
       01  PROFILE-FILLED-COUNT       PIC 9 VALUE 0.
       01  PROFILE-MISSING-TEXT       PIC X(120) VALUE SPACES.
       01  MISSING-POINTER            PIC 9(3) VALUE 1.
       01  SECTION-NAME               PIC X(20) VALUE SPACES.
       01  SECTION-FILLED-FLAG        PIC X VALUE "N".
           88  SECTION-FILLED         VALUE "Y".
           88  SECTION-EMPTY          VALUE "N".

       *> Parsed two-name rows (connections, requests)
       01  PARSED-USER-1              PIC X(20) VALUE SPACES.
       01  PARSED-USER-2              PIC X(20) VALUE SPACES.
       01  PARSED-MADE-AT             PIC X(26) VALUE SPACES.
       01  CONNECTION-TOTAL           PIC 9(5) VALUE 0.
       01  REQUESTS-SENT-TOTAL        PIC 9(5) VALUE 0.
       01  REQUESTS-RECEIVED-TOTAL    PIC 9(5) VALUE 0.

       *> Listings, for titles and posters. Legacy rows (title first,
       *> no ID field) take their row position as the ID, the same
       *> rule the online load and the other batches apply.
       01  RECORD-NUMBER              PIC 9(5) VALUE 0.
       01  PARSED-JOB-ID-TEXT         PIC X(10) VALUE SPACES.
       01  PARSED-JOB-ID              PIC 9(5) VALUE 0.
       01  PARSED-TITLE               PIC X(60) VALUE SPACES.
       01  PARSED-COMPANY             PIC X(60) VALUE SPACES.
       01  PARSED-DESCRIPTION         PIC X(300) VALUE SPACES.
       01  PARSED-LOCATION            PIC X(60) VALUE SPACES.
       01  PARSED-POSTED-BY           PIC X(20) VALUE SPACES.
       01  PARSED-POSTED-AT           PIC X(26) VALUE SPACES.
       01  PARSED-JOB-STATUS          PIC X(10) VALUE SPACES.
       01  MAX-LISTINGS               PIC 9(5) VALUE 5000.
       01  LISTING-COUNT              PIC 9(5) VALUE 0.
       01  LISTING-TABLE.
           05  LISTING-ENTRY OCCURS 5000 TIMES.
               10  LISTING-ID         PIC 9(5).
               10  LISTING-TITLE      PIC X(60).
               10  LISTING-COMPANY    PIC X(60).
               10  LISTING-POSTER     PIC X(20).
               10  LISTING-STATUS     PIC X(10).
       01  FOUND-LISTING-INDEX        PIC 9(5) VALUE 0.
       01  LOOKUP-JOB-ID              PIC 9(5) VALUE 0.

       *> Parsed application row
       *> (applicant|job id|status|submitted at|status changed at)
       01  PARSED-APPLICANT           PIC X(20) VALUE SPACES.
       01  PARSED-APPL-JOB-TEXT       PIC X(10) VALUE SPACES.
       01  PARSED-APPL-STATUS         PIC X(10) VALUE SPACES.
       01  PARSED-SUBMITTED-AT        PIC X(26) VALUE SPACES.
       01  PARSED-CHANGED-AT          PIC X(26) VALUE SPACES.
       01  OPEN-APPLICATION-COUNT     PIC 9(5) VALUE 0.
       01  CLOSED-APPLICATION-COUNT   PIC 9(5) VALUE 0.

       *> Parsed interview row (applicant|job id|poster|status|
       *> slot 1|slot 2|slot 3|chosen slot|proposed at)
       01  PARSED-INTV-APPLICANT      PIC X(20) VALUE SPACES.
       01  PARSED-INTV-JOB-TEXT       PIC X(10) VALUE SPACES.
       01  PARSED-INTV-POSTER         PIC X(20) VALUE SPACES.
       01  PARSED-INTV-STATUS         PIC X(10) VALUE SPACES.
       01  PARSED-INTV-SLOTS.
           05  PARSED-INTV-SLOT OCCURS 3 TIMES PIC X(40).
       01  PARSED-INTV-CHOSEN         PIC X(40) VALUE SPACES.
       01  PARSED-INTV-PROPOSED-AT    PIC X(26) VALUE SPACES.
       01  UPCOMING-INTERVIEW-COUNT   PIC 9(5) VALUE 0.
       01  INTERVIEW-ROLE-TEXT        PIC X(40) VALUE SPACES.

       *> Message counts
       01  INBOX-TOTAL                PIC 9(6) VALUE 0.
       01  INBOX-UNREAD               PIC 9(6) VALUE 0.
       01  INBOX-HIDDEN               PIC 9(6) VALUE 0.
       01  SENT-TOTAL                 PIC 9(6) VALUE 0.
       01  SENT-HIDDEN                PIC 9(6) VALUE 0.

       *> Parsed saved-search row
       *> (username|keyword|location|last viewed at)
       01  PARSED-SEARCH-USER         PIC X(20) VALUE SPACES.
       01  PARSED-SEARCH-KEYWORD      PIC X(60) VALUE SPACES.
       01  PARSED-SEARCH-LOCATION     PIC X(60) VALUE SPACES.
       01  PARSED-SEARCH-VIEWED-AT    PIC X(26) VALUE SPACES.
       01  SAVED-SEARCH-COUNT         PIC 9(5) VALUE 0.

       *> Parsed report row (key|reporter|type|ref|reason|status|at)
       01  PARSED-REPORT-KEY-TEXT     PIC X(12) VALUE SPACES.
       01  PARSED-REPORT-KEY          PIC 9(9) VALUE 0.
       01  PARSED-REPORTER            PIC X(20) VALUE SPACES.
       01  PARSED-REPORT-TYPE         PIC X(3) VALUE SPACES.
       01  PARSED-REF-TEXT            PIC X(12) VALUE SPACES.
       01  PARSED-REF                 PIC 9(9) VALUE 0.
       01  PARSED-REASON              PIC X(100) VALUE SPACES.
       01  PARSED-REPORT-STATUS       PIC X(10) VALUE SPACES.
       01  PARSED-REPORTED-AT         PIC X(26) VALUE SPACES.
       01  REPORTS-BY-COUNT           PIC 9(5) VALUE 0.
       01  REPORTS-AGAINST-COUNT      PIC 9(5) VALUE 0.
       01  MESSAGES-OPEN-FLAG         PIC X VALUE "N".
           88  MESSAGES-OPEN          VALUE "Y".
           88  MESSAGES-CLOSED        VALUE "N".

       *> Parsed announcement row (id|posted by|...), for ANN reports
       01  PARSED-ANN-ID-TEXT         PIC X(12) VALUE SPACES.
       01  PARSED-ANN-POSTED-BY       PIC X(20) VALUE SPACES.

       *> Who the reported content belongs to
       01  OFFENDER-USERNAME          PIC X(20) VALUE SPACES.

       01  I                          PIC 9(5) VALUE 0.
       01  COUNT-DISP                 PIC Z(5)9 VALUE ZERO.
       01  COUNT-DISP-2               PIC Z(5)9 VALUE ZERO.
       01  COUNT-DISP-3               PIC Z(5)9 VALUE ZERO.
       01  JOB-ID-DISP                PIC Z(4)9 VALUE ZERO.
       01  REPORT-KEY-DISP            PIC Z(8)9 VALUE ZERO.

       *> Stamps are shown as YYYY-MM-DD HH:MM
       01  STAMP-IN                   PIC X(26) VALUE SPACES.
       01  STAMP-OUT                  PIC X(16) VALUE SPACES.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.
       01  LINE-POINTER               PIC 9(3) VALUE 1.
       01  SLOT-INDEX                 PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-INQUIRY.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   STOP RUN
           END-ACCEPT
           MOVE FUNCTION TRIM(ARG-VALUE) TO TARGET-USERNAME
           IF FUNCTION LENGTH(FUNCTION TRIM(TARGET-USERNAME)) = 0
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(TARGET-USERNAME) TO TARGET-KEY

           PERFORM SHOW-ACCOUNT
           PERFORM SHOW-PROFILE
           PERFORM SHOW-NETWORK
           PERFORM LOAD-LISTINGS
           PERFORM SHOW-APPLICATIONS
           PERFORM SHOW-INTERVIEWS
           PERFORM SHOW-MESSAGE-COUNTS
           PERFORM SHOW-SAVED-SEARCHES
           PERFORM SHOW-REPORTS
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "InCollege user inquiry -- help desk, read only"
           DISPLAY "  InCollegeUserInquiry <username>".

      *> --------------------------------------------------------
      *> Account row and lock status
      *> --------------------------------------------------------
       SHOW-ACCOUNT.
           SET ACCOUNT-NOT-FOUND TO TRUE
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS = "00"
               MOVE TARGET-KEY TO ACCT-USERNAME-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-FOUND TO TRUE
                       MOVE ACCT-USERNAME-DISPLAY TO TARGET-USERNAME
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "==== " FUNCTION TRIM(TARGET-USERNAME) " ===="
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)
           DISPLAY "---- Account ----"

           IF ACCOUNT-NOT-FOUND
               DISPLAY "No account on file under this username "
                   "(closed, merged or never registered)."
           ELSE
               MOVE SPACES TO LINE-TEXT
               IF FUNCTION LENGTH(FUNCTION TRIM(ACCT-ROLE)) = 0
                   STRING "Role: STUDENT"
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               ELSE
                   STRING "Role: " FUNCTION TRIM(ACCT-ROLE)
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               END-IF
               DISPLAY FUNCTION TRIM(LINE-TEXT)

               MOVE ACCT-LAST-LOGIN TO STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE SPACES TO LINE-TEXT
               STRING "Last login: " FUNCTION TRIM(STAMP-OUT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(LINE-TEXT)
           END-IF

           PERFORM REPLAY-AUDIT-LOG
           MOVE FAILURE-STREAK TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           IF FAILURE-STREAK >= MAX-LOGIN-FAILURES
               STRING "Lock status: LOCKED ("
                      FUNCTION TRIM(COUNT-DISP)
                      " consecutive failures) - InCollegeAccountAdmin "
                      "UNLOCK clears it"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           ELSE
               STRING "Lock status: not locked ("
                      FUNCTION TRIM(COUNT-DISP)
                      " failures since the last good login)"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> The user's current consecutive-failure streak: SUCCESS and
      *> UNLOCK reset it, every other outcome is neutral.
       REPLAY-AUDIT-LOG.
           MOVE 0 TO FAILURE-STREAK
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AUDIT-FILE-STATUS = "10"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO AUDIT-FILE-STATUS
                   NOT AT END
                       PERFORM TALLY-AUDIT-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       TALLY-AUDIT-ROW.
           MOVE SPACES TO AUDIT-SCAN-USERNAME
           MOVE SPACES TO AUDIT-SCAN-OUTCOME
           UNSTRING AUDIT-REC DELIMITED BY "|"
               INTO AUDIT-SCAN-USERNAME
                    AUDIT-SCAN-TIMESTAMP
                    AUDIT-SCAN-OUTCOME
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(AUDIT-SCAN-USERNAME))
              NOT = TARGET-KEY
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(AUDIT-SCAN-OUTCOME)
               WHEN "FAILURE"
                   IF FAILURE-STREAK < 9999
                       ADD 1 TO FAILURE-STREAK
                   END-IF
               WHEN "SUCCESS"
                   MOVE 0 TO FAILURE-STREAK
               WHEN "UNLOCK"
                   MOVE 0 TO FAILURE-STREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Profile: which of the eight sections are filled in
      *> --------------------------------------------------------
       SHOW-PROFILE.
           DISPLAY " "
           DISPLAY "---- Profile ----"
           OPEN INPUT PROFILES-FILE
           IF PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "No profile."
               EXIT PARAGRAPH
           END-IF
           MOVE TARGET-KEY TO PROF-USERNAME-KEY
           READ PROFILES-FILE
               INVALID KEY
                   CLOSE PROFILES-FILE
                   DISPLAY "No profile."
                   EXIT PARAGRAPH
           END-READ
           CLOSE PROFILES-FILE

           MOVE 0 TO PROFILE-FILLED-COUNT
           MOVE SPACES TO PROFILE-MISSING-TEXT
           MOVE 1 TO MISSING-POINTER

           MOVE "first name" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-FIRST-NAME NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "last name" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-LAST-NAME NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "university" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-UNIVERSITY NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "major" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-MAJOR NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "graduation year" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-GRAD-YEAR NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "about me" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-ABOUT NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "experience" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-EXPERIENCES NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE "education" TO SECTION-NAME
           SET SECTION-EMPTY TO TRUE
           IF PROF-EDUCATIONS NOT = SPACES
               SET SECTION-FILLED TO TRUE
           END-IF
           PERFORM TALLY-PROFILE-SECTION

           MOVE SPACES TO LINE-TEXT
           STRING "Complete: " PROFILE-FILLED-COUNT " of "
                  PROFILE-SECTION-COUNT " sections filled in"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)
           IF PROFILE-FILLED-COUNT < PROFILE-SECTION-COUNT
               MOVE SPACES TO LINE-TEXT
               STRING "Missing: " FUNCTION TRIM(PROFILE-MISSING-TEXT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(LINE-TEXT)
           END-IF

           MOVE SPACES TO LINE-TEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(PROF-VISIBILITY)) = 0
               STRING "Visibility: EVERYONE"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           ELSE
               STRING "Visibility: " FUNCTION TRIM(PROF-VISIBILITY)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(LINE-TEXT).

       TALLY-PROFILE-SECTION.
           IF SECTION-FILLED
               ADD 1 TO PROFILE-FILLED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MISSING-POINTER > 1
               STRING ", " DELIMITED BY SIZE
                      INTO PROFILE-MISSING-TEXT
                      WITH POINTER MISSING-POINTER
               END-STRING
           END-IF
           STRING FUNCTION TRIM(SECTION-NAME) DELIMITED BY SIZE
                  INTO PROFILE-MISSING-TEXT
                  WITH POINTER MISSING-POINTER
           END-STRING.

      *> --------------------------------------------------------
      *> Network: connections, and pending requests both ways
      *> --------------------------------------------------------
       SHOW-NETWORK.
           MOVE 0 TO CONNECTION-TOTAL
           OPEN INPUT CONNECTIONS-FILE
           IF CONNECTION-FILE-STATUS = "00"
               PERFORM UNTIL CONNECTION-FILE-STATUS = "10"
                   READ CONNECTIONS-FILE
                       AT END
                           MOVE "10" TO CONNECTION-FILE-STATUS
                       NOT AT END
                           MOVE CONNECTIONS-REC TO LINE-TEXT
                           PERFORM PARSE-NAME-PAIR
                           IF PARSED-USER-1 = TARGET-KEY
                              OR PARSED-USER-2 = TARGET-KEY
                               ADD 1 TO CONNECTION-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF

           MOVE 0 TO REQUESTS-SENT-TOTAL
           MOVE 0 TO REQUESTS-RECEIVED-TOTAL
           OPEN INPUT REQUESTS-FILE
           IF REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL REQUEST-FILE-STATUS = "10"
                   READ REQUESTS-FILE
                       AT END
                           MOVE "10" TO REQUEST-FILE-STATUS
                       NOT AT END
                           MOVE REQUESTS-REC TO LINE-TEXT
                           PERFORM PARSE-NAME-PAIR
                           IF PARSED-USER-1 = TARGET-KEY
                               ADD 1 TO REQUESTS-SENT-TOTAL
                           END-IF
                           IF PARSED-USER-2 = TARGET-KEY
                               ADD 1 TO REQUESTS-RECEIVED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-FILE
           END-IF

           DISPLAY " "
           DISPLAY "---- Network ----"
           MOVE CONNECTION-TOTAL TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Connections: " FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)
           MOVE REQUESTS-SENT-TOTAL TO COUNT-DISP
           MOVE REQUESTS-RECEIVED-TOTAL TO COUNT-DISP-2
           MOVE SPACES TO LINE-TEXT
           STRING "Pending requests: " FUNCTION TRIM(COUNT-DISP)
                  " sent, " FUNCTION TRIM(COUNT-DISP-2)
                  " received"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> name|name|stamp in LINE-TEXT; both names upper-cased
       PARSE-NAME-PAIR.
           MOVE SPACES TO PARSED-USER-1
           MOVE SPACES TO PARSED-USER-2
           UNSTRING LINE-TEXT DELIMITED BY "|"
               INTO PARSED-USER-1
                    PARSED-USER-2
                    PARSED-MADE-AT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-USER-1)) TO
               PARSED-USER-1
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-USER-2)) TO
               PARSED-USER-2.

      *> --------------------------------------------------------
      *> Listings: every row, for titles, companies and posters
      *> --------------------------------------------------------
       LOAD-LISTINGS.
           MOVE 0 TO LISTING-COUNT
           MOVE 0 TO RECORD-NUMBER
           OPEN INPUT JOBS-FILE
           IF JOB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL JOB-FILE-STATUS = "10"
               READ JOBS-FILE
                   AT END
                       MOVE "10" TO JOB-FILE-STATUS
                   NOT AT END
                       ADD 1 TO RECORD-NUMBER
                       PERFORM PARSE-JOB-ROW
                       IF LISTING-COUNT < MAX-LISTINGS
                           ADD 1 TO LISTING-COUNT
                           MOVE PARSED-JOB-ID TO
                               LISTING-ID(LISTING-COUNT)
                           MOVE PARSED-TITLE TO
                               LISTING-TITLE(LISTING-COUNT)
                           MOVE PARSED-COMPANY TO
                               LISTING-COMPANY(LISTING-COUNT)
                           MOVE PARSED-POSTED-BY TO
                               LISTING-POSTER(LISTING-COUNT)
                           MOVE PARSED-JOB-STATUS TO
                               LISTING-STATUS(LISTING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       PARSE-JOB-ROW.
           MOVE SPACES TO PARSED-JOB-ID-TEXT
           MOVE SPACES TO PARSED-TITLE
           MOVE SPACES TO PARSED-COMPANY
           MOVE SPACES TO PARSED-DESCRIPTION
           MOVE SPACES TO PARSED-LOCATION
           MOVE SPACES TO PARSED-POSTED-BY
           MOVE SPACES TO PARSED-POSTED-AT
           MOVE SPACES TO PARSED-JOB-STATUS

           UNSTRING JOBS-REC DELIMITED BY "|"
               INTO PARSED-JOB-ID-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-JOB-ID-TEXT) IS NUMERIC
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO PARSED-JOB-ID-TEXT
                        PARSED-TITLE
                        PARSED-COMPANY
                        PARSED-DESCRIPTION
                        PARSED-LOCATION
                        PARSED-POSTED-BY
                        PARSED-POSTED-AT
                        PARSED-JOB-STATUS
               END-UNSTRING
               COMPUTE PARSED-JOB-ID =
                   FUNCTION NUMVAL(PARSED-JOB-ID-TEXT)
           ELSE
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO PARSED-TITLE
                        PARSED-COMPANY
                        PARSED-DESCRIPTION
                        PARSED-LOCATION
                        PARSED-POSTED-BY
                        PARSED-POSTED-AT
               END-UNSTRING
               MOVE RECORD-NUMBER TO PARSED-JOB-ID
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-JOB-STATUS)) = 0
               MOVE "OPEN" TO PARSED-JOB-STATUS
           END-IF.

      *> LOOKUP-JOB-ID -> FOUND-LISTING-INDEX (0 when not on the board)
       FIND-LISTING.
           MOVE 0 TO FOUND-LISTING-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LISTING-COUNT
                   OR FOUND-LISTING-INDEX > 0
               IF LISTING-ID(I) = LOOKUP-JOB-ID
                   MOVE I TO FOUND-LISTING-INDEX
               END-IF
           END-PERFORM.

      *> "#id title at company" for LOOKUP-JOB-ID, into LINE-TEXT
      *> after the given prefix is already in place
       LISTING-LABEL.
           MOVE LOOKUP-JOB-ID TO JOB-ID-DISP
           PERFORM FIND-LISTING
           IF FOUND-LISTING-INDEX = 0
               STRING "#" FUNCTION TRIM(JOB-ID-DISP)
                      " (listing no longer on file)"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
           ELSE
               STRING "#" FUNCTION TRIM(JOB-ID-DISP) " "
                      FUNCTION TRIM(LISTING-TITLE(FOUND-LISTING-INDEX))
                      " at "
                      FUNCTION TRIM(LISTING-COMPANY
                          (FOUND-LISTING-INDEX))
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
           END-IF.

      *> --------------------------------------------------------
      *> Applications still open (PENDING / REVIEWED)
      *> --------------------------------------------------------
       SHOW-APPLICATIONS.
           DISPLAY " "
           DISPLAY "---- Open applications ----"
           MOVE 0 TO OPEN-APPLICATION-COUNT
           MOVE 0 TO CLOSED-APPLICATION-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF APPLICATION-FILE-STATUS = "00"
               PERFORM UNTIL APPLICATION-FILE-STATUS = "10"
                   READ APPLICATIONS-FILE
                       AT END
                           MOVE "10" TO APPLICATION-FILE-STATUS
                       NOT AT END
                           PERFORM SHOW-ONE-APPLICATION
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF

           IF OPEN-APPLICATION-COUNT = 0
               DISPLAY "None."
           END-IF
           IF CLOSED-APPLICATION-COUNT > 0
               MOVE CLOSED-APPLICATION-COUNT TO COUNT-DISP
               MOVE SPACES TO LINE-TEXT
               STRING "(" FUNCTION TRIM(COUNT-DISP)
                      " decided application(s) not shown)"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(LINE-TEXT)
           END-IF.

       SHOW-ONE-APPLICATION.
           MOVE SPACES TO PARSED-APPLICANT
           MOVE SPACES TO PARSED-APPL-JOB-TEXT
           MOVE SPACES TO PARSED-APPL-STATUS
           MOVE SPACES TO PARSED-SUBMITTED-AT
           MOVE SPACES TO PARSED-CHANGED-AT
           UNSTRING APPLICATIONS-REC DELIMITED BY "|"
               INTO PARSED-APPLICANT
                    PARSED-APPL-JOB-TEXT
                    PARSED-APPL-STATUS
                    PARSED-SUBMITTED-AT
                    PARSED-CHANGED-AT
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-APPLICANT))
              NOT = TARGET-KEY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PARSED-APPL-STATUS) NOT = "PENDING"
              AND FUNCTION TRIM(PARSED-APPL-STATUS) NOT = "REVIEWED"
               ADD 1 TO CLOSED-APPLICATION-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPEN-APPLICATION-COUNT

           COMPUTE LOOKUP-JOB-ID = FUNCTION NUMVAL(PARSED-APPL-JOB-TEXT)
           MOVE SPACES TO LINE-TEXT
           MOVE 1 TO LINE-POINTER
           STRING FUNCTION TRIM(PARSED-APPL-STATUS) "  "
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
                  WITH POINTER LINE-POINTER
           END-STRING
           PERFORM LISTING-LABEL
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           MOVE SPACES TO LINE-TEXT
           MOVE 1 TO LINE-POINTER
           IF PARSED-SUBMITTED-AT(1:8) IS NUMERIC
               STRING "  Applied: "
                      PARSED-SUBMITTED-AT(1:4) "-"
                      PARSED-SUBMITTED-AT(5:2) "-"
                      PARSED-SUBMITTED-AT(7:2)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
           ELSE
               STRING "  Applied: (undated)"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
           END-IF
           IF PARSED-CHANGED-AT(1:8) IS NUMERIC
               STRING "  Status last changed: "
                      PARSED-CHANGED-AT(1:4) "-"
                      PARSED-CHANGED-AT(5:2) "-"
                      PARSED-CHANGED-AT(7:2)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(LINE-TEXT TRAILING).

      *> --------------------------------------------------------
      *> Interviews still to happen (PROPOSED / CONFIRMED). Slots
      *> are free text, so a CONFIRMED one is listed whatever its
      *> date.
      *> --------------------------------------------------------
       SHOW-INTERVIEWS.
           DISPLAY " "
           DISPLAY "---- Upcoming interviews ----"
           MOVE 0 TO UPCOMING-INTERVIEW-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF INTERVIEW-FILE-STATUS = "00"
               PERFORM UNTIL INTERVIEW-FILE-STATUS = "10"
                   READ INTERVIEWS-FILE
                       AT END
                           MOVE "10" TO INTERVIEW-FILE-STATUS
                       NOT AT END
                           PERFORM SHOW-ONE-INTERVIEW
                   END-READ
               END-PERFORM
               CLOSE INTERVIEWS-FILE
           END-IF
           IF UPCOMING-INTERVIEW-COUNT = 0
               DISPLAY "None."
           END-IF.

       SHOW-ONE-INTERVIEW.
           MOVE SPACES TO PARSED-INTV-APPLICANT
           MOVE SPACES TO PARSED-INTV-JOB-TEXT
           MOVE SPACES TO PARSED-INTV-POSTER
           MOVE SPACES TO PARSED-INTV-STATUS
           MOVE SPACES TO PARSED-INTV-SLOTS
           MOVE SPACES TO PARSED-INTV-CHOSEN
           MOVE SPACES TO PARSED-INTV-PROPOSED-AT
           UNSTRING INTERVIEWS-REC DELIMITED BY "|"
               INTO PARSED-INTV-APPLICANT
                    PARSED-INTV-JOB-TEXT
                    PARSED-INTV-POSTER
                    PARSED-INTV-STATUS
                    PARSED-INTV-SLOT(1)
                    PARSED-INTV-SLOT(2)
                    PARSED-INTV-SLOT(3)
                    PARSED-INTV-CHOSEN
                    PARSED-INTV-PROPOSED-AT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-INTV-STATUS) NOT = "PROPOSED"
              AND FUNCTION TRIM(PARSED-INTV-STATUS) NOT = "CONFIRMED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INTERVIEW-ROLE-TEXT
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(FUNCTION
                    TRIM(PARSED-INTV-APPLICANT)) = TARGET-KEY
                   STRING "with "
                          FUNCTION TRIM(PARSED-INTV-POSTER)
                          DELIMITED BY SIZE
                          INTO INTERVIEW-ROLE-TEXT
                   END-STRING
               WHEN FUNCTION UPPER-CASE(FUNCTION
                    TRIM(PARSED-INTV-POSTER)) = TARGET-KEY
                   STRING "interviewing "
                          FUNCTION TRIM(PARSED-INTV-APPLICANT)
                          DELIMITED BY SIZE
                          INTO INTERVIEW-ROLE-TEXT
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO UPCOMING-INTERVIEW-COUNT

           COMPUTE LOOKUP-JOB-ID = FUNCTION NUMVAL(PARSED-INTV-JOB-TEXT)
           MOVE SPACES TO LINE-TEXT
           MOVE 1 TO LINE-POINTER
           STRING FUNCTION TRIM(PARSED-INTV-STATUS) "  "
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
                  WITH POINTER LINE-POINTER
           END-STRING
           PERFORM LISTING-LABEL
           STRING ", " FUNCTION TRIM(INTERVIEW-ROLE-TEXT)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
                  WITH POINTER LINE-POINTER
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           MOVE SPACES TO LINE-TEXT
           IF FUNCTION TRIM(PARSED-INTV-STATUS) = "CONFIRMED"
               STRING "  Slot: " FUNCTION TRIM(PARSED-INTV-CHOSEN)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           ELSE
               MOVE 1 TO LINE-POINTER
               STRING "  Offered:" DELIMITED BY SIZE
                      INTO LINE-TEXT
                      WITH POINTER LINE-POINTER
               END-STRING
               PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                       UNTIL SLOT-INDEX > 3
                   IF PARSED-INTV-SLOT(SLOT-INDEX) NOT = SPACES
                       STRING " [" FUNCTION TRIM(PARSED-INTV-SLOT
                              (SLOT-INDEX)) "]"
                              DELIMITED BY SIZE
                              INTO LINE-TEXT
                              WITH POINTER LINE-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY FUNCTION TRIM(LINE-TEXT TRAILING).

      *> --------------------------------------------------------
      *> Messages: counts only, bodies are not shown
      *> --------------------------------------------------------
       SHOW-MESSAGE-COUNTS.
           MOVE 0 TO INBOX-TOTAL
           MOVE 0 TO INBOX-UNREAD
           MOVE 0 TO INBOX-HIDDEN
           MOVE 0 TO SENT-TOTAL
           MOVE 0 TO SENT-HIDDEN
           OPEN INPUT MESSAGES-FILE
           IF MESSAGE-FILE-STATUS = "00"
               PERFORM UNTIL MESSAGE-FILE-STATUS NOT = "00"
                   READ MESSAGES-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-ONE-MESSAGE
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF

           DISPLAY " "
           DISPLAY "---- Messages ----"
           MOVE INBOX-TOTAL TO COUNT-DISP
           MOVE INBOX-UNREAD TO COUNT-DISP-2
           MOVE INBOX-HIDDEN TO COUNT-DISP-3
           MOVE SPACES TO LINE-TEXT
           STRING "Inbox: " FUNCTION TRIM(COUNT-DISP) " visible, "
                  FUNCTION TRIM(COUNT-DISP-2) " unread, "
                  FUNCTION TRIM(COUNT-DISP-3)
                  " hidden by moderation"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)
           MOVE SENT-TOTAL TO COUNT-DISP
           MOVE SENT-HIDDEN TO COUNT-DISP-2
           MOVE SPACES TO LINE-TEXT
           STRING "Sent: " FUNCTION TRIM(COUNT-DISP) ", of which "
                  FUNCTION TRIM(COUNT-DISP-2)
                  " hidden by moderation"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> Inbox counts match what the user sees: a hidden message is
      *> left out of the inbox and the unread count.
       TALLY-ONE-MESSAGE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSG-REC-RECIPIENT)) =
              TARGET-KEY
               IF MSG-REC-HIDDEN-FLAG = "Y"
                   ADD 1 TO INBOX-HIDDEN
               ELSE
                   ADD 1 TO INBOX-TOTAL
                   IF MSG-REC-READ-FLAG NOT = "Y"
                       ADD 1 TO INBOX-UNREAD
                   END-IF
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSG-REC-SENDER)) =
              TARGET-KEY
               ADD 1 TO SENT-TOTAL
               IF MSG-REC-HIDDEN-FLAG = "Y"
                   ADD 1 TO SENT-HIDDEN
               END-IF
           END-IF.

      *> --------------------------------------------------------
      *> Saved searches
      *> --------------------------------------------------------
       SHOW-SAVED-SEARCHES.
           DISPLAY " "
           DISPLAY "---- Saved searches ----"
           MOVE 0 TO SAVED-SEARCH-COUNT
           OPEN INPUT SAVED-SEARCHES-FILE
           IF SEARCH-FILE-STATUS = "00"
               PERFORM UNTIL SEARCH-FILE-STATUS = "10"
                   READ SAVED-SEARCHES-FILE
                       AT END
                           MOVE "10" TO SEARCH-FILE-STATUS
                       NOT AT END
                           PERFORM SHOW-ONE-SAVED-SEARCH
                   END-READ
               END-PERFORM
               CLOSE SAVED-SEARCHES-FILE
           END-IF
           IF SAVED-SEARCH-COUNT = 0
               DISPLAY "None."
           END-IF.

       SHOW-ONE-SAVED-SEARCH.
           MOVE SPACES TO PARSED-SEARCH-USER
           MOVE SPACES TO PARSED-SEARCH-KEYWORD
           MOVE SPACES TO PARSED-SEARCH-LOCATION
           MOVE SPACES TO PARSED-SEARCH-VIEWED-AT
           UNSTRING SAVED-SEARCHES-REC DELIMITED BY "|"
               INTO PARSED-SEARCH-USER
                    PARSED-SEARCH-KEYWORD
                    PARSED-SEARCH-LOCATION
                    PARSED-SEARCH-VIEWED-AT
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-SEARCH-USER))
              NOT = TARGET-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SAVED-SEARCH-COUNT

           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-SEARCH-KEYWORD)) = 0
               MOVE "(any)" TO PARSED-SEARCH-KEYWORD
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-SEARCH-LOCATION))
              = 0
               MOVE "(any)" TO PARSED-SEARCH-LOCATION
           END-IF
           MOVE PARSED-SEARCH-VIEWED-AT TO STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LINE-TEXT
           STRING "Keyword: " FUNCTION TRIM(PARSED-SEARCH-KEYWORD)
                  "  Location: " FUNCTION TRIM(PARSED-SEARCH-LOCATION)
                  "  Last viewed: " FUNCTION TRIM(STAMP-OUT)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

      *> --------------------------------------------------------
      *> Reports filed by the user, then reports whose content
      *> belongs to the user (message sender, listing poster,
      *> announcement poster -- the same resolution Moderation uses)
      *> --------------------------------------------------------
       SHOW-REPORTS.
           DISPLAY " "
           DISPLAY "---- Content reports ----"
           MOVE 0 TO REPORTS-BY-COUNT
           MOVE 0 TO REPORTS-AGAINST-COUNT
           SET MESSAGES-CLOSED TO TRUE
           OPEN INPUT MESSAGES-FILE
           IF MESSAGE-FILE-STATUS = "00"
               SET MESSAGES-OPEN TO TRUE
           END-IF

           OPEN INPUT CONTENT-REPORTS-FILE
           IF CONTENT-REPORT-FILE-STATUS = "00"
               PERFORM UNTIL CONTENT-REPORT-FILE-STATUS = "10"
                   READ CONTENT-REPORTS-FILE
                       AT END
                           MOVE "10" TO CONTENT-REPORT-FILE-STATUS
                       NOT AT END
                           PERFORM SHOW-ONE-REPORT
                   END-READ
               END-PERFORM
               CLOSE CONTENT-REPORTS-FILE
           END-IF

           IF MESSAGES-OPEN
               CLOSE MESSAGES-FILE
           END-IF
           IF REPORTS-BY-COUNT = 0 AND REPORTS-AGAINST-COUNT = 0
               DISPLAY "None filed by or against this user."
           END-IF.

       SHOW-ONE-REPORT.
           MOVE SPACES TO PARSED-REPORT-KEY-TEXT
           MOVE SPACES TO PARSED-REPORTER
           MOVE SPACES TO PARSED-REPORT-TYPE
           MOVE SPACES TO PARSED-REF-TEXT
           MOVE SPACES TO PARSED-REASON
           MOVE SPACES TO PARSED-REPORT-STATUS
           MOVE SPACES TO PARSED-REPORTED-AT
           UNSTRING CONTENT-REPORTS-REC DELIMITED BY "|"
               INTO PARSED-REPORT-KEY-TEXT
                    PARSED-REPORTER
                    PARSED-REPORT-TYPE
                    PARSED-REF-TEXT
                    PARSED-REASON
                    PARSED-REPORT-STATUS
                    PARSED-REPORTED-AT
           END-UNSTRING
           COMPUTE PARSED-REPORT-KEY =
               FUNCTION NUMVAL(PARSED-REPORT-KEY-TEXT)
           COMPUTE PARSED-REF = FUNCTION NUMVAL(PARSED-REF-TEXT)

           PERFORM FIND-REPORTED-OWNER
           MOVE PARSED-REPORT-KEY TO REPORT-KEY-DISP
           MOVE PARSED-REPORTED-AT TO STAMP-IN
           PERFORM FORMAT-STAMP

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-REPORTER)) =
              TARGET-KEY
               ADD 1 TO REPORTS-BY-COUNT
               MOVE SPACES TO LINE-TEXT
               STRING "Filed #" FUNCTION TRIM(REPORT-KEY-DISP)
                      " (" FUNCTION TRIM(PARSED-REPORT-TYPE) ", "
                      FUNCTION TRIM(PARSED-REPORT-STATUS) ", "
                      FUNCTION TRIM(STAMP-OUT) ") against "
                      FUNCTION TRIM(OFFENDER-USERNAME) ": "
                      FUNCTION TRIM(PARSED-REASON)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(LINE-TEXT)
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(OFFENDER-USERNAME)) =
              TARGET-KEY
               ADD 1 TO REPORTS-AGAINST-COUNT
               MOVE SPACES TO LINE-TEXT
               STRING "Against #" FUNCTION TRIM(REPORT-KEY-DISP)
                      " (" FUNCTION TRIM(PARSED-REPORT-TYPE) ", "
                      FUNCTION TRIM(PARSED-REPORT-STATUS) ", "
                      FUNCTION TRIM(STAMP-OUT) ") by "
                      FUNCTION TRIM(PARSED-REPORTER) ": "
                      FUNCTION TRIM(PARSED-REASON)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               DISPLAY FUNCTION TRIM(LINE-TEXT)
           END-IF.

      *> OFFENDER-USERNAME for the report just parsed; "(content
      *> gone)" when the message, listing or announcement is no
      *> longer on file.
       FIND-REPORTED-OWNER.
           MOVE "(content gone)" TO OFFENDER-USERNAME

           EVALUATE FUNCTION TRIM(PARSED-REPORT-TYPE)
               WHEN "MSG"
                   IF MESSAGES-OPEN
                       MOVE PARSED-REF TO MSG-REC-KEY
                       READ MESSAGES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MSG-REC-SENDER TO
                                   OFFENDER-USERNAME
                       END-READ
                   END-IF
               WHEN "ANN"
                   OPEN INPUT ANNOUNCEMENTS-FILE
                   IF ANNOUNCEMENT-FILE-STATUS = "00"
                       PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
                           READ ANNOUNCEMENTS-FILE
                               AT END
                                   MOVE "10" TO
                                       ANNOUNCEMENT-FILE-STATUS
                               NOT AT END
                                   PERFORM MATCH-ANNOUNCEMENT-ROW
                           END-READ
                       END-PERFORM
                       CLOSE ANNOUNCEMENTS-FILE
                   END-IF
               WHEN OTHER
                   MOVE PARSED-REF TO LOOKUP-JOB-ID
                   PERFORM FIND-LISTING
                   IF FOUND-LISTING-INDEX > 0
                       MOVE LISTING-POSTER(FOUND-LISTING-INDEX) TO
                           OFFENDER-USERNAME
                   END-IF
           END-EVALUATE.

       MATCH-ANNOUNCEMENT-ROW.
           MOVE SPACES TO PARSED-ANN-ID-TEXT
           MOVE SPACES TO PARSED-ANN-POSTED-BY
           UNSTRING ANNOUNCEMENTS-REC DELIMITED BY "|"
               INTO PARSED-ANN-ID-TEXT
                    PARSED-ANN-POSTED-BY
           END-UNSTRING
           IF FUNCTION TRIM(PARSED-ANN-ID-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(PARSED-ANN-ID-TEXT) = PARSED-REF
                   MOVE PARSED-ANN-POSTED-BY TO OFFENDER-USERNAME
                   MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
               END-IF
           END-IF.

      *> STAMP-IN (CURRENT-DATE layout) -> STAMP-OUT
       FORMAT-STAMP.
           MOVE SPACES TO STAMP-OUT
           IF STAMP-IN(1:12) IS NUMERIC
               STRING STAMP-IN(1:4) "-" STAMP-IN(5:2) "-"
                      STAMP-IN(7:2) " " STAMP-IN(9:2) ":"
                      STAMP-IN(11:2)
                      DELIMITED BY SIZE
                      INTO STAMP-OUT
               END-STRING
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(STAMP-IN)) = 0
                   MOVE "never" TO STAMP-OUT
               ELSE
                   MOVE STAMP-IN TO STAMP-OUT
               END-IF
           END-IF.
