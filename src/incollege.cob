               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-TEMP-FILE-STATUS.

           *> Optional applicant requirements a poster attached to a
           *> listing (job id|major 1|major 2|major 3|earliest grad
           *> year|latest grad year|skill module flags). Kept beside
           *> jobs.dat so the listing row itself never changes shape.
           SELECT JOB-REQUIREMENTS-FILE
               ASSIGN TO "data/job_requirements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-REQ-FILE-STATUS.

           SELECT SKILLS-FILE ASSIGN TO "data/skill_progress.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKILL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTENT-REPORT-FILE-STATUS.

           *> Employer announcements to an audience of students. The
           *> online program only appends; the moderation utility
           *> pulls them.
           SELECT ANNOUNCEMENTS-FILE
               ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCEMENT-FILE-STATUS.

           *> Which user dismissed which announcement (username|
           *> announcement id|dismissed at). Append-only.
           SELECT ANN-DISMISSALS-FILE
               ASSIGN TO "data/announcement_dismissals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANN-DISMISSAL-FILE-STATUS.

           *> Interview proposals between job posters and accepted
           *> applicants (applicant|job id|poster|status|slots|...).
           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-TEMP-FILE-STATUS.

           *> Before and after images of every profile and company
           *> profile save, so an earlier version can be checked or
           *> put back (InCollegeProfileHistory). Append-only.
           SELECT PROFILE-HISTORY-FILE
               ASSIGN TO "data/profile_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-HISTORY-STATUS.

           *> all program input is read from a file
           SELECT INPUT-FILE ASSIGN TO "test/InCollege-Input.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  ACCT-ROW-INDEX         PIC 9(5).
           *> rewritten at each login
           05  ACCT-LAST-LOGIN        PIC X(26).
           *> STUDENT / EMPLOYER / OPERATOR, chosen at signup (ALUMNI
           *> is set later by the graduation rollover batch). Adding
           *> this field changed the record length, so accounts files
           *> from older builds must be converted with
           *> InCollegeDataMigrate before this build will open them.
                   15  PROF-EDU-DEGREE  PIC X(60).
                   15  PROF-EDU-SCHOOL  PIC X(60).
                   15  PROF-EDU-YEARS   PIC X(30).
           *> EVERYONE / CONNECTIONS / UNIVERSITY / HIDDEN, chosen
           *> under Account Settings. Adding this field changed the
           *> record length, so profiles files from older builds must
           *> be converted with InCollegeDataMigrate. Blank (a record
           *> the migration or the bulk load stamped) is treated as
           *> EVERYONE.
           05  PROF-VISIBILITY        PIC X(12).

       *> Pending "connection request" records (sender|recipient|sent
       *> at)
       FD  JOBS-TEMP-FILE.
       01  JOBS-TEMP-REC              PIC X(600).

       FD  JOB-REQUIREMENTS-FILE.
       01  JOB-REQUIREMENTS-REC       PIC X(250).

       FD  SKILLS-FILE. *> Per-user "Learn a New Skill" completion flags
       01  SKILLS-REC                 PIC X(80).

       FD  SKILLS-TEMP-FILE.
       01  SKILLS-TEMP-REC            PIC X(80).

       *> Job applications (applicant|job number|status|submitted at|
       *> status changed at)
       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       *> Scratch file for the application status rewrite
       FD  APPLICATIONS-TEMP-FILE.
       01  APPLICATIONS-TEMP-REC      PIC X(140).

       *> Direct messages, keyed by a permanent message number
       FD  MESSAGES-FILE.
       01  SAVED-SEARCHES-TEMP-REC    PIC X(200).

       *> Content reports
       *> (report key|reporter|MSG, JOB or ANN|content key|reason|
       *> status|reported at)
       FD  CONTENT-REPORTS-FILE.
       01  CONTENT-REPORTS-REC        PIC X(250).

       *> Announcements
       *> (id|posted by|status|expires YYYYMMDD|university|major|grad
       *> year|posted at|title|text)
       FD  ANNOUNCEMENTS-FILE.
       01  ANNOUNCEMENTS-REC          PIC X(500).

       *> Announcement dismissals (username|announcement id|
       *> dismissed at)
       FD  ANN-DISMISSALS-FILE.
       01  ANN-DISMISSALS-REC         PIC X(80).

       *> Interview proposals
       *> (applicant|job id|poster|status|slot1|slot2|slot3|chosen
       *> slot|proposed at)
       FD  COMPANY-PROFILES-TEMP-FILE.
       01  COMPANY-PROFILES-TEMP-REC  PIC X(400).

       *> Profile change history (saved at|saved by|username|PROFILE
       *> or COMPANY|BEFORE or AFTER|image). The image is the whole
       *> profiles.dat record, or the company_profiles.dat row.
       FD  PROFILE-HISTORY-FILE.
       01  PROFILE-HISTORY-REC        PIC X(1900).

       FD  AUDIT-LOG-FILE. *> Login attempt audit trail
       01  AUDIT-REC                  PIC X(200).

                       20  PROFILE-EDU-DEGREE  PIC X(60).
                       20  PROFILE-EDU-SCHOOL  PIC X(60).
                       20  PROFILE-EDU-YEARS   PIC X(30).
               10  PROFILE-VISIBILITY    PIC X(12).
                   88  VISIBLE-TO-EVERYONE    VALUE SPACES "EVERYONE".
                   88  VISIBLE-TO-CONNECTIONS VALUE "CONNECTIONS".
                   88  VISIBLE-TO-UNIVERSITY  VALUE "UNIVERSITY".
                   88  HIDDEN-FROM-SEARCH     VALUE "HIDDEN".

       01  PROFILE-EXISTS OCCURS 50000 TIMES PIC X VALUE "N".
       01  SKILL-DONE-TABLE OCCURS 50000 TIMES.
               *> Optional YYYYMMDD; the job maintenance batch expires
               *> OPEN listings past this date.
               10  JOB-CLOSING-DATE   PIC X(8).
               *> Applicant requirements from job_requirements.dat;
               *> all blank when the poster set none. A major matches
               *> when the applicant's major contains it; a skill
               *> module is required when its flag is "Y".
               10  JOB-REQ-MAJOR OCCURS 3 TIMES PIC X(50).
               10  JOB-REQ-MIN-YEAR   PIC X(4).
               10  JOB-REQ-MAX-YEAR   PIC X(4).
               10  JOB-REQ-SKILL OCCURS 5 TIMES PIC X.
       01  JOB-MENU-CHOICE             PIC 9 VALUE 0.
       01  JOBS-FOUND-FLAG             PIC X VALUE "N".
           88  JOBS-FOUND             VALUE "Y".
       01  JOB-FOUND-INDEX             PIC 9(5) VALUE 0.
       01  JOB-STATUS-CHOICE           PIC 9 VALUE 0.
       01  JOB-ID-DISP                 PIC Z(4)9 VALUE ZERO.
       01  JOB-REQ-FILE-STATUS         PIC XX VALUE "00".

       *> Listing requirements: parsing, prompting, and the fit check
       *> REVIEW-JOB-APPLICANTS ranks applicants by.
       01  REQ-JOB-IDX                 PIC 9(5) VALUE 0.
       01  REQ-IDX                     PIC 9 VALUE 0.
       01  REQ-CHAR-IDX                PIC 9(3) VALUE 0.
       01  REQ-DIGIT                   PIC 9 VALUE 0.
       01  REQ-SWAP-YEAR               PIC X(4) VALUE SPACES.
       01  REQ-SKILL-FLAGS             PIC X(5) VALUE SPACES.
       01  REQ-TEXT                    PIC X(200) VALUE SPACES.
       01  REQ-TEXT-PTR                PIC 9(3) VALUE 1.
       01  REQ-LIST-COUNT              PIC 9 VALUE 0.
       01  JOB-REQS-FLAG               PIC X VALUE "N".
           88  JOB-HAS-REQUIREMENTS    VALUE "Y".
           88  JOB-HAS-NO-REQUIREMENTS VALUE "N".

       *> One applicant's standing against listing JOB-FOUND-INDEX.
       *> Each result is "M" (meets), "X" (misses), or space when the
       *> listing doesn't ask for it.
       01  FIT-APPLICANT-INDEX         PIC 9(5) VALUE 0.
       01  FIT-REQ-COUNT               PIC 9 VALUE 0.
       01  FIT-MET-COUNT               PIC 9 VALUE 0.
       01  FIT-MAJOR-RESULT            PIC X VALUE SPACE.
       01  FIT-YEAR-RESULT             PIC X VALUE SPACE.
       01  FIT-SKILL-RESULT OCCURS 5 TIMES PIC X VALUE SPACE.
       01  FIT-APPLICANT-MAJOR         PIC X(50) VALUE SPACES.
       01  FIT-APPLICANT-YEAR          PIC X(4) VALUE SPACES.

       *> Applications to the listing under review, best fit first.
       *> Ties keep the order the applications came in.
       01  REVIEW-JOB-IDX              PIC 9(5) VALUE 0.
       01  MAX-RANKED                  PIC 9(4) VALUE 1000.
       01  RANKED-COUNT                PIC 9(4) VALUE 0.
       01  RANKED-TABLE.
           05  RANKED-ENTRY OCCURS 1000 TIMES.
               10  RANKED-APPL-IDX     PIC 9(5).
               10  RANKED-MET-COUNT    PIC 9.
               10  RANKED-SHOWN-FLAG   PIC X.
       01  RANK-IDX                    PIC 9(4) VALUE 0.
       01  RANK-BEST-IDX               PIC 9(4) VALUE 0.
       01  RANK-SHOWN-COUNT            PIC 9(4) VALUE 0.
       01  RANKED-COUNT-DISP           PIC Z(3)9 VALUE ZERO.

       *> --------------------------------------------------------
       *> Job applications (who applied to which listing, and where the
               *> listing's position in jobs.dat is a stable reference.
               10  APPL-JOB-NUMBER    PIC 9(5).
               10  APPL-STATUS        PIC X(10).
               *> FUNCTION CURRENT-DATE when the student applied, and
               *> when the poster last changed the status (same as
               *> submitted until then). Both blank on rows filed
               *> before applications were dated.
               10  APPL-SUBMITTED-AT  PIC X(26).
               10  APPL-STATUS-CHANGED-AT PIC X(26).
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  APPLICATION-TEMP-FILE-STATUS PIC XX VALUE "00".
       01  APPL-JOB-NUM-TEXT          PIC X(10) VALUE SPACES.
       01  ACCOUNT-CLOSED-FLAG        PIC X VALUE "N".
           88  ACCOUNT-CLOSED         VALUE "Y".
           88  ACCOUNT-NOT-CLOSED     VALUE "N".
       01  VISIBILITY-CHOICE          PIC 9 VALUE 0.

       *> --------------------------------------------------------
       *> Profile visibility. CHECK-PROFILE-ACCESS decides how much of
       *> profile DISPLAY-USER-INDEX the current user may see: all of
       *> it, a name-only card (still listed by the name search, so
       *> people can find and connect with them), or nothing at all
       *> (left out of every listing). Connections and the owner
       *> always get the full profile.
       *> --------------------------------------------------------
       01  PROFILE-ACCESS-FLAG        PIC X VALUE "F".
           88  PROFILE-ACCESS-FULL    VALUE "F".
           88  PROFILE-ACCESS-LIMITED VALUE "L".
           88  PROFILE-ACCESS-NONE    VALUE "N".
       01  VISIBILITY-TEXT            PIC X(40) VALUE SPACES.

       *> --------------------------------------------------------
       *> Login audit trail + failed-login lockout. The audit log is
       *> not ride on I (same reason PEOPLE-YOU-MAY-KNOW uses SUGG-SCAN)
       01  BROWSE-SCAN                 PIC 9(5) VALUE 0.
       01  BROWSE-MATCH-COUNT          PIC 9(5) VALUE 0.
       *> Alumni are counted apart from current students
       01  BROWSE-ALUMNI-COUNT         PIC 9(5) VALUE 0.
       01  BROWSE-STUDENT-COUNT        PIC 9(5) VALUE 0.
       01  BROWSE-COUNT-DISP           PIC Z(4)9 VALUE ZERO.
       01  BROWSE-ALUMNI-DISP          PIC Z(4)9 VALUE ZERO.
       01  BROWSE-MATCH-FLAG           PIC X VALUE "N".
           88  BROWSE-ROW-MATCHES      VALUE "Y".
           88  BROWSE-ROW-NO-MATCH     VALUE "N".
       01  CONTENT-REPORT-KEY-TEXT    PIC X(12) VALUE SPACES.
       01  REPORT-OFFER-CHOICE        PIC 9 VALUE 0.

       *> --------------------------------------------------------
       *> Employer announcements. An employer posts a notice for the
       *> students matching a university / major / graduation-year
       *> filter -- matched the way BROWSE-CLASSMATES matches -- with
       *> an expiry date. Matching students see it in a section at
       *> login until they dismiss it. Only ACTIVE rows are shown;
       *> the moderation utility pulls one by setting it PULLED.
       *> --------------------------------------------------------
       01  MAX-ANNOUNCEMENTS          PIC 9(5) VALUE 5000.
       01  ANNOUNCEMENT-COUNT         PIC 9(5) VALUE 0.
       01  ANNOUNCEMENT-TABLE.
           05  ANNOUNCEMENT-ENTRY OCCURS 5000 TIMES.
               10  ANN-ID             PIC 9(9).
               10  ANN-POSTED-BY      PIC X(20).
               10  ANN-STATUS         PIC X(10).
               10  ANN-EXPIRES        PIC X(8).
               10  ANN-UNIVERSITY     PIC X(50).
               10  ANN-MAJOR          PIC X(50).
               10  ANN-GRAD-YEAR      PIC X(4).
               10  ANN-POSTED-AT      PIC X(26).
               10  ANN-TITLE          PIC X(60).
               10  ANN-TEXT           PIC X(200).
       *> Highest ID on file + 1, computed by LOAD-ANNOUNCEMENTS
       01  NEXT-ANNOUNCEMENT-ID       PIC 9(9) VALUE 1.
       01  MAX-ANN-DISMISSALS         PIC 9(5) VALUE 50000.
       01  ANN-DISMISSAL-COUNT        PIC 9(5) VALUE 0.
       01  ANN-DISMISSAL-TABLE.
           05  ANN-DISMISSAL-ENTRY OCCURS 50000 TIMES.
               *> upper-cased
               10  ANN-DISMISSED-BY   PIC X(20).
               10  ANN-DISMISSED-ID   PIC 9(9).
       01  ANNOUNCEMENT-FILE-STATUS   PIC XX VALUE "00".
       01  ANN-DISMISSAL-FILE-STATUS  PIC XX VALUE "00".
       01  ANN-IDX                    PIC 9(5) VALUE 0.
       01  ANN-SCAN                   PIC 9(5) VALUE 0.
       01  ANN-ID-TEXT                PIC X(12) VALUE SPACES.
       01  ANN-ID-DISP                PIC Z(8)9 VALUE ZERO.
       01  ANN-SHOWN-COUNT            PIC 9(5) VALUE 0.
       01  ANN-CHOICE                 PIC 9 VALUE 0.
       01  ANN-TODAY                  PIC X(8) VALUE SPACES.
       01  ANN-DISMISSED-TEXT         PIC X(20) VALUE SPACES.
       01  ANN-MATCH-FLAG             PIC X VALUE "N".
           88  ANN-MATCHES            VALUE "Y".
           88  ANN-NO-MATCH           VALUE "N".
       01  ANN-DISMISSED-FLAG         PIC X VALUE "N".
           88  ANN-IS-DISMISSED       VALUE "Y".
           88  ANN-NOT-DISMISSED      VALUE "N".

       *> --------------------------------------------------------
       *> Interview scheduling. One interview record per accepted
       *> application: the poster proposes up to three date/time
       *> Account roles. The role is fixed at signup and steers which
       *> post-login menu the session lands on; only EMPLOYER accounts
       *> may post job listings, and employers keep a company profile
       *> instead of a student one. ALUMNI is never chosen at signup;
       *> the yearly graduation rollover batch moves students there.
       *> --------------------------------------------------------
       01  CURRENT-USER-ROLE           PIC X(10) VALUE SPACES.
           88  ROLE-IS-STUDENT         VALUE "STUDENT".
           88  ROLE-IS-EMPLOYER        VALUE "EMPLOYER".
           88  ROLE-IS-OPERATOR        VALUE "OPERATOR".
           88  ROLE-IS-ALUMNI          VALUE "ALUMNI".
       01  ROLE-CHOICE                 PIC 9 VALUE 0.

       01  COMPANY-FILE-STATUS         PIC XX VALUE "00".
               10  COMPANY-DESCRIPTION PIC X(200).
       01  COMPANY-PROFILE-EXISTS OCCURS 50000 TIMES PIC X VALUE "N".

       *> Images of the profile save in progress, for the change
       *> history. No BEFORE image on a first save.
       01  PROFILE-HISTORY-STATUS      PIC XX VALUE "00".
       01  HISTORY-SAVED-AT            PIC X(26) VALUE SPACES.
       01  HISTORY-KIND                PIC X(7) VALUE SPACES.
       01  HISTORY-IMAGE-TAG           PIC X(6) VALUE SPACES.
       01  HISTORY-BEFORE-IMAGE        PIC X(1736) VALUE SPACES.
       01  HISTORY-AFTER-IMAGE         PIC X(1736) VALUE SPACES.
       01  HISTORY-IMAGE               PIC X(1736) VALUE SPACES.
       01  HISTORY-BEFORE-FLAG         PIC X VALUE "N".
           88  HISTORY-HAS-BEFORE      VALUE "Y".
           88  HISTORY-NO-BEFORE       VALUE "N".

       01  PREVIOUS-LOGIN-AT           PIC X(26) VALUE SPACES.
       01  DIGEST-REQUEST-COUNT        PIC 9(5) VALUE 0.
       01  DIGEST-ACCEPT-COUNT         PIC 9(5) VALUE 0.
           PERFORM LOAD-REQUESTS
           PERFORM LOAD-CONNECTIONS
           PERFORM LOAD-JOBS
           PERFORM LOAD-JOB-REQUIREMENTS
           PERFORM LOAD-APPLICATIONS
           PERFORM LOAD-MESSAGES
           PERFORM LOAD-SKILL-PROGRESS
           PERFORM LOAD-COMPANY-PROFILES
           PERFORM LOAD-INTERVIEWS
           PERFORM LOAD-SAVED-SEARCHES
           PERFORM LOAD-ANNOUNCEMENTS

           *> If the interruption happened mid-session, the checkpoint
           *> names the logged-in user -- log them straight back in and
       CHECK-USERNAME-UNIQUE.
           SET DUPLICATE-NO TO TRUE

           *> "InCollege" is the sender name on system notices (see
           *> InCollegeApplicationAging), so nobody may register it.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(USERNAME-IN)) =
              "INCOLLEGE"
               SET DUPLICATE-YES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(USERNAME-IN)) TO
               ACCT-USERNAME-KEY
           READ ACCOUNTS-FILE
                   MOVE PROF-EDU-YEARS(EDU-IDX) TO
                       PROFILE-EDU-YEARS(FOUND-ACCOUNT-INDEX, EDU-IDX)
               END-PERFORM
               MOVE PROF-VISIBILITY TO
                   PROFILE-VISIBILITY(FOUND-ACCOUNT-INDEX)
               MOVE "Y" TO PROFILE-EXISTS(FOUND-ACCOUNT-INDEX)
           END-IF.

       *> Saves just the current user's profile record: keyed WRITE
       *> for a first save, keyed REWRITE for an edit. No other user's
       *> row is touched, which is the whole point of the keyed file.
       *> The record as it stood and as saved both go to the change
       *> history.
       SAVE-ONE-PROFILE.
           SET HISTORY-NO-BEFORE TO TRUE
           MOVE FUNCTION UPPER-CASE(FUNCTION
               TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
               TO PROF-USERNAME-KEY
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROFILES-REC TO HISTORY-BEFORE-IMAGE
                   SET HISTORY-HAS-BEFORE TO TRUE
           END-READ

           MOVE SPACES TO PROFILES-REC
           MOVE FUNCTION UPPER-CASE(FUNCTION
               TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
               MOVE PROFILE-EDU-YEARS(CURRENT-USER-INDEX, EDU-IDX) TO
                   PROF-EDU-YEARS(EDU-IDX)
           END-PERFORM
           MOVE PROFILE-VISIBILITY(CURRENT-USER-INDEX) TO
               PROF-VISIBILITY

           WRITE PROFILES-REC
               INVALID KEY
                   REWRITE PROFILES-REC
           END-WRITE

           IF PROFILE-FILE-STATUS = "00"
               MOVE PROFILES-REC TO HISTORY-AFTER-IMAGE
               MOVE "PROFILE" TO HISTORY-KIND
               PERFORM WRITE-PROFILE-HISTORY
           END-IF.

       *> Deletes the current user's profile record (account closure).
       DELETE-ONE-PROFILE.
               END-IF
           END-PERFORM.

       *> Applies DISPLAY-USER-INDEX's visibility setting to the
       *> current user (see PROFILE-ACCESS-FLAG). An unrecognized
       *> setting is treated as connections-only, so a damaged record
       *> never exposes more than its owner chose; the reconciliation
       *> batch reports those records.
       CHECK-PROFILE-ACCESS.
           SET PROFILE-ACCESS-FULL TO TRUE
           IF DISPLAY-USER-INDEX = CURRENT-USER-INDEX
               EXIT PARAGRAPH
           END-IF
           IF VISIBLE-TO-EVERYONE(DISPLAY-USER-INDEX)
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-CONNECTED
           IF ALREADY-CONNECTED
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN VISIBLE-TO-UNIVERSITY(DISPLAY-USER-INDEX)
                   IF PROFILE-EXISTS(CURRENT-USER-INDEX) = "Y"
                      AND FUNCTION LENGTH(FUNCTION TRIM(
                          PROFILE-UNIVERSITY(CURRENT-USER-INDEX))) > 0
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                          PROFILE-UNIVERSITY(CURRENT-USER-INDEX))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          PROFILE-UNIVERSITY(DISPLAY-USER-INDEX)))
                       CONTINUE
                   ELSE
                       SET PROFILE-ACCESS-LIMITED TO TRUE
                   END-IF
               WHEN HIDDEN-FROM-SEARCH(DISPLAY-USER-INDEX)
                   SET PROFILE-ACCESS-NONE TO TRUE
               WHEN OTHER
                   SET PROFILE-ACCESS-LIMITED TO TRUE
           END-EVALUATE.

       *> Loads job/internship listings from JOBS-FILE into JOB-TABLE,
       *> mirroring LOAD-PROFILES' pattern.
       LOAD-JOBS.
               INTO JOB-ID-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(JOB-ID-TEXT) IS NUMERIC
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO JOB-ID-TEXT
                        JOB-TITLE(JOB-COUNT)
               END-IF
           END-PERFORM.

       *> Attaches each job_requirements.dat row to its listing in
       *> JOB-TABLE, mirroring LOAD-JOBS' pattern. Rows for listings
       *> that have since been archived are skipped.
       LOAD-JOB-REQUIREMENTS.
           OPEN INPUT JOB-REQUIREMENTS-FILE
           IF JOB-REQ-FILE-STATUS = "35"
               OPEN OUTPUT JOB-REQUIREMENTS-FILE
               CLOSE JOB-REQUIREMENTS-FILE
               OPEN INPUT JOB-REQUIREMENTS-FILE
           END-IF

           PERFORM UNTIL JOB-REQ-FILE-STATUS = "10"
               READ JOB-REQUIREMENTS-FILE
                   AT END
                       MOVE "10" TO JOB-REQ-FILE-STATUS
                   NOT AT END
                       PERFORM PARSE-JOB-REQUIREMENTS-LINE
               END-READ
           END-PERFORM
           CLOSE JOB-REQUIREMENTS-FILE.

       PARSE-JOB-REQUIREMENTS-LINE.
           MOVE SPACES TO JOB-ID-TEXT
           UNSTRING JOB-REQUIREMENTS-REC DELIMITED BY "|"
               INTO JOB-ID-TEXT
           END-UNSTRING
           IF FUNCTION LENGTH(FUNCTION TRIM(JOB-ID-TEXT)) = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE LOOKUP-JOB-ID = FUNCTION NUMVAL(JOB-ID-TEXT)
           PERFORM FIND-JOB-BY-ID
           IF JOB-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REQ-SKILL-FLAGS
           UNSTRING JOB-REQUIREMENTS-REC DELIMITED BY "|"
               INTO JOB-ID-TEXT
                    JOB-REQ-MAJOR(JOB-FOUND-INDEX, 1)
                    JOB-REQ-MAJOR(JOB-FOUND-INDEX, 2)
                    JOB-REQ-MAJOR(JOB-FOUND-INDEX, 3)
                    JOB-REQ-MIN-YEAR(JOB-FOUND-INDEX)
                    JOB-REQ-MAX-YEAR(JOB-FOUND-INDEX)
                    REQ-SKILL-FLAGS
           END-UNSTRING
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               MOVE REQ-SKILL-FLAGS(REQ-IDX:1) TO
                   JOB-REQ-SKILL(JOB-FOUND-INDEX, REQ-IDX)
           END-PERFORM.

       *> Appends the newest listing's requirements, mirroring
       *> SAVE-NEW-JOB. Only called when the poster set at least one.
       APPEND-JOB-REQUIREMENTS.
           OPEN EXTEND JOB-REQUIREMENTS-FILE
           IF JOB-REQ-FILE-STATUS = "35"
               OPEN OUTPUT JOB-REQUIREMENTS-FILE
               CLOSE JOB-REQUIREMENTS-FILE
               OPEN EXTEND JOB-REQUIREMENTS-FILE
           END-IF

           MOVE SPACES TO REQ-SKILL-FLAGS
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               IF JOB-REQ-SKILL(JOB-COUNT, REQ-IDX) = "Y"
                   MOVE "Y" TO REQ-SKILL-FLAGS(REQ-IDX:1)
               ELSE
                   MOVE "N" TO REQ-SKILL-FLAGS(REQ-IDX:1)
               END-IF
           END-PERFORM

           MOVE SPACES TO JOB-REQUIREMENTS-REC
           STRING
               JOB-ID(JOB-COUNT) "|"
               FUNCTION TRIM(JOB-REQ-MAJOR(JOB-COUNT, 1)) "|"
               FUNCTION TRIM(JOB-REQ-MAJOR(JOB-COUNT, 2)) "|"
               FUNCTION TRIM(JOB-REQ-MAJOR(JOB-COUNT, 3)) "|"
               FUNCTION TRIM(JOB-REQ-MIN-YEAR(JOB-COUNT)) "|"
               FUNCTION TRIM(JOB-REQ-MAX-YEAR(JOB-COUNT)) "|"
               REQ-SKILL-FLAGS
               DELIMITED BY SIZE
               INTO JOB-REQUIREMENTS-REC
           END-STRING
           WRITE JOB-REQUIREMENTS-REC
           CLOSE JOB-REQUIREMENTS-FILE.

       *> Sets JOB-HAS-REQUIREMENTS when listing REQ-JOB-IDX asks for
       *> anything at all.
       CHECK-JOB-HAS-REQUIREMENTS.
           SET JOB-HAS-NO-REQUIREMENTS TO TRUE
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               IF FUNCTION LENGTH(FUNCTION
                  TRIM(JOB-REQ-MAJOR(REQ-JOB-IDX, REQ-IDX))) > 0
                   SET JOB-HAS-REQUIREMENTS TO TRUE
               END-IF
           END-PERFORM
           IF FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MIN-YEAR(REQ-JOB-IDX))) > 0
              OR FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MAX-YEAR(REQ-JOB-IDX))) > 0
               SET JOB-HAS-REQUIREMENTS TO TRUE
           END-IF
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               IF JOB-REQ-SKILL(REQ-JOB-IDX, REQ-IDX) = "Y"
                   SET JOB-HAS-REQUIREMENTS TO TRUE
               END-IF
           END-PERFORM.

       *> Rewrites just listing JOB-FOUND-INDEX's row on disk with its
       *> current table fields (status/closing date). Every other row
       *> -- including listings a concurrent session appended after we
                               INTO MERGE-JOB-NUM-TEXT
                           END-UNSTRING
                           IF MERGE-ROW-NOT-HANDLED
                              AND ((FUNCTION TRIM(MERGE-JOB-NUM-TEXT)
                                    IS NUMERIC
                                    AND FUNCTION
                                        NUMVAL(MERGE-JOB-NUM-TEXT) =
                                        JOB-ID(JOB-FOUND-INDEX))
                                   OR (FUNCTION TRIM(MERGE-JOB-NUM-TEXT)
                                       IS NOT NUMERIC
                                       AND J = JOB-ID(JOB-FOUND-INDEX)))
                               SET MERGE-ROW-HANDLED TO TRUE
                               MOVE SPACES TO JOBS-TEMP-REC
                               INTO APPL-USERNAME(APPLICATION-COUNT)
                                    APPL-JOB-NUM-TEXT
                                    APPL-STATUS(APPLICATION-COUNT)
                                    APPL-SUBMITTED-AT(APPLICATION-COUNT)
                                    APPL-STATUS-CHANGED-AT(
                                        APPLICATION-COUNT)
                           END-UNSTRING
                           COMPUTE APPL-JOB-NUMBER(APPLICATION-COUNT) =
                               FUNCTION NUMVAL(APPL-JOB-NUM-TEXT)
           STRING
               FUNCTION TRIM(APPL-USERNAME(APPLICATION-COUNT)) "|"
               APPL-JOB-NUMBER(APPLICATION-COUNT) "|"
               FUNCTION TRIM(APPL-STATUS(APPLICATION-COUNT)) "|"
               FUNCTION TRIM(APPL-SUBMITTED-AT(APPLICATION-COUNT)) "|"
               FUNCTION TRIM(APPL-STATUS-CHANGED-AT(APPLICATION-COUNT))
               DELIMITED BY SIZE
               INTO APPLICATIONS-REC
           END-STRING
           CLOSE APPLICATIONS-FILE.

       *> Rewrites just application APPL-IDX's row on disk with its new
       *> review status, stamping when the status changed. Every other
       *> row -- including applications a concurrent session appended
       *> after we loaded -- streams through unchanged.
       REWRITE-APPLICATION-STATUS.
           MOVE FUNCTION CURRENT-DATE TO
               APPL-STATUS-CHANGED-AT(APPL-IDX)
           SET MERGE-ROW-NOT-HANDLED TO TRUE
           OPEN INPUT APPLICATIONS-FILE
           OPEN OUTPUT APPLICATIONS-TEMP-FILE
                                       TRIM(APPL-USERNAME(APPL-IDX)) "|"
                                   APPL-JOB-NUMBER(APPL-IDX) "|"
                                   FUNCTION TRIM(APPL-STATUS(APPL-IDX))
                                   "|"
                                   FUNCTION
                                   TRIM(APPL-SUBMITTED-AT(APPL-IDX))
                                   "|"
                                   FUNCTION TRIM(
                                   APPL-STATUS-CHANGED-AT(APPL-IDX))
                                   DELIMITED BY SIZE
                                   INTO APPLICATIONS-TEMP-REC
                               END-STRING
               END-IF
           END-IF

           PERFORM GET-JOB-REQUIREMENTS

           MOVE STORED-USERNAME(CURRENT-USER-INDEX) TO
               JOB-POSTED-BY(JOB-COUNT)
           MOVE FUNCTION CURRENT-DATE TO JOB-POSTED-AT(JOB-COUNT)
           MOVE "OPEN" TO JOB-STATUS(JOB-COUNT)

           PERFORM SAVE-NEW-JOB
           MOVE JOB-COUNT TO REQ-JOB-IDX
           PERFORM CHECK-JOB-HAS-REQUIREMENTS
           IF JOB-HAS-REQUIREMENTS
               PERFORM APPEND-JOB-REQUIREMENTS
           END-IF

           MOVE JOB-ID(JOB-COUNT) TO JOB-ID-DISP
           MOVE SPACES TO LINE-TEXT
           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       *> Optional applicant requirements for the listing being
       *> posted (row JOB-COUNT): up to three target majors, a
       *> graduation-year window, and which Learn a New Skill modules
       *> the applicant should have completed. Every prompt can be
       *> left blank.
       GET-JOB-REQUIREMENTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               MOVE SPACES TO JOB-REQ-MAJOR(JOB-COUNT, REQ-IDX)
           END-PERFORM
           MOVE SPACES TO JOB-REQ-MIN-YEAR(JOB-COUNT)
           MOVE SPACES TO JOB-REQ-MAX-YEAR(JOB-COUNT)
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               MOVE "N" TO JOB-REQ-SKILL(JOB-COUNT, REQ-IDX)
           END-PERFORM

           MOVE "Applicant requirements (all optional):" TO LINE-TEXT
           PERFORM PRINT-LINE

           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               MOVE SPACES TO LINE-TEXT
               STRING "Target major #" REQ-IDX
                      " (blank for no more): "
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
               PERFORM READ-NEXT-INPUT
               IF INPUT-EOF-YES
                  OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-REC)) = 0
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-REC) TO
                   JOB-REQ-MAJOR(JOB-COUNT, REQ-IDX)
           END-PERFORM

           MOVE "Earliest graduation year (YYYY, blank for any): "
               TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           PERFORM GET-REQUIREMENT-YEAR
           MOVE REQ-SWAP-YEAR TO JOB-REQ-MIN-YEAR(JOB-COUNT)

           MOVE "Latest graduation year (YYYY, blank for any): "
               TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           PERFORM GET-REQUIREMENT-YEAR
           MOVE REQ-SWAP-YEAR TO JOB-REQ-MAX-YEAR(JOB-COUNT)

           IF FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MIN-YEAR(JOB-COUNT))) > 0
              AND FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MAX-YEAR(JOB-COUNT))) > 0
              AND JOB-REQ-MIN-YEAR(JOB-COUNT) >
                  JOB-REQ-MAX-YEAR(JOB-COUNT)
               MOVE JOB-REQ-MIN-YEAR(JOB-COUNT) TO REQ-SWAP-YEAR
               MOVE JOB-REQ-MAX-YEAR(JOB-COUNT) TO
                   JOB-REQ-MIN-YEAR(JOB-COUNT)
               MOVE REQ-SWAP-YEAR TO JOB-REQ-MAX-YEAR(JOB-COUNT)
               MOVE "Years were reversed - range swapped." TO
                   LINE-TEXT
               PERFORM PRINT-LINE
           END-IF

           MOVE "Required skill modules:" TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               MOVE SPACES TO LINE-TEXT
               STRING REQ-IDX ". "
                      FUNCTION TRIM(SKILL-NAME(REQ-IDX))
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "Module numbers required (e.g. 13, blank for none): "
               TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           IF INPUT-EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-REC) TO TRIMMED-INPUT
           PERFORM VARYING REQ-CHAR-IDX FROM 1 BY 1
                   UNTIL REQ-CHAR-IDX > 20
               IF TRIMMED-INPUT(REQ-CHAR-IDX:1) >= "1"
                  AND TRIMMED-INPUT(REQ-CHAR-IDX:1) <= "5"
                   MOVE TRIMMED-INPUT(REQ-CHAR-IDX:1) TO REQ-DIGIT
                   MOVE "Y" TO JOB-REQ-SKILL(JOB-COUNT, REQ-DIGIT)
               END-IF
           END-PERFORM.

       *> Validates the year just read into INPUT-REC, leaving it in
       *> REQ-SWAP-YEAR (blank for "any"). Anything that isn't 4
       *> digits is ignored with a note, like the closing date.
       GET-REQUIREMENT-YEAR.
           MOVE SPACES TO REQ-SWAP-YEAR
           IF INPUT-EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-REC) TO TRIMMED-INPUT
           IF FUNCTION LENGTH(FUNCTION TRIM(TRIMMED-INPUT)) = 4
              AND TRIMMED-INPUT(1:4) IS NUMERIC
               MOVE TRIMMED-INPUT(1:4) TO REQ-SWAP-YEAR
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(TRIMMED-INPUT)) > 0
                   MOVE "Invalid year ignored - no limit set." TO
                       LINE-TEXT
                   PERFORM PRINT-LINE
               END-IF
           END-IF.

       *> Lists every posting whose title, company, or location
       *> contains the given keyword (case-insensitive); blank keyword
       *> browses every listing.
               PERFORM PRINT-LINE
           END-IF

           MOVE I TO REQ-JOB-IDX
           PERFORM SHOW-JOB-REQUIREMENTS

           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       *> Prints listing REQ-JOB-IDX's applicant requirements, one
       *> line per kind; prints nothing when it has none.
       SHOW-JOB-REQUIREMENTS.
           MOVE SPACES TO REQ-TEXT
           MOVE 1 TO REQ-TEXT-PTR
           MOVE 0 TO REQ-LIST-COUNT
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               IF FUNCTION LENGTH(FUNCTION
                  TRIM(JOB-REQ-MAJOR(REQ-JOB-IDX, REQ-IDX))) > 0
                   IF REQ-LIST-COUNT > 0
                       STRING ", " DELIMITED BY SIZE
                           INTO REQ-TEXT WITH POINTER REQ-TEXT-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(JOB-REQ-MAJOR(REQ-JOB-IDX,
                          REQ-IDX))
                          DELIMITED BY SIZE
                          INTO REQ-TEXT WITH POINTER REQ-TEXT-PTR
                   END-STRING
                   ADD 1 TO REQ-LIST-COUNT
               END-IF
           END-PERFORM
           IF REQ-LIST-COUNT > 0
               MOVE SPACES TO LINE-TEXT
               STRING "Preferred majors: " FUNCTION TRIM(REQ-TEXT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           PERFORM DESCRIBE-REQUIRED-YEARS
           IF FUNCTION LENGTH(FUNCTION TRIM(REQ-TEXT)) > 0
               MOVE SPACES TO LINE-TEXT
               STRING "Graduation year: " FUNCTION TRIM(REQ-TEXT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           MOVE SPACES TO REQ-TEXT
           MOVE 1 TO REQ-TEXT-PTR
           MOVE 0 TO REQ-LIST-COUNT
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               IF JOB-REQ-SKILL(REQ-JOB-IDX, REQ-IDX) = "Y"
                   IF REQ-LIST-COUNT > 0
                       STRING ", " DELIMITED BY SIZE
                           INTO REQ-TEXT WITH POINTER REQ-TEXT-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(SKILL-NAME(REQ-IDX))
                          DELIMITED BY SIZE
                          INTO REQ-TEXT WITH POINTER REQ-TEXT-PTR
                   END-STRING
                   ADD 1 TO REQ-LIST-COUNT
               END-IF
           END-PERFORM
           IF REQ-LIST-COUNT > 0
               MOVE SPACES TO LINE-TEXT
               STRING "Required skills: " FUNCTION TRIM(REQ-TEXT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

       *> Puts listing REQ-JOB-IDX's graduation-year window into
       *> REQ-TEXT ("2025-2027", "2025 or later", "2027 or earlier"),
       *> or spaces when it has none.
       DESCRIBE-REQUIRED-YEARS.
           MOVE SPACES TO REQ-TEXT
           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION
                    TRIM(JOB-REQ-MIN-YEAR(REQ-JOB-IDX))) > 0
                AND FUNCTION LENGTH(FUNCTION
                    TRIM(JOB-REQ-MAX-YEAR(REQ-JOB-IDX))) > 0
                   STRING JOB-REQ-MIN-YEAR(REQ-JOB-IDX) "-"
                          JOB-REQ-MAX-YEAR(REQ-JOB-IDX)
                          DELIMITED BY SIZE
                          INTO REQ-TEXT
                   END-STRING
               WHEN FUNCTION LENGTH(FUNCTION
                    TRIM(JOB-REQ-MIN-YEAR(REQ-JOB-IDX))) > 0
                   STRING JOB-REQ-MIN-YEAR(REQ-JOB-IDX) " or later"
                          DELIMITED BY SIZE
                          INTO REQ-TEXT
                   END-STRING
               WHEN FUNCTION LENGTH(FUNCTION
                    TRIM(JOB-REQ-MAX-YEAR(REQ-JOB-IDX))) > 0
                   STRING JOB-REQ-MAX-YEAR(REQ-JOB-IDX) " or earlier"
                          DELIMITED BY SIZE
                          INTO REQ-TEXT
                   END-STRING
           END-EVALUATE.

       *> Asks whether the current user wants to apply to listing I
       *> (just shown by DISPLAY-JOB-LISTING), mirroring
       *> OFFER-CONNECTION-REQUEST. Posters are not offered their own
                   MOVE JOB-ID(I) TO
                       APPL-JOB-NUMBER(APPLICATION-COUNT)
                   MOVE "PENDING" TO APPL-STATUS(APPLICATION-COUNT)
                   MOVE FUNCTION CURRENT-DATE TO
                       APPL-SUBMITTED-AT(APPLICATION-COUNT)
                   MOVE APPL-SUBMITTED-AT(APPLICATION-COUNT) TO
                       APPL-STATUS-CHANGED-AT(APPLICATION-COUNT)
                   PERFORM APPEND-NEW-APPLICATION

                   MOVE "Application submitted." TO LINE-TEXT
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
                   PERFORM SHOW-APPLICATION-DATES
                   PERFORM SHOW-APPLICATION-INTERVIEW-STATE
               END-IF
           END-PERFORM
           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       *> Prints when application APPL-IDX was submitted and when its
       *> status last changed; undated (older) rows print nothing.
       SHOW-APPLICATION-DATES.
           IF FUNCTION LENGTH(FUNCTION
              TRIM(APPL-SUBMITTED-AT(APPL-IDX))) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "  Applied: "
                  APPL-SUBMITTED-AT(APPL-IDX)(1:4) "-"
                  APPL-SUBMITTED-AT(APPL-IDX)(5:2) "-"
                  APPL-SUBMITTED-AT(APPL-IDX)(7:2)
                  "  Status last changed: "
                  APPL-STATUS-CHANGED-AT(APPL-IDX)(1:4) "-"
                  APPL-STATUS-CHANGED-AT(APPL-IDX)(5:2) "-"
                  APPL-STATUS-CHANGED-AT(APPL-IDX)(7:2)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE.

       *> Prints the interview state for application APPL-IDX under
       *> its status line, so students stop asking "did they mean
       *> it?". Nothing prints when no interview is on record.
           END-EVALUATE
           PERFORM PRINT-LINE.

       *> Walks the current user's listings one at a time and, for
       *> each, shows its applicants best fit first (see
       *> SCORE-APPLICANT-FIT) with what each one meets or misses,
       *> letting the poster mark them reviewed, accepted, or
       *> declined. Only writes the file back if something changed.
       REVIEW-JOB-APPLICANTS.
           MOVE "---- Applicants to My Listings ----" TO LINE-TEXT

           SET NO-APPLICATIONS TO TRUE

           PERFORM VARYING REVIEW-JOB-IDX FROM 1 BY 1
                   UNTIL REVIEW-JOB-IDX > JOB-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                  JOB-POSTED-BY(REVIEW-JOB-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION
                      TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
                   PERFORM REVIEW-LISTING-APPLICANTS
               END-IF
           END-PERFORM

           *> closed (or reopen it) without leaving the screen.
           PERFORM MANAGE-MY-LISTING-STATUS.

       *> Ranks and reviews the applications to listing
       *> REVIEW-JOB-IDX. Scores are taken once up front; the
       *> selection pass then repeatedly picks the highest unshown
       *> score, same approach as PEOPLE-YOU-MAY-KNOW.
       REVIEW-LISTING-APPLICANTS.
           MOVE 0 TO RANKED-COUNT
           PERFORM VARYING APPL-IDX FROM 1 BY 1 UNTIL APPL-IDX >
               APPLICATION-COUNT
               IF APPL-JOB-NUMBER(APPL-IDX) = JOB-ID(REVIEW-JOB-IDX)
                  AND RANKED-COUNT < MAX-RANKED
                   MOVE REVIEW-JOB-IDX TO JOB-FOUND-INDEX
                   PERFORM SCORE-APPLICANT-FIT
                   ADD 1 TO RANKED-COUNT
                   MOVE APPL-IDX TO RANKED-APPL-IDX(RANKED-COUNT)
                   MOVE FIT-MET-COUNT TO RANKED-MET-COUNT(RANKED-COUNT)
                   MOVE "N" TO RANKED-SHOWN-FLAG(RANKED-COUNT)
               END-IF
           END-PERFORM

           IF RANKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET HAS-APPLICATIONS TO TRUE

           MOVE JOB-ID(REVIEW-JOB-IDX) TO JOB-ID-DISP
           MOVE RANKED-COUNT TO RANKED-COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Job #"
                  FUNCTION TRIM(JOB-ID-DISP)
                  ": "
                  FUNCTION TRIM(JOB-TITLE(REVIEW-JOB-IDX))
                  " - "
                  FUNCTION TRIM(RANKED-COUNT-DISP)
                  " applicant(s)"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE

           MOVE REVIEW-JOB-IDX TO REQ-JOB-IDX
           PERFORM CHECK-JOB-HAS-REQUIREMENTS
           IF JOB-HAS-REQUIREMENTS
               PERFORM SHOW-JOB-REQUIREMENTS
               MOVE "Applicants are listed best fit first." TO
                   LINE-TEXT
           ELSE
               MOVE "No requirements set - applicants are listed in th
      -            "e order they applied." TO LINE-TEXT
           END-IF
           PERFORM PRINT-LINE

           PERFORM VARYING RANK-SHOWN-COUNT FROM 1 BY 1
                   UNTIL RANK-SHOWN-COUNT > RANKED-COUNT
               MOVE 0 TO RANK-BEST-IDX
               PERFORM VARYING RANK-IDX FROM 1 BY 1
                       UNTIL RANK-IDX > RANKED-COUNT
                   IF RANKED-SHOWN-FLAG(RANK-IDX) = "N"
                       IF RANK-BEST-IDX = 0
                           MOVE RANK-IDX TO RANK-BEST-IDX
                       ELSE
                           IF RANKED-MET-COUNT(RANK-IDX) >
                              RANKED-MET-COUNT(RANK-BEST-IDX)
                               MOVE RANK-IDX TO RANK-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO RANKED-SHOWN-FLAG(RANK-BEST-IDX)

               MOVE RANKED-APPL-IDX(RANK-BEST-IDX) TO APPL-IDX
               MOVE REVIEW-JOB-IDX TO JOB-FOUND-INDEX
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               PERFORM SCORE-APPLICANT-FIT
               PERFORM REVIEW-ONE-APPLICATION
           END-PERFORM

           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       *> Scores application APPL-IDX against listing JOB-FOUND-INDEX:
       *> one requirement for the major list, one for the graduation
       *> window, and one per required skill module. The applicant's
       *> major and grad year come from their profile; skills from
       *> their Learn a New Skill progress.
       SCORE-APPLICANT-FIT.
           MOVE 0 TO FIT-REQ-COUNT
           MOVE 0 TO FIT-MET-COUNT
           MOVE SPACE TO FIT-MAJOR-RESULT
           MOVE SPACE TO FIT-YEAR-RESULT
           MOVE SPACES TO FIT-APPLICANT-MAJOR
           MOVE SPACES TO FIT-APPLICANT-YEAR

           MOVE APPL-USERNAME(APPL-IDX) TO LOOKUP-USERNAME
           PERFORM FIND-ACCOUNT-BY-USERNAME
           MOVE FOUND-ACCOUNT-INDEX TO FIT-APPLICANT-INDEX
           IF FIT-APPLICANT-INDEX > 0
               IF PROFILE-EXISTS(FIT-APPLICANT-INDEX) = "Y"
                   MOVE PROFILE-MAJOR(FIT-APPLICANT-INDEX) TO
                       FIT-APPLICANT-MAJOR
                   MOVE PROFILE-GRAD-YEAR(FIT-APPLICANT-INDEX) TO
                       FIT-APPLICANT-YEAR
               END-IF
           END-IF

           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               IF FUNCTION LENGTH(FUNCTION
                  TRIM(JOB-REQ-MAJOR(JOB-FOUND-INDEX, REQ-IDX))) > 0
                   IF FIT-MAJOR-RESULT = SPACE
                       MOVE "X" TO FIT-MAJOR-RESULT
                   END-IF
                   IF FUNCTION LENGTH(FUNCTION
                      TRIM(FIT-APPLICANT-MAJOR)) > 0
                       MOVE 0 TO NAME-MATCH-COUNT
                       INSPECT FUNCTION UPPER-CASE(FIT-APPLICANT-MAJOR)
                           TALLYING NAME-MATCH-COUNT
                           FOR ALL FUNCTION UPPER-CASE(FUNCTION
                           TRIM(JOB-REQ-MAJOR(JOB-FOUND-INDEX,
                           REQ-IDX)))
                       IF NAME-MATCH-COUNT > 0
                           MOVE "M" TO FIT-MAJOR-RESULT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FIT-MAJOR-RESULT NOT = SPACE
               ADD 1 TO FIT-REQ-COUNT
               IF FIT-MAJOR-RESULT = "M"
                   ADD 1 TO FIT-MET-COUNT
               END-IF
           END-IF

           IF FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MIN-YEAR(JOB-FOUND-INDEX))) > 0
              OR FUNCTION LENGTH(FUNCTION
              TRIM(JOB-REQ-MAX-YEAR(JOB-FOUND-INDEX))) > 0
               ADD 1 TO FIT-REQ-COUNT
               MOVE "M" TO FIT-YEAR-RESULT
               IF FIT-APPLICANT-YEAR IS NOT NUMERIC
                   MOVE "X" TO FIT-YEAR-RESULT
               END-IF
               IF FUNCTION LENGTH(FUNCTION
                  TRIM(JOB-REQ-MIN-YEAR(JOB-FOUND-INDEX))) > 0
                  AND FIT-APPLICANT-YEAR <
                      JOB-REQ-MIN-YEAR(JOB-FOUND-INDEX)
                   MOVE "X" TO FIT-YEAR-RESULT
               END-IF
               IF FUNCTION LENGTH(FUNCTION
                  TRIM(JOB-REQ-MAX-YEAR(JOB-FOUND-INDEX))) > 0
                  AND FIT-APPLICANT-YEAR >
                      JOB-REQ-MAX-YEAR(JOB-FOUND-INDEX)
                   MOVE "X" TO FIT-YEAR-RESULT
               END-IF
               IF FIT-YEAR-RESULT = "M"
                   ADD 1 TO FIT-MET-COUNT
               END-IF
           END-IF

           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               MOVE SPACE TO FIT-SKILL-RESULT(REQ-IDX)
               IF JOB-REQ-SKILL(JOB-FOUND-INDEX, REQ-IDX) = "Y"
                   ADD 1 TO FIT-REQ-COUNT
                   MOVE "X" TO FIT-SKILL-RESULT(REQ-IDX)
                   IF FIT-APPLICANT-INDEX > 0
                       IF SKILL-DONE-FLAGS(FIT-APPLICANT-INDEX,
                          REQ-IDX) = "Y"
                           MOVE "M" TO FIT-SKILL-RESULT(REQ-IDX)
                           ADD 1 TO FIT-MET-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> Prints the fit just worked out by SCORE-APPLICANT-FIT:
       *> the tally, then a meets/misses line per requirement.
       SHOW-APPLICANT-FIT.
           IF FIT-REQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "  Fit: " FIT-MET-COUNT " of " FIT-REQ-COUNT
                  " requirement(s) met"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE

           IF FIT-MAJOR-RESULT NOT = SPACE
               MOVE SPACES TO LINE-TEXT
               IF FIT-MAJOR-RESULT = "M"
                   STRING "  Meets   - Major: "
                          FUNCTION TRIM(FIT-APPLICANT-MAJOR)
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               ELSE
                   IF FUNCTION LENGTH(FUNCTION
                      TRIM(FIT-APPLICANT-MAJOR)) > 0
                       STRING "  Misses  - Major: "
                              FUNCTION TRIM(FIT-APPLICANT-MAJOR)
                              DELIMITED BY SIZE
                              INTO LINE-TEXT
                       END-STRING
                   ELSE
                       MOVE "  Misses  - Major: none on profile" TO
                           LINE-TEXT
                   END-IF
               END-IF
               PERFORM PRINT-LINE
           END-IF

           IF FIT-YEAR-RESULT NOT = SPACE
               MOVE SPACES TO LINE-TEXT
               IF FIT-YEAR-RESULT = "M"
                   STRING "  Meets   - Graduation year: "
                          FIT-APPLICANT-YEAR
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               ELSE
                   IF FIT-APPLICANT-YEAR IS NUMERIC
                       STRING "  Misses  - Graduation year: "
                              FIT-APPLICANT-YEAR
                              DELIMITED BY SIZE
                              INTO LINE-TEXT
                       END-STRING
                   ELSE
                       MOVE "  Misses  - Graduation year: none on profil
      -                    "e" TO LINE-TEXT
                   END-IF
               END-IF
               PERFORM PRINT-LINE
           END-IF

           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 5
               IF FIT-SKILL-RESULT(REQ-IDX) NOT = SPACE
                   MOVE SPACES TO LINE-TEXT
                   IF FIT-SKILL-RESULT(REQ-IDX) = "M"
                       STRING "  Meets   - Completed "
                              FUNCTION TRIM(SKILL-NAME(REQ-IDX))
                              DELIMITED BY SIZE
                              INTO LINE-TEXT
                       END-STRING
                   ELSE
                       STRING "  Misses  - Has not completed "
                              FUNCTION TRIM(SKILL-NAME(REQ-IDX))
                              DELIMITED BY SIZE
                              INTO LINE-TEXT
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM.

       *> Lists the current user's listings with their status, then
       *> lets them set a new status by job ID until they enter 0.
       MANAGE-MY-LISTING-STATUS.
           SET JOBS-NOT-FOUND TO TRUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION
                  TRIM(JOB-POSTED-BY(J))) =
                  FUNCTION UPPER-CASE(FUNCTION
                      TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
                   SET JOBS-FOUND TO TRUE
                   MOVE JOB-ID(J) TO JOB-ID-DISP
                   MOVE SPACES TO LINE-TEXT
                   STRING "Job #"
                          FUNCTION TRIM(JOB-ID-DISP)
                          ": "
                          FUNCTION TRIM(JOB-TITLE(J))
                          " - "
                          FUNCTION TRIM(JOB-STATUS(J))
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM

           IF JOBS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO MSG-PICK
           PERFORM UNTIL MSG-PICK = 0
               MOVE "Enter a job number to update (0 to go back): "
                   TO LINE-TEXT
               PERFORM PRINT-LINE
               PERFORM GET-MESSAGE-NUMBER
               IF MSG-PICK > 0
                   MOVE MSG-PICK TO LOOKUP-JOB-ID
                   PERFORM FIND-JOB-BY-ID
                   IF JOB-FOUND-INDEX > 0
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                          JOB-POSTED-BY(JOB-FOUND-INDEX))) =
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
                       PERFORM SET-ONE-LISTING-STATUS
                   ELSE
                       MOVE "No such listing of yours." TO LINE-TEXT
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE
           PERFORM SHOW-APPLICANT-FIT

           MOVE "1. Mark Reviewed" TO LINE-TEXT
           PERFORM PRINT-LINE
                               DELIMITED BY "|"
                               INTO CONTENT-REPORT-KEY-TEXT
                           END-UNSTRING
                           IF FUNCTION TRIM(CONTENT-REPORT-KEY-TEXT)
                              IS NUMERIC
                              AND FUNCTION
                                  NUMVAL(CONTENT-REPORT-KEY-TEXT) >=
                                  CONTENT-REPORT-NEXT-KEY
               EXIT PARAGRAPH
           END-IF

           *> Only people whose full profile we may see are suggested;
           *> a restricted profile is never pushed at strangers.
           MOVE SUGG-CANDIDATE-NAME TO LOOKUP-USERNAME
           PERFORM FIND-ACCOUNT-BY-USERNAME
           IF FOUND-ACCOUNT-INDEX > 0
               MOVE FOUND-ACCOUNT-INDEX TO DISPLAY-USER-INDEX
               PERFORM CHECK-PROFILE-ACCESS
               IF NOT PROFILE-ACCESS-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO SUGG-FOUND-IDX
           PERFORM VARYING SUGG-IDX FROM 1 BY 1 UNTIL SUGG-IDX >
               SUGGESTION-COUNT
           END-IF

           MOVE 0 TO BROWSE-MATCH-COUNT
           MOVE 0 TO BROWSE-ALUMNI-COUNT
           MOVE 0 TO BROWSE-STUDENT-COUNT
           PERFORM VARYING BROWSE-SCAN FROM 1 BY 1 UNTIL BROWSE-SCAN >
               ACCOUNT-COUNT
               PERFORM CHECK-BROWSE-FILTERS
                   ADD 1 TO BROWSE-MATCH-COUNT
                   MOVE BROWSE-SCAN TO DISPLAY-USER-INDEX

                   IF FUNCTION TRIM(STORED-ROLE(BROWSE-SCAN)) =
                      "ALUMNI"
                       ADD 1 TO BROWSE-ALUMNI-COUNT
                       MOVE "--- Alumni Profile ---" TO
                           PROFILE-DISPLAY-HEADER
                   ELSE
                       ADD 1 TO BROWSE-STUDENT-COUNT
                       MOVE "--- Classmate Profile ---" TO
                           PROFILE-DISPLAY-HEADER
                   END-IF
                   MOVE "-------------------------" TO
                       PROFILE-DISPLAY-FOOTER
                   PERFORM DISPLAY-USER-PROFILE
           IF BROWSE-MATCH-COUNT = 0
               MOVE "No classmates matched that search." TO LINE-TEXT
               PERFORM PRINT-LINE
           ELSE
               MOVE BROWSE-STUDENT-COUNT TO BROWSE-COUNT-DISP
               MOVE BROWSE-ALUMNI-COUNT TO BROWSE-ALUMNI-DISP
               MOVE SPACES TO LINE-TEXT
               STRING "Matched "
                      FUNCTION TRIM(BROWSE-COUNT-DISP)
                      " student(s) and "
                      FUNCTION TRIM(BROWSE-ALUMNI-DISP)
                      " alumni."
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           MOVE " " TO LINE-TEXT
               END-IF
           END-IF

           *> The directory matches on university, major and year, so
           *> only profiles the user may see in full are listed --
           *> otherwise the filters themselves would leak them.
           MOVE BROWSE-SCAN TO DISPLAY-USER-INDEX
           PERFORM CHECK-PROFILE-ACCESS
           IF NOT PROFILE-ACCESS-FULL
               EXIT PARAGRAPH
           END-IF

           SET BROWSE-ROW-MATCHES TO TRUE.

       *> Reads the restart checkpoint left by an interrupted run:
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

       *> Top-level menu for option 11: change the stored password,
       *> close the account for good, or choose who can see the
       *> profile.
       ACCOUNT-SETTINGS-MENU.
           MOVE 0 TO SETTINGS-CHOICE
           SET ACCOUNT-NOT-CLOSED TO TRUE
           PERFORM UNTIL SETTINGS-CHOICE = 4
               MOVE "Account Settings:" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "1. Change Password" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "2. Close My Account" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "3. Profile Visibility" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "4. Go Back" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "Enter your choice: " TO LINE-TEXT
               PERFORM PRINT-LINE

               PERFORM READ-NEXT-INPUT
               IF INPUT-EOF-YES
                   MOVE 4 TO SETTINGS-CHOICE
               ELSE
                   IF INPUT-REC(1:1) >= "1" AND INPUT-REC(1:1) <= "4"
                       COMPUTE SETTINGS-CHOICE = FUNCTION
                           NUMVAL(INPUT-REC(1:1))
                   ELSE
                   WHEN 2
                       PERFORM CLOSE-MY-ACCOUNT
                       IF ACCOUNT-CLOSED
                           MOVE 4 TO SETTINGS-CHOICE
                       END-IF
                   WHEN 3
                       PERFORM CHANGE-PROFILE-VISIBILITY
                   WHEN 4
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       *> Lets the user choose who can see their profile. The choice is
       *> saved on the profile record itself, so a profile has to exist
       *> first.
       CHANGE-PROFILE-VISIBILITY.
           IF PROFILE-EXISTS(CURRENT-USER-INDEX) NOT = "Y"
               MOVE "Create a profile before choosing who can see it."
                   TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM DESCRIBE-MY-VISIBILITY
           MOVE SPACES TO LINE-TEXT
           STRING "Your profile is currently visible to: "
                  FUNCTION TRIM(VISIBILITY-TEXT)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE
           MOVE "1. Everyone" TO LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "2. Connections only" TO LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "3. My university and connections" TO LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "4. Hidden from search (connections only)" TO LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "5. Keep current setting" TO LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "Enter your choice: " TO LINE-TEXT
           PERFORM PRINT-LINE

           MOVE 0 TO VISIBILITY-CHOICE
           PERFORM UNTIL VISIBILITY-CHOICE >= 1 AND VISIBILITY-CHOICE
               <= 5
               PERFORM READ-NEXT-INPUT
               IF INPUT-EOF-YES
                   MOVE 5 TO VISIBILITY-CHOICE
               ELSE
                   IF INPUT-REC(1:1) >= "1" AND INPUT-REC(1:1) <= "5"
                       COMPUTE VISIBILITY-CHOICE = FUNCTION
                           NUMVAL(INPUT-REC(1:1))
                   ELSE
                       MOVE "Invalid choice. Try again." TO LINE-TEXT
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF VISIBILITY-CHOICE = 5
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE VISIBILITY-CHOICE
               WHEN 1
                   MOVE "EVERYONE" TO
                       PROFILE-VISIBILITY(CURRENT-USER-INDEX)
               WHEN 2
                   MOVE "CONNECTIONS" TO
                       PROFILE-VISIBILITY(CURRENT-USER-INDEX)
               WHEN 3
                   MOVE "UNIVERSITY" TO
                       PROFILE-VISIBILITY(CURRENT-USER-INDEX)
               WHEN 4
                   MOVE "HIDDEN" TO
                       PROFILE-VISIBILITY(CURRENT-USER-INDEX)
           END-EVALUATE
           PERFORM SAVE-ONE-PROFILE

           PERFORM DESCRIBE-MY-VISIBILITY
           MOVE SPACES TO LINE-TEXT
           STRING "Profile visibility set to: "
                  FUNCTION TRIM(VISIBILITY-TEXT)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE
           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       *> Puts the plain-words form of the current user's visibility
       *> setting in VISIBILITY-TEXT.
       DESCRIBE-MY-VISIBILITY.
           EVALUATE TRUE
               WHEN VISIBLE-TO-EVERYONE(CURRENT-USER-INDEX)
                   MOVE "Everyone" TO VISIBILITY-TEXT
               WHEN VISIBLE-TO-CONNECTIONS(CURRENT-USER-INDEX)
                   MOVE "Connections only" TO VISIBILITY-TEXT
               WHEN VISIBLE-TO-UNIVERSITY(CURRENT-USER-INDEX)
                   MOVE "My university and connections" TO
                       VISIBILITY-TEXT
               WHEN HIDDEN-FROM-SEARCH(CURRENT-USER-INDEX)
                   MOVE "Hidden from search (connections only)" TO
                       VISIBILITY-TEXT
               WHEN OTHER
                   MOVE "Connections only" TO VISIBILITY-TEXT
           END-EVALUATE.

       *> Re-proves the current password against the stored hash, runs
       *> the new one through the signup password rules, then REWRITEs
       *> the account record with the new hash.
                       PERFORM PRINT-LINE

                       PERFORM SHOW-LOGIN-DIGEST
                       PERFORM SHOW-LOGIN-ANNOUNCEMENTS
                       PERFORM RECORD-LOGIN-TIMESTAMP

                       SET IS-LOGGED-IN TO TRUE
           END-STRING
           PERFORM PRINT-LINE.

       *> Loads data/announcements.dat into ANNOUNCEMENT-TABLE and
       *> data/announcement_dismissals.dat into ANN-DISMISSAL-TABLE.
       *> Pulled and expired rows are kept in the table (they still
       *> count toward the next ID) and skipped when shown.
       LOAD-ANNOUNCEMENTS.
           MOVE 0 TO ANNOUNCEMENT-COUNT
           MOVE 1 TO NEXT-ANNOUNCEMENT-ID
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF ANNOUNCEMENT-FILE-STATUS = "00"
               PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
                   READ ANNOUNCEMENTS-FILE
                       AT END
                           MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ANNOUNCEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE ANNOUNCEMENTS-FILE
           END-IF

           MOVE 0 TO ANN-DISMISSAL-COUNT
           OPEN INPUT ANN-DISMISSALS-FILE
           IF ANN-DISMISSAL-FILE-STATUS = "00"
               PERFORM UNTIL ANN-DISMISSAL-FILE-STATUS = "10"
                   READ ANN-DISMISSALS-FILE
                       AT END
                           MOVE "10" TO ANN-DISMISSAL-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ANN-DISMISSAL-LINE
                   END-READ
               END-PERFORM
               CLOSE ANN-DISMISSALS-FILE
           END-IF.

       PARSE-ANNOUNCEMENT-LINE.
           MOVE SPACES TO ANN-ID-TEXT
           UNSTRING ANNOUNCEMENTS-REC DELIMITED BY "|"
               INTO ANN-ID-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(ANN-ID-TEXT) IS NOT NUMERIC
              OR ANNOUNCEMENT-COUNT >= MAX-ANNOUNCEMENTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ANNOUNCEMENT-COUNT
           MOVE SPACES TO ANNOUNCEMENT-ENTRY(ANNOUNCEMENT-COUNT)
           UNSTRING ANNOUNCEMENTS-REC DELIMITED BY "|"
               INTO ANN-ID-TEXT
                    ANN-POSTED-BY(ANNOUNCEMENT-COUNT)
                    ANN-STATUS(ANNOUNCEMENT-COUNT)
                    ANN-EXPIRES(ANNOUNCEMENT-COUNT)
                    ANN-UNIVERSITY(ANNOUNCEMENT-COUNT)
                    ANN-MAJOR(ANNOUNCEMENT-COUNT)
                    ANN-GRAD-YEAR(ANNOUNCEMENT-COUNT)
                    ANN-POSTED-AT(ANNOUNCEMENT-COUNT)
                    ANN-TITLE(ANNOUNCEMENT-COUNT)
                    ANN-TEXT(ANNOUNCEMENT-COUNT)
           END-UNSTRING
           COMPUTE ANN-ID(ANNOUNCEMENT-COUNT) =
               FUNCTION NUMVAL(ANN-ID-TEXT)
           IF ANN-ID(ANNOUNCEMENT-COUNT) >= NEXT-ANNOUNCEMENT-ID
               COMPUTE NEXT-ANNOUNCEMENT-ID =
                   ANN-ID(ANNOUNCEMENT-COUNT) + 1
           END-IF.

       PARSE-ANN-DISMISSAL-LINE.
           IF ANN-DISMISSAL-COUNT >= MAX-ANN-DISMISSALS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANN-DISMISSED-TEXT
           MOVE SPACES TO ANN-ID-TEXT
           UNSTRING ANN-DISMISSALS-REC DELIMITED BY "|"
               INTO ANN-DISMISSED-TEXT
                    ANN-ID-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(ANN-ID-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANN-DISMISSAL-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ANN-DISMISSED-TEXT))
               TO ANN-DISMISSED-BY(ANN-DISMISSAL-COUNT)
           COMPUTE ANN-DISMISSED-ID(ANN-DISMISSAL-COUNT) =
               FUNCTION NUMVAL(ANN-ID-TEXT).

       *> Employer option: a short notice for every student matching
       *> the audience filter, shown at their login until the expiry
       *> date passes or they dismiss it. At least one filter is
       *> required, the same rule the classmate browse applies.
       POST-ANNOUNCEMENT.
           IF NOT ROLE-IS-EMPLOYER
               MOVE "Only employer accounts can post announcements."
                   TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           IF ANNOUNCEMENT-COUNT >= MAX-ANNOUNCEMENTS
               MOVE "No room for more announcements, please come back l
      -            "ater." TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "---- Post a Student Announcement ----" TO LINE-TEXT
           PERFORM PRINT-LINE

           ADD 1 TO ANNOUNCEMENT-COUNT
           MOVE SPACES TO ANNOUNCEMENT-ENTRY(ANNOUNCEMENT-COUNT)

           MOVE "Title: " TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO
               ANN-TITLE(ANNOUNCEMENT-COUNT)

           MOVE "Announcement text: " TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO
               ANN-TEXT(ANNOUNCEMENT-COUNT)

           IF FUNCTION LENGTH(FUNCTION
              TRIM(ANN-TITLE(ANNOUNCEMENT-COUNT))) = 0
              OR FUNCTION LENGTH(FUNCTION
              TRIM(ANN-TEXT(ANNOUNCEMENT-COUNT))) = 0
               SUBTRACT 1 FROM ANNOUNCEMENT-COUNT
               MOVE "A title and text are required - nothing posted."
                   TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Audience university (blank for any): " TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO
               ANN-UNIVERSITY(ANNOUNCEMENT-COUNT)

           MOVE "Audience major (blank for any): " TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO
               ANN-MAJOR(ANNOUNCEMENT-COUNT)

           MOVE "Audience graduation year (blank for any): " TO
               LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO
               ANN-GRAD-YEAR(ANNOUNCEMENT-COUNT)

           IF FUNCTION LENGTH(FUNCTION
              TRIM(ANN-UNIVERSITY(ANNOUNCEMENT-COUNT))) = 0
              AND FUNCTION LENGTH(FUNCTION
              TRIM(ANN-MAJOR(ANNOUNCEMENT-COUNT))) = 0
              AND FUNCTION LENGTH(FUNCTION
              TRIM(ANN-GRAD-YEAR(ANNOUNCEMENT-COUNT))) = 0
               SUBTRACT 1 FROM ANNOUNCEMENT-COUNT
               MOVE "Enter at least one of university, major, or year."
                   TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> The expiry date is required: an announcement with no end
           *> would sit at the top of every matching login for good.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ANN-TODAY
           MOVE "Show until (YYYYMMDD): " TO LINE-TEXT
           PERFORM PRINT-LINE
           PERFORM READ-NEXT-INPUT
           MOVE FUNCTION TRIM(INPUT-REC) TO TRIMMED-INPUT
           IF FUNCTION LENGTH(FUNCTION TRIM(TRIMMED-INPUT)) NOT = 8
              OR TRIMMED-INPUT(1:8) IS NOT NUMERIC
              OR TRIMMED-INPUT(5:2) < "01" OR TRIMMED-INPUT(5:2) > "12"
              OR TRIMMED-INPUT(7:2) < "01" OR TRIMMED-INPUT(7:2) > "31"
              OR TRIMMED-INPUT(1:8) < ANN-TODAY
               SUBTRACT 1 FROM ANNOUNCEMENT-COUNT
               MOVE "Invalid or past date - nothing posted." TO
                   LINE-TEXT
               PERFORM PRINT-LINE
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE TRIMMED-INPUT(1:8) TO ANN-EXPIRES(ANNOUNCEMENT-COUNT)

           MOVE NEXT-ANNOUNCEMENT-ID TO ANN-ID(ANNOUNCEMENT-COUNT)
           ADD 1 TO NEXT-ANNOUNCEMENT-ID
           MOVE STORED-USERNAME(CURRENT-USER-INDEX) TO
               ANN-POSTED-BY(ANNOUNCEMENT-COUNT)
           MOVE "ACTIVE" TO ANN-STATUS(ANNOUNCEMENT-COUNT)
           MOVE FUNCTION CURRENT-DATE TO
               ANN-POSTED-AT(ANNOUNCEMENT-COUNT)
           PERFORM APPEND-ANNOUNCEMENT

           MOVE ANN-ID(ANNOUNCEMENT-COUNT) TO ANN-ID-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Announcement #"
                  FUNCTION TRIM(ANN-ID-DISP)
                  " posted; matching students will see it at login."
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE
           MOVE " " TO LINE-TEXT
           PERFORM PRINT-LINE.

       APPEND-ANNOUNCEMENT.
           OPEN EXTEND ANNOUNCEMENTS-FILE
           IF ANNOUNCEMENT-FILE-STATUS = "35"
               OPEN OUTPUT ANNOUNCEMENTS-FILE
               CLOSE ANNOUNCEMENTS-FILE
               OPEN EXTEND ANNOUNCEMENTS-FILE
           END-IF

           MOVE SPACES TO ANNOUNCEMENTS-REC
           STRING
               ANN-ID(ANNOUNCEMENT-COUNT) "|"
               FUNCTION TRIM(ANN-POSTED-BY(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-STATUS(ANNOUNCEMENT-COUNT)) "|"
               ANN-EXPIRES(ANNOUNCEMENT-COUNT) "|"
               FUNCTION TRIM(ANN-UNIVERSITY(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-MAJOR(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-GRAD-YEAR(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-POSTED-AT(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-TITLE(ANNOUNCEMENT-COUNT)) "|"
               FUNCTION TRIM(ANN-TEXT(ANNOUNCEMENT-COUNT))
               DELIMITED BY SIZE
               INTO ANNOUNCEMENTS-REC
           END-STRING
           WRITE ANNOUNCEMENTS-REC
           CLOSE ANNOUNCEMENTS-FILE.

       *> Login section: every ACTIVE, unexpired announcement whose
       *> audience takes in this student's profile and that they have
       *> not dismissed. Each one can be dismissed, kept for the next
       *> login, or reported to the operators.
       SHOW-LOGIN-ANNOUNCEMENTS.
           IF FUNCTION LENGTH(FUNCTION
              TRIM(STORED-ROLE(CURRENT-USER-INDEX))) > 0
              AND FUNCTION TRIM(STORED-ROLE(CURRENT-USER-INDEX)) NOT =
              "STUDENT"
               EXIT PARAGRAPH
           END-IF
           IF PROFILE-EXISTS(CURRENT-USER-INDEX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ANN-TODAY
           MOVE 0 TO ANN-SHOWN-COUNT
           PERFORM VARYING ANN-IDX FROM 1 BY 1
                   UNTIL ANN-IDX > ANNOUNCEMENT-COUNT
               PERFORM CHECK-ANNOUNCEMENT-AUDIENCE
               IF ANN-MATCHES
                   PERFORM CHECK-ANNOUNCEMENT-DISMISSED
                   IF ANN-NOT-DISMISSED
                       PERFORM SHOW-ONE-ANNOUNCEMENT
                   END-IF
               END-IF
           END-PERFORM

           IF ANN-SHOWN-COUNT > 0
               MOVE " " TO LINE-TEXT
               PERFORM PRINT-LINE
           END-IF.

       *> Sets ANN-MATCHES when announcement ANN-IDX is live and the
       *> logged-in student's profile falls inside its audience.
       *> University and major need only contain the filter text, and
       *> the year is exact -- the CHECK-BROWSE-FILTERS rules.
       CHECK-ANNOUNCEMENT-AUDIENCE.
           SET ANN-NO-MATCH TO TRUE

           IF FUNCTION TRIM(ANN-STATUS(ANN-IDX)) NOT = "ACTIVE"
              OR ANN-EXPIRES(ANN-IDX) < ANN-TODAY
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(ANN-UNIVERSITY(ANN-IDX)))
              > 0
               MOVE 0 TO NAME-MATCH-COUNT
               INSPECT FUNCTION
                   UPPER-CASE(PROFILE-UNIVERSITY(CURRENT-USER-INDEX))
                   TALLYING NAME-MATCH-COUNT
                   FOR ALL FUNCTION UPPER-CASE(FUNCTION
                       TRIM(ANN-UNIVERSITY(ANN-IDX)))
               IF NAME-MATCH-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(ANN-MAJOR(ANN-IDX))) > 0
               MOVE 0 TO NAME-MATCH-COUNT
               INSPECT FUNCTION
                   UPPER-CASE(PROFILE-MAJOR(CURRENT-USER-INDEX))
                   TALLYING NAME-MATCH-COUNT
                   FOR ALL FUNCTION UPPER-CASE(FUNCTION
                       TRIM(ANN-MAJOR(ANN-IDX)))
               IF NAME-MATCH-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(ANN-GRAD-YEAR(ANN-IDX))) > 0
               IF FUNCTION TRIM(PROFILE-GRAD-YEAR(CURRENT-USER-INDEX))
                  NOT = FUNCTION TRIM(ANN-GRAD-YEAR(ANN-IDX))
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET ANN-MATCHES TO TRUE.

       CHECK-ANNOUNCEMENT-DISMISSED.
           SET ANN-NOT-DISMISSED TO TRUE
           MOVE FUNCTION UPPER-CASE(FUNCTION
               TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
               TO ANN-DISMISSED-TEXT
           PERFORM VARYING ANN-SCAN FROM 1 BY 1
                   UNTIL ANN-SCAN > ANN-DISMISSAL-COUNT
                   OR ANN-IS-DISMISSED
               IF ANN-DISMISSED-ID(ANN-SCAN) = ANN-ID(ANN-IDX)
                  AND ANN-DISMISSED-BY(ANN-SCAN) = ANN-DISMISSED-TEXT
                   SET ANN-IS-DISMISSED TO TRUE
               END-IF
           END-PERFORM.

       SHOW-ONE-ANNOUNCEMENT.
           IF ANN-SHOWN-COUNT = 0
               MOVE "---- Announcements for you ----" TO LINE-TEXT
               PERFORM PRINT-LINE
           END-IF
           ADD 1 TO ANN-SHOWN-COUNT

           MOVE SPACES TO LINE-TEXT
           STRING FUNCTION TRIM(ANN-TITLE(ANN-IDX))
                  " (from "
                  FUNCTION TRIM(ANN-POSTED-BY(ANN-IDX))
                  ", until "
                  ANN-EXPIRES(ANN-IDX)(1:4) "-"
                  ANN-EXPIRES(ANN-IDX)(5:2) "-"
                  ANN-EXPIRES(ANN-IDX)(7:2)
                  ")"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE
           MOVE SPACES TO LINE-TEXT
           STRING "  " FUNCTION TRIM(ANN-TEXT(ANN-IDX))
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM PRINT-LINE

           MOVE "1. Dismiss  2. Keep for later  3. Report it" TO
               LINE-TEXT
           PERFORM PRINT-LINE
           MOVE "Enter your choice: " TO LINE-TEXT
           PERFORM PRINT-LINE

           MOVE 0 TO ANN-CHOICE
           PERFORM UNTIL ANN-CHOICE >= 1 AND ANN-CHOICE <= 3
               PERFORM READ-NEXT-INPUT
               IF INPUT-EOF-YES
                   MOVE 2 TO ANN-CHOICE
               ELSE
                   IF INPUT-REC(1:1) >= "1" AND INPUT-REC(1:1) <= "3"
                       COMPUTE ANN-CHOICE = FUNCTION
                           NUMVAL(INPUT-REC(1:1))
                   ELSE
                       MOVE "Invalid choice. Try again." TO LINE-TEXT
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE ANN-CHOICE
               WHEN 1
                   PERFORM DISMISS-ANNOUNCEMENT
                   MOVE "Announcement dismissed." TO LINE-TEXT
                   PERFORM PRINT-LINE
               WHEN 3
                   MOVE "ANN" TO CONTENT-REPORT-TYPE
                   MOVE ANN-ID(ANN-IDX) TO CONTENT-REPORT-REF
                   PERFORM GET-REPORT-REASON-AND-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> Records the dismissal in the table and on disk so the
       *> announcement stays away on later logins.
       DISMISS-ANNOUNCEMENT.
           IF ANN-DISMISSAL-COUNT < MAX-ANN-DISMISSALS
               ADD 1 TO ANN-DISMISSAL-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION
                   TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
                   TO ANN-DISMISSED-BY(ANN-DISMISSAL-COUNT)
               MOVE ANN-ID(ANN-IDX) TO
                   ANN-DISMISSED-ID(ANN-DISMISSAL-COUNT)
           END-IF

           OPEN EXTEND ANN-DISMISSALS-FILE
           IF ANN-DISMISSAL-FILE-STATUS = "35"
               OPEN OUTPUT ANN-DISMISSALS-FILE
               CLOSE ANN-DISMISSALS-FILE
               OPEN EXTEND ANN-DISMISSALS-FILE
           END-IF
           MOVE SPACES TO ANN-DISMISSALS-REC
           STRING
               FUNCTION TRIM(STORED-USERNAME(CURRENT-USER-INDEX)) "|"
               ANN-ID(ANN-IDX) "|"
               FUNCTION CURRENT-DATE
               DELIMITED BY SIZE
               INTO ANN-DISMISSALS-REC
           END-STRING
           WRITE ANN-DISMISSALS-REC
           CLOSE ANN-DISMISSALS-FILE.

       *> Appends one line per login attempt (username, timestamp,
       *> success/failure) so a compromised account's attempt history
       *> can be reconstructed later.
       WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF

           MOVE SPACES TO AUDIT-REC
           EVALUATE TRUE
               *> Attempts refused by the lockout are recorded as
               *> REFUSED, not FAILURE, so they neither extend the
               *> failure streak nor hide how often someone kept trying.
               WHEN LOGIN-LOCKED
                   STRING FUNCTION TRIM(USERNAME-IN) "|"
       *> account's role calls for. Students keep the original
       *> POST-LOGIN-MENU; employers get posting and applicant review
       *> up front plus a company profile; operators get the bare
       *> account controls; alumni keep networking and messaging
       *> without the applicant side.
       ROLE-POST-LOGIN-MENU.
           MOVE STORED-ROLE(CURRENT-USER-INDEX) TO CURRENT-USER-ROLE
           IF FUNCTION LENGTH(FUNCTION TRIM(CURRENT-USER-ROLE)) = 0
                   PERFORM EMPLOYER-POST-LOGIN-MENU
               WHEN ROLE-IS-OPERATOR
                   PERFORM OPERATOR-POST-LOGIN-MENU
               WHEN ROLE-IS-ALUMNI
                   PERFORM ALUMNI-POST-LOGIN-MENU
               WHEN OTHER
                   PERFORM POST-LOGIN-MENU
           END-EVALUATE.
               PERFORM PRINT-LINE
               MOVE "9. Logout" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "10. Post a Student Announcement" TO LINE-TEXT
               PERFORM PRINT-LINE

               MOVE "Enter your choice: " TO LINE-TEXT
               PERFORM PRINT-LINE
                       PERFORM PRINT-LINE
                       PERFORM START-SCREEN

                       CLOSE ACCOUNTS-FILE
                       CLOSE PROFILES-FILE
                       CLOSE MESSAGES-FILE
                       CLOSE INPUT-FILE
                       CLOSE OUTPUT-FILE
                       STOP RUN
                   WHEN 10
                       PERFORM POST-ANNOUNCEMENT

                   WHEN OTHER
                       MOVE "Invalid choice. Try again." TO LINE-TEXT
                       PERFORM PRINT-LINE
                       MOVE " " TO LINE-TEXT
                       PERFORM PRINT-LINE
               END-EVALUATE
           END-PERFORM.

       *> Post-login menu for ALUMNI accounts: the student menu's
       *> profile, networking and messaging options without the
       *> applicant side (job search and applications, interview
       *> invitations).
       ALUMNI-POST-LOGIN-MENU.
           MOVE 0 TO POST-CHOICE
           PERFORM UNTIL POST-CHOICE = 9
               *> Safe restart point, same as POST-LOGIN-MENU.
               MOVE STORED-USERNAME(CURRENT-USER-INDEX)
                   TO CHECKPOINT-RESUME-USER
               PERFORM WRITE-CHECKPOINT

               MOVE "1. Create/Edit My Profile" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "2. View My Profile" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "3. Find someone you know" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "4. Manage Pending Requests" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "5. View My Network" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "6. People You May Know" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "7. Browse Classmates" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "8. Messages" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "9. Logout" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "10. Account Settings" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "11. Learn a New Skill" TO LINE-TEXT
               PERFORM PRINT-LINE
               MOVE "12. Export My Profile" TO LINE-TEXT
               PERFORM PRINT-LINE

               MOVE "Enter your choice: " TO LINE-TEXT
               PERFORM PRINT-LINE

               PERFORM GET-POST-CHOICE

               EVALUATE POST-CHOICE
                   WHEN 1
                       PERFORM CREATE-EDIT-PROFILE
                   WHEN 2
                       PERFORM VIEW-MY-PROFILE
                   WHEN 3
                       PERFORM SEARCH-USER-BY-NAME
                   WHEN 4
                       PERFORM MANAGE-PENDING-REQUESTS
                   WHEN 5
                       PERFORM VIEW-MY-NETWORK
                   WHEN 6
                       PERFORM PEOPLE-YOU-MAY-KNOW
                   WHEN 7
                       PERFORM BROWSE-CLASSMATES
                   WHEN 8
                       PERFORM MESSAGES-MENU
                   WHEN 10
                       PERFORM ACCOUNT-SETTINGS-MENU
                       IF ACCOUNT-CLOSED
                           MOVE " " TO LINE-TEXT
                           PERFORM PRINT-LINE
                           PERFORM START-SCREEN

                           CLOSE ACCOUNTS-FILE
                           CLOSE PROFILES-FILE
                           CLOSE MESSAGES-FILE
                           CLOSE INPUT-FILE
                           CLOSE OUTPUT-FILE
                           STOP RUN
                       END-IF
                   WHEN 11
                       PERFORM LEARN-NEW-SKILL
                   WHEN 12
                       PERFORM EXPORT-MY-PROFILE
                   WHEN 9
                       MOVE " " TO LINE-TEXT
                       PERFORM PRINT-LINE
                       PERFORM START-SCREEN

                       CLOSE ACCOUNTS-FILE
                       CLOSE PROFILES-FILE
                       CLOSE MESSAGES-FILE
       *> disk as-is, and the current user's row is appended fresh from
       *> the table (or dropped, when the account closes).
       SAVE-COMPANY-PROFILE.
           SET HISTORY-NO-BEFORE TO TRUE
           OPEN INPUT COMPANY-PROFILES-FILE
           OPEN OUTPUT COMPANY-PROFILES-TEMP-FILE
           IF COMPANY-FILE-STATUS = "00"
                              TRIM(MERGE-FIELD1)) =
                              FUNCTION UPPER-CASE(FUNCTION
                    TRIM(STORED-USERNAME(CURRENT-USER-INDEX)))
                               MOVE COMPANY-PROFILES-REC TO
                                   HISTORY-BEFORE-IMAGE
                               SET HISTORY-HAS-BEFORE TO TRUE
                           ELSE
                               MOVE COMPANY-PROFILES-REC TO
                                   COMPANY-PROFILES-TEMP-REC
                   INTO COMPANY-PROFILES-TEMP-REC
               END-STRING
               WRITE COMPANY-PROFILES-TEMP-REC
               MOVE COMPANY-PROFILES-TEMP-REC TO HISTORY-AFTER-IMAGE
           END-IF
           CLOSE COMPANY-PROFILES-TEMP-FILE

           MOVE "data/company_profiles.dat"     TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL

           *> A row dropped at account closure is not a version anyone
           *> can go back to, so only kept rows reach the history.
           IF RENAME-STATUS = 0
              AND COMPANY-PROFILE-EXISTS(CURRENT-USER-INDEX) = "Y"
               MOVE "COMPANY" TO HISTORY-KIND
               PERFORM WRITE-PROFILE-HISTORY
           END-IF.

       *> Appends the BEFORE (when there was one) and AFTER image of
       *> the save just made, both stamped with the same time so the
       *> pair reads as one change.
       WRITE-PROFILE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HISTORY-SAVED-AT

           OPEN EXTEND PROFILE-HISTORY-FILE
           IF PROFILE-HISTORY-STATUS = "35"
               OPEN OUTPUT PROFILE-HISTORY-FILE
               CLOSE PROFILE-HISTORY-FILE
               OPEN EXTEND PROFILE-HISTORY-FILE
           END-IF

           IF HISTORY-HAS-BEFORE
               MOVE "BEFORE" TO HISTORY-IMAGE-TAG
               MOVE HISTORY-BEFORE-IMAGE TO HISTORY-IMAGE
               PERFORM WRITE-ONE-HISTORY-ROW
           END-IF
           MOVE "AFTER" TO HISTORY-IMAGE-TAG
           MOVE HISTORY-AFTER-IMAGE TO HISTORY-IMAGE
           PERFORM WRITE-ONE-HISTORY-ROW

           CLOSE PROFILE-HISTORY-FILE.

       WRITE-ONE-HISTORY-ROW.
           MOVE SPACES TO PROFILE-HISTORY-REC
           STRING FUNCTION TRIM(HISTORY-SAVED-AT) "|"
                  FUNCTION TRIM(STORED-USERNAME(CURRENT-USER-INDEX))
                  "|"
                  FUNCTION TRIM(STORED-USERNAME(CURRENT-USER-INDEX))
                  "|"
                  FUNCTION TRIM(HISTORY-KIND) "|"
                  FUNCTION TRIM(HISTORY-IMAGE-TAG) "|"
                  HISTORY-IMAGE
                  DELIMITED BY SIZE
                  INTO PROFILE-HISTORY-REC
           END-STRING
           WRITE PROFILE-HISTORY-REC.

       *> Company profile editor for employers: same blank-keeps-current
       *> convention as CREATE-EDIT-PROFILE. Company name is required,
           END-STRING
           PERFORM PRINT-LINE

           *> A restricted profile shows only the name card to anyone
           *> its owner has not let in.
           PERFORM CHECK-PROFILE-ACCESS
           IF NOT PROFILE-ACCESS-FULL
               IF VISIBLE-TO-UNIVERSITY(DISPLAY-USER-INDEX)
                   MOVE
                       "This profile is visible to their university and
      -    "connections only." TO LINE-TEXT
               ELSE
                   MOVE "This profile is visible to connections only."
                       TO LINE-TEXT
               END-IF
               PERFORM PRINT-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(PROFILE-DISPLAY-FOOTER))
                   > 0
                   MOVE FUNCTION TRIM(PROFILE-DISPLAY-FOOTER) TO
                       LINE-TEXT
               ELSE
                   MOVE "--------------------" TO LINE-TEXT
               END-IF
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> Display university
           MOVE SPACES TO LINE-TEXT
           STRING "University: "
           *> Call the shared display routine
           PERFORM DISPLAY-USER-PROFILE

           *> The owner's own screen (not the export) says who else
           *> can see it.
           IF PROFILE-EXISTS(CURRENT-USER-INDEX) = "Y"
               PERFORM DESCRIBE-MY-VISIBILITY
               MOVE SPACES TO LINE-TEXT
               STRING "Profile Visibility: "
                      FUNCTION TRIM(VISIBILITY-TEXT)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM PRINT-LINE
           END-IF

           *> Clear header/footer so other screens keep defaults
           MOVE SPACES TO PROFILE-DISPLAY-HEADER
           MOVE SPACES TO PROFILE-DISPLAY-FOOTER
           *> Loop through all accounts and list every match
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCOUNT-COUNT
               PERFORM COMPARE-NAMES
               *> Hidden profiles never come up for someone who is not
               *> already connected to them.
               IF USER-FOUND
                   MOVE I TO DISPLAY-USER-INDEX
                   PERFORM CHECK-PROFILE-ACCESS
                   IF PROFILE-ACCESS-NONE
                       SET USER-NOT-FOUND TO TRUE
                   END-IF
               END-IF
               IF USER-FOUND
                   ADD 1 TO SEARCH-RESULT-COUNT
                   MOVE I TO DISPLAY-USER-INDEX
