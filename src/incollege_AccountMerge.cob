       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeAccountMerge.

      *> Operator utility that folds a duplicate account into the one
      *> the user is keeping, once the pair (usually from the
      *> InCollegeDuplicateScan report) has been confirmed with them.
      *> Everything that refers to the old username by name moves to
      *> the kept one:
      *>   connections.dat       either side; a pair the kept account
      *>                         already has, or a pair between the
      *>                         two accounts themselves, is dropped
      *>   requests.dat          either side; dropped when the two
      *>                         are already connected, when the same
      *>                         two already have a request pending,
      *>                         or when it is between the two accounts
      *>   messages.dat          sender and recipient
      *>   applications.dat      dropped when the kept account has
      *>                         already applied to that listing
      *>   interviews.dat        applicant and poster
      *>   saved_searches.dat    dropped when the kept account already
      *>                         saved the same keyword and location
      *>   skill_progress.dat    the two rows combine -- a module done
      *>                         on either account counts as done
      *>   reports.dat           reporter
      *>   announcement_dismissals.dat
      *> The old profile row is dropped, or re-keyed to the kept
      *> username when the kept account has no profile yet. The old
      *> account record is deleted last, and a MERGED row naming the
      *> kept account is appended to the audit log under the old
      *> username.
      *>
      *> Only student and alumni accounts are merged: employer
      *> accounts own listings and a company profile, which are not
      *> handled here.
      *>
      *> Every line-sequential file is streamed through a temp copy
      *> and swapped, like the online rewrites. The old account record
      *> is deleted only after every file has been moved, so a run
      *> that stops part way can simply be run again. Run it while the
      *> online program is down -- a session that is already logged
      *> in would write its own copies back over the merge.
      *>
      *> Usage:
      *>   InCollegeAccountMerge <old-username> <kept-username>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-USERNAME-KEY
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-REC-KEY
               FILE STATUS IS MESSAGE-FILE-STATUS.

           *> Every line-sequential file is read through ROW-FILE and
           *> rewritten through ROW-TEMP-FILE; the paths are set per
           *> file before each pass.
           SELECT ROW-FILE ASSIGN TO DYNAMIC ROW-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROW-FILE-STATUS.

           SELECT ROW-TEMP-FILE ASSIGN TO DYNAMIC ROW-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROW-TEMP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

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

      *> Only the key and display name change; the rest of the fixed
      *> layout passes through as a block. Lengths must match the
      *> online program's record exactly.
       FD  PROFILES-FILE.
       01  PROFILES-REC.
           05  PROF-USERNAME-KEY      PIC X(20).
           05  PROF-USERNAME-DISPLAY  PIC X(20).
           05  PROF-PROFILE-DATA      PIC X(1696).

       FD  MESSAGES-FILE.
       01  MESSAGES-REC.
           05  MSG-REC-KEY            PIC 9(9).
           05  MSG-REC-SENDER         PIC X(20).
           05  MSG-REC-RECIPIENT      PIC X(20).
           05  MSG-REC-READ-FLAG      PIC X.
           05  MSG-REC-HIDDEN-FLAG    PIC X.
           05  MSG-REC-SENT-AT        PIC X(26).
           05  MSG-REC-TEXT           PIC X(200).

      *> Wide enough for the widest row moved here (interviews.dat)
       FD  ROW-FILE.
       01  ROW-REC                    PIC X(300).

       FD  ROW-TEMP-FILE.
       01  ROW-TEMP-REC               PIC X(300).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  ROW-FILE-STATUS            PIC XX VALUE "00".
       01  ROW-TEMP-STATUS            PIC XX VALUE "00".
       01  AUDIT-FILE-STATUS          PIC XX VALUE "00".

       01  ROW-FILE-PATH              PIC X(60) VALUE SPACES.
       01  ROW-TEMP-PATH              PIC X(60) VALUE SPACES.

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.

       *> The two accounts: keys upper-cased, names as registered
       01  OLD-KEY                    PIC X(20) VALUE SPACES.
       01  OLD-USERNAME               PIC X(20) VALUE SPACES.
       01  KEPT-KEY                   PIC X(20) VALUE SPACES.
       01  KEPT-USERNAME              PIC X(20) VALUE SPACES.

       01  MERGE-FAILED-FLAG          PIC X VALUE "N".
           88  MERGE-FAILED           VALUE "Y".
           88  MERGE-OK               VALUE "N".

       *> Which file the shared row pass is working on
       01  ROW-PASS                   PIC X(12) VALUE SPACES.
           88  PASS-CONNECTIONS       VALUE "CONNECTIONS".
           88  PASS-REQUESTS          VALUE "REQUESTS".
           88  PASS-APPLICATIONS      VALUE "APPLICATIONS".
           88  PASS-INTERVIEWS        VALUE "INTERVIEWS".
           88  PASS-SEARCHES          VALUE "SEARCHES".
           88  PASS-SKILLS            VALUE "SKILLS".
           88  PASS-REPORTS           VALUE "REPORTS".
           88  PASS-DISMISSALS        VALUE "DISMISSALS".

       *> A row split into up to three leading fields and the rest,
       *> which is carried through untouched
       01  ROW-TEXT                   PIC X(300) VALUE SPACES.
       01  ROW-REST                   PIC X(300) VALUE SPACES.
       01  ROW-POINTER                PIC 9(4) VALUE 1.
       01  LEAD-FIELD-COUNT           PIC 9 VALUE 1.
       01  ROW-FIELD-1                PIC X(20) VALUE SPACES.
       01  ROW-FIELD-2                PIC X(20) VALUE SPACES.
       01  ROW-FIELD-3                PIC X(20) VALUE SPACES.
       01  ROW-FIELD-2-WIDE           PIC X(100) VALUE SPACES.
       01  ROW-FIELD-3-WIDE           PIC X(100) VALUE SPACES.
       01  REST-PRESENT-FLAG          PIC X VALUE "N".
           88  REST-PRESENT           VALUE "Y".
           88  REST-ABSENT            VALUE "N".

       01  ROW-CHANGED-FLAG           PIC X VALUE "N".
           88  ROW-CHANGED            VALUE "Y".
           88  ROW-UNCHANGED          VALUE "N".
       01  ROW-DROP-FLAG              PIC X VALUE "N".
           88  DROP-ROW               VALUE "Y".
           88  KEEP-ROW               VALUE "N".

       01  CHECK-NAME                 PIC X(20) VALUE SPACES.
       01  OTHER-PARTY                PIC X(20) VALUE SPACES.

       *> Who the kept account is connected to / has a request
       *> pending with, upper-cased, built as the files stream past
       01  MAX-PARTIES                PIC 9(5) VALUE 5000.
       01  CONN-PARTY-COUNT           PIC 9(5) VALUE 0.
       01  CONN-PARTY-TABLE.
           05  CONN-PARTY OCCURS 5000 TIMES PIC X(20).
       01  REQ-PARTY-COUNT            PIC 9(5) VALUE 0.
       01  REQ-PARTY-TABLE.
           05  REQ-PARTY OCCURS 5000 TIMES PIC X(20).

       *> Listings the kept account has applied to, and its saved
       *> searches (keyword|location, upper-cased)
       01  MAX-KEPT-ITEMS             PIC 9(4) VALUE 2000.
       01  KEPT-JOB-COUNT             PIC 9(4) VALUE 0.
       01  KEPT-JOB-TABLE.
           05  KEPT-JOB OCCURS 2000 TIMES PIC X(20).
       01  KEPT-SEARCH-COUNT          PIC 9(4) VALUE 0.
       01  KEPT-SEARCH-TABLE.
           05  KEPT-SEARCH OCCURS 2000 TIMES PIC X(100).
       01  SEARCH-SIGNATURE           PIC X(100) VALUE SPACES.

       01  FOUND-FLAG                 PIC X VALUE "N".
           88  ITEM-FOUND             VALUE "Y".
           88  ITEM-NOT-FOUND         VALUE "N".

       *> Combined skill completion flags for the kept account
       01  SKILL-FLAG-TEXT            PIC X(20) VALUE SPACES.
       01  MERGED-SKILL-FLAGS.
           05  MERGED-SKILL OCCURS 5 TIMES PIC X.
       01  ROW-SKILL-FLAGS.
           05  ROW-SKILL OCCURS 5 TIMES PIC X.
       01  SKILL-ROWS-SEEN            PIC 9(4) VALUE 0.

       01  I                          PIC 9(5) VALUE 0.

       *> Per-file tallies for the summary
       01  MOVED-COUNT                PIC 9(6) VALUE 0.
       01  DROPPED-COUNT              PIC 9(6) VALUE 0.
       01  MESSAGES-MOVED-COUNT       PIC 9(6) VALUE 0.
       01  COUNT-DISP                 PIC Z(5)9 VALUE ZERO.
       01  COUNT-DISP-2               PIC Z(5)9 VALUE ZERO.

       01  PROFILE-OUTCOME            PIC X(40) VALUE SPACES.
       01  CURRENT-TIMESTAMP          PIC X(26) VALUE SPACES.

       01  RENAME-FROM-PATH           PIC X(60) VALUE SPACES.
       01  RENAME-TO-PATH             PIC X(60) VALUE SPACES.
       01  RENAME-STATUS              PIC 9(9) VALUE 0.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-MERGE.
           PERFORM GET-USERNAMES

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open data/accounts.dat (status "
                   ACCOUNT-FILE-STATUS ") - nothing merged."
               STOP RUN
           END-IF

           PERFORM CHECK-MERGE-PAIR
           IF MERGE-FAILED
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "---- Merging " FUNCTION TRIM(OLD-USERNAME)
                  " into " FUNCTION TRIM(KEPT-USERNAME) " ----"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)

           *> Connections first: the request pass needs to know who
           *> the kept account is connected to once the merge is done.
           SET PASS-CONNECTIONS TO TRUE
           MOVE "data/connections.dat" TO ROW-FILE-PATH
           PERFORM REWRITE-ROW-FILE

           IF MERGE-OK
               SET PASS-REQUESTS TO TRUE
               MOVE "data/requests.dat" TO ROW-FILE-PATH
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               PERFORM MOVE-MESSAGES
           END-IF

           IF MERGE-OK
               SET PASS-APPLICATIONS TO TRUE
               MOVE "data/applications.dat" TO ROW-FILE-PATH
               PERFORM COLLECT-KEPT-ROWS
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               SET PASS-INTERVIEWS TO TRUE
               MOVE "data/interviews.dat" TO ROW-FILE-PATH
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               SET PASS-SEARCHES TO TRUE
               MOVE "data/saved_searches.dat" TO ROW-FILE-PATH
               PERFORM COLLECT-KEPT-ROWS
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               SET PASS-SKILLS TO TRUE
               MOVE "data/skill_progress.dat" TO ROW-FILE-PATH
               PERFORM COLLECT-KEPT-ROWS
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               SET PASS-REPORTS TO TRUE
               MOVE "data/reports.dat" TO ROW-FILE-PATH
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               SET PASS-DISMISSALS TO TRUE
               MOVE "data/announcement_dismissals.dat" TO
                   ROW-FILE-PATH
               PERFORM REWRITE-ROW-FILE
           END-IF

           IF MERGE-OK
               PERFORM MOVE-PROFILE
           END-IF

           IF MERGE-OK
               PERFORM CLOSE-OLD-ACCOUNT
           END-IF
           CLOSE ACCOUNTS-FILE

           IF MERGE-FAILED
               DISPLAY "Merge stopped - the old account is still open. "
                   "Fix the problem above and run it again."
               STOP RUN
           END-IF

           PERFORM WRITE-MERGE-AUDIT-ROW
           MOVE SPACES TO LINE-TEXT
           STRING "Account " FUNCTION TRIM(OLD-USERNAME)
                  " merged into " FUNCTION TRIM(KEPT-USERNAME)
                  " and closed."
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT)
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "InCollege account merge -- operator use only"
           DISPLAY "  InCollegeAccountMerge <old-username> "
               "<kept-username>"
           DISPLAY "  moves everything of old-username onto "
               "kept-username, then closes old-username".

       GET-USERNAMES.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   STOP RUN
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE)) TO OLD-KEY

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   STOP RUN
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE)) TO
               KEPT-KEY

           IF OLD-KEY = SPACES OR KEPT-KEY = SPACES
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF
           IF OLD-KEY = KEPT-KEY
               DISPLAY "The old and kept usernames are the same "
                   "account."
               STOP RUN
           END-IF.

      *> Both accounts must exist and both must be student or alumni
      *> accounts (a blank role counts as STUDENT).
       CHECK-MERGE-PAIR.
           SET MERGE-OK TO TRUE

           MOVE KEPT-KEY TO ACCT-USERNAME-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "No account " FUNCTION TRIM(KEPT-KEY)
                       " - nothing merged."
                   SET MERGE-FAILED TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-USERNAME-DISPLAY TO KEPT-USERNAME
           PERFORM CHECK-MERGEABLE-ROLE
           IF MERGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-KEY TO ACCT-USERNAME-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "No account " FUNCTION TRIM(OLD-KEY)
                       " - nothing merged."
                   SET MERGE-FAILED TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-USERNAME-DISPLAY TO OLD-USERNAME
           PERFORM CHECK-MERGEABLE-ROLE.

       CHECK-MERGEABLE-ROLE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ACCT-ROLE)) > 0
              AND FUNCTION TRIM(ACCT-ROLE) NOT = "STUDENT"
              AND FUNCTION TRIM(ACCT-ROLE) NOT = "ALUMNI"
               DISPLAY FUNCTION TRIM(ACCT-USERNAME-DISPLAY) " is an "
                   FUNCTION TRIM(ACCT-ROLE) " account - only student "
                   "and alumni accounts can be merged."
               SET MERGE-FAILED TO TRUE
           END-IF.

      *> --------------------------------------------------------
      *> Pass 1 for the files where the kept account's own rows
      *> decide what happens to the old account's: the listings it
      *> applied to, its saved searches, its skill flags.
      *> --------------------------------------------------------
       COLLECT-KEPT-ROWS.
           MOVE 0 TO KEPT-JOB-COUNT
           MOVE 0 TO KEPT-SEARCH-COUNT
           MOVE 0 TO SKILL-ROWS-SEEN
           MOVE "NNNNN" TO MERGED-SKILL-FLAGS

           OPEN INPUT ROW-FILE
           IF ROW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ROW-FILE-STATUS = "10"
               READ ROW-FILE
                   AT END
                       MOVE "10" TO ROW-FILE-STATUS
                   NOT AT END
                       MOVE ROW-REC TO ROW-TEXT
                       MOVE 2 TO LEAD-FIELD-COUNT
                       PERFORM SPLIT-ROW
                       MOVE FUNCTION UPPER-CASE(FUNCTION
                           TRIM(ROW-FIELD-1)) TO CHECK-NAME
                       EVALUATE TRUE
                           WHEN PASS-APPLICATIONS
                               IF CHECK-NAME = KEPT-KEY
                                   PERFORM ADD-KEPT-JOB
                               END-IF
                           WHEN PASS-SEARCHES
                               IF CHECK-NAME = KEPT-KEY
                                   PERFORM ADD-KEPT-SEARCH
                               END-IF
                           WHEN PASS-SKILLS
                               IF CHECK-NAME = KEPT-KEY
                                  OR CHECK-NAME = OLD-KEY
                                   PERFORM COMBINE-SKILL-FLAGS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ROW-FILE.

       ADD-KEPT-JOB.
           IF KEPT-JOB-COUNT < MAX-KEPT-ITEMS
               ADD 1 TO KEPT-JOB-COUNT
               MOVE FUNCTION TRIM(ROW-FIELD-2-WIDE) TO
                   KEPT-JOB(KEPT-JOB-COUNT)
           END-IF.

       ADD-KEPT-SEARCH.
           PERFORM BUILD-SEARCH-SIGNATURE
           IF KEPT-SEARCH-COUNT < MAX-KEPT-ITEMS
               ADD 1 TO KEPT-SEARCH-COUNT
               MOVE SEARCH-SIGNATURE TO KEPT-SEARCH(KEPT-SEARCH-COUNT)
           END-IF.

      *> keyword|location of a saved-search row, upper-cased
       BUILD-SEARCH-SIGNATURE.
           MOVE SPACES TO ROW-FIELD-3-WIDE
           UNSTRING ROW-REST DELIMITED BY "|"
               INTO ROW-FIELD-3-WIDE
           END-UNSTRING
           MOVE SPACES TO SEARCH-SIGNATURE
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-2-WIDE))
                  "|"
                  FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-3-WIDE))
                  DELIMITED BY SIZE
                  INTO SEARCH-SIGNATURE
           END-STRING.

      *> username|f1|f2|f3|f4|f5 -- a module done on either account
      *> is done on the merged one
       COMBINE-SKILL-FLAGS.
           ADD 1 TO SKILL-ROWS-SEEN
           MOVE SPACES TO SKILL-FLAG-TEXT
           STRING FUNCTION TRIM(ROW-FIELD-2-WIDE) "|" ROW-REST
                  DELIMITED BY SIZE
                  INTO SKILL-FLAG-TEXT
           END-STRING
           MOVE "NNNNN" TO ROW-SKILL-FLAGS
           UNSTRING SKILL-FLAG-TEXT DELIMITED BY "|"
               INTO ROW-SKILL(1) ROW-SKILL(2) ROW-SKILL(3)
                    ROW-SKILL(4) ROW-SKILL(5)
           END-UNSTRING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF ROW-SKILL(I) = "Y"
                   MOVE "Y" TO MERGED-SKILL(I)
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Pass 2: the live file streams through the temp copy with
      *> the old username replaced, rows the merge makes redundant
      *> left out, then the copy is swapped in. A missing file has
      *> nothing to move.
      *> --------------------------------------------------------
       REWRITE-ROW-FILE.
           MOVE 0 TO MOVED-COUNT
           MOVE 0 TO DROPPED-COUNT
           *> The connected-party list built on the connections pass
           *> is still needed by the request pass.
           IF PASS-CONNECTIONS
               MOVE 0 TO CONN-PARTY-COUNT
           END-IF
           MOVE 0 TO REQ-PARTY-COUNT

           OPEN INPUT ROW-FILE
           IF ROW-FILE-STATUS NOT = "00"
               IF ROW-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open " FUNCTION TRIM(ROW-FILE-PATH)
                       " (status " ROW-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ROW-TEMP-PATH
           STRING FUNCTION TRIM(ROW-FILE-PATH) ".tmp"
                  DELIMITED BY SIZE
                  INTO ROW-TEMP-PATH
           END-STRING
           OPEN OUTPUT ROW-TEMP-FILE
           IF ROW-TEMP-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(ROW-TEMP-PATH)
                   " (status " ROW-TEMP-STATUS ")"
               CLOSE ROW-FILE
               SET MERGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ROW-FILE-STATUS = "10"
               READ ROW-FILE
                   AT END
                       MOVE "10" TO ROW-FILE-STATUS
                   NOT AT END
                       PERFORM MERGE-ONE-ROW
               END-READ
           END-PERFORM

           *> The kept account's combined skill row goes on the end,
           *> the same way the online save appends the user's row.
           IF PASS-SKILLS AND SKILL-ROWS-SEEN > 0
              AND MERGED-SKILL-FLAGS NOT = "NNNNN"
               MOVE SPACES TO ROW-TEMP-REC
               STRING FUNCTION TRIM(KEPT-USERNAME) "|"
                      MERGED-SKILL(1) "|" MERGED-SKILL(2) "|"
                      MERGED-SKILL(3) "|" MERGED-SKILL(4) "|"
                      MERGED-SKILL(5)
                      DELIMITED BY SIZE
                      INTO ROW-TEMP-REC
               END-STRING
               WRITE ROW-TEMP-REC
           END-IF

           CLOSE ROW-FILE
           CLOSE ROW-TEMP-FILE

           MOVE ROW-TEMP-PATH TO RENAME-FROM-PATH
           MOVE ROW-FILE-PATH TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL
           IF RENAME-STATUS NOT = 0
               DISPLAY "Cannot replace " FUNCTION TRIM(ROW-FILE-PATH)
                   " - the merged copy is left in "
                   FUNCTION TRIM(ROW-TEMP-PATH)
               SET MERGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE MOVED-COUNT TO COUNT-DISP
           MOVE DROPPED-COUNT TO COUNT-DISP-2
           MOVE SPACES TO LINE-TEXT
           STRING "  " FUNCTION TRIM(ROW-FILE-PATH) ": "
                  FUNCTION TRIM(COUNT-DISP) " moved, "
                  FUNCTION TRIM(COUNT-DISP-2) " dropped"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

       MERGE-ONE-ROW.
           MOVE ROW-REC TO ROW-TEXT
           SET ROW-UNCHANGED TO TRUE
           SET KEEP-ROW TO TRUE

           EVALUATE TRUE
               WHEN PASS-CONNECTIONS
                   PERFORM MERGE-CONNECTION-ROW
               WHEN PASS-REQUESTS
                   PERFORM MERGE-REQUEST-ROW
               WHEN PASS-APPLICATIONS
                   PERFORM MERGE-APPLICATION-ROW
               WHEN PASS-INTERVIEWS
                   PERFORM MERGE-INTERVIEW-ROW
               WHEN PASS-SEARCHES
                   PERFORM MERGE-SEARCH-ROW
               WHEN PASS-SKILLS
                   PERFORM MERGE-SKILL-ROW
               WHEN PASS-REPORTS
                   PERFORM MERGE-REPORT-ROW
               WHEN PASS-DISMISSALS
                   PERFORM MERGE-DISMISSAL-ROW
           END-EVALUATE

           IF DROP-ROW
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ROW-CHANGED
               ADD 1 TO MOVED-COUNT
               PERFORM JOIN-ROW
               MOVE ROW-TEXT TO ROW-TEMP-REC
           ELSE
               MOVE ROW-REC TO ROW-TEMP-REC
           END-IF
           WRITE ROW-TEMP-REC.

      *> user1|user2|made at. After the rename, a pair between the two
      *> merged accounts, or one the kept account already has, goes.
       MERGE-CONNECTION-ROW.
           MOVE 2 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1
           PERFORM RENAME-FIELD-2
           PERFORM FIND-OTHER-PARTY
           IF OTHER-PARTY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF OTHER-PARTY = KEPT-KEY
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CONN-PARTY
           IF ITEM-FOUND
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CONN-PARTY-COUNT < MAX-PARTIES
               ADD 1 TO CONN-PARTY-COUNT
               MOVE OTHER-PARTY TO CONN-PARTY(CONN-PARTY-COUNT)
           END-IF.

      *> sender|recipient|sent at. Dropped when the two are now
      *> connected, when a request between the same two (either
      *> way) is already kept, or when it is between the two merged
      *> accounts.
       MERGE-REQUEST-ROW.
           MOVE 2 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1
           PERFORM RENAME-FIELD-2
           PERFORM FIND-OTHER-PARTY
           IF OTHER-PARTY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF OTHER-PARTY = KEPT-KEY
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CONN-PARTY
           IF ITEM-FOUND
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET ITEM-NOT-FOUND TO TRUE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > REQ-PARTY-COUNT OR ITEM-FOUND
               IF REQ-PARTY(I) = OTHER-PARTY
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF REQ-PARTY-COUNT < MAX-PARTIES
               ADD 1 TO REQ-PARTY-COUNT
               MOVE OTHER-PARTY TO REQ-PARTY(REQ-PARTY-COUNT)
           END-IF.

      *> applicant|job id|status|... -- the kept account's own
      *> application to the same listing wins.
       MERGE-APPLICATION-ROW.
           MOVE 2 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1
           IF ROW-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           SET ITEM-NOT-FOUND TO TRUE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > KEPT-JOB-COUNT OR ITEM-FOUND
               IF KEPT-JOB(I) = FUNCTION TRIM(ROW-FIELD-2-WIDE)
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-KEPT-JOB.

      *> applicant|job id|poster|status|...
       MERGE-INTERVIEW-ROW.
           MOVE 3 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1
           PERFORM RENAME-FIELD-3.

      *> username|keyword|location|last viewed at -- a search the
      *> kept account already saved is not saved twice.
       MERGE-SEARCH-ROW.
           MOVE 2 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1
           IF ROW-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-SEARCH-SIGNATURE
           SET ITEM-NOT-FOUND TO TRUE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > KEPT-SEARCH-COUNT OR ITEM-FOUND
               IF KEPT-SEARCH(I) = SEARCH-SIGNATURE
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               SET DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF KEPT-SEARCH-COUNT < MAX-KEPT-ITEMS
               ADD 1 TO KEPT-SEARCH-COUNT
               MOVE SEARCH-SIGNATURE TO KEPT-SEARCH(KEPT-SEARCH-COUNT)
           END-IF.

      *> Both accounts' rows come out; the combined row is appended
      *> after the pass.
       MERGE-SKILL-ROW.
           MOVE 1 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-1)) TO
               CHECK-NAME
           IF CHECK-NAME = OLD-KEY OR CHECK-NAME = KEPT-KEY
               SET DROP-ROW TO TRUE
           END-IF.

      *> report key|reporter|...
       MERGE-REPORT-ROW.
           MOVE 2 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-2.

      *> username|announcement id|dismissed at
       MERGE-DISMISSAL-ROW.
           MOVE 1 TO LEAD-FIELD-COUNT
           PERFORM SPLIT-ROW
           PERFORM RENAME-FIELD-1.

      *> --------------------------------------------------------
      *> Row helpers: split off the leading fields, rename, join.
      *> --------------------------------------------------------
       SPLIT-ROW.
           MOVE SPACES TO ROW-FIELD-1
           MOVE SPACES TO ROW-FIELD-2-WIDE
           MOVE SPACES TO ROW-FIELD-3-WIDE
           MOVE SPACES TO ROW-REST
           MOVE 1 TO ROW-POINTER
           EVALUATE LEAD-FIELD-COUNT
               WHEN 1
                   UNSTRING ROW-TEXT DELIMITED BY "|"
                       INTO ROW-FIELD-1
                       WITH POINTER ROW-POINTER
                   END-UNSTRING
               WHEN 2
                   UNSTRING ROW-TEXT DELIMITED BY "|"
                       INTO ROW-FIELD-1
                            ROW-FIELD-2-WIDE
                       WITH POINTER ROW-POINTER
                   END-UNSTRING
               WHEN OTHER
                   UNSTRING ROW-TEXT DELIMITED BY "|"
                       INTO ROW-FIELD-1
                            ROW-FIELD-2-WIDE
                            ROW-FIELD-3-WIDE
                       WITH POINTER ROW-POINTER
                   END-UNSTRING
           END-EVALUATE
           MOVE ROW-FIELD-2-WIDE TO ROW-FIELD-2
           MOVE ROW-FIELD-3-WIDE TO ROW-FIELD-3
           IF ROW-POINTER <= 300
               SET REST-PRESENT TO TRUE
               MOVE ROW-TEXT(ROW-POINTER:) TO ROW-REST
           ELSE
               SET REST-ABSENT TO TRUE
           END-IF.

       RENAME-FIELD-1.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-1)) = OLD-KEY
               MOVE KEPT-USERNAME TO ROW-FIELD-1
               SET ROW-CHANGED TO TRUE
           END-IF.

       RENAME-FIELD-2.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-2)) = OLD-KEY
               MOVE KEPT-USERNAME TO ROW-FIELD-2
               MOVE KEPT-USERNAME TO ROW-FIELD-2-WIDE
               SET ROW-CHANGED TO TRUE
           END-IF.

       RENAME-FIELD-3.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-3)) = OLD-KEY
               MOVE KEPT-USERNAME TO ROW-FIELD-3
               MOVE KEPT-USERNAME TO ROW-FIELD-3-WIDE
               SET ROW-CHANGED TO TRUE
           END-IF.

      *> For a two-name row that involves the kept account (after the
      *> rename), the upper-cased name on the other side; spaces when
      *> the row does not involve it.
       FIND-OTHER-PARTY.
           MOVE SPACES TO OTHER-PARTY
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-1)) =
              KEPT-KEY
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-2))
                   TO OTHER-PARTY
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-FIELD-2)) =
                  KEPT-KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION
                       TRIM(ROW-FIELD-1)) TO OTHER-PARTY
               END-IF
           END-IF.

       FIND-CONN-PARTY.
           SET ITEM-NOT-FOUND TO TRUE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CONN-PARTY-COUNT OR ITEM-FOUND
               IF CONN-PARTY(I) = OTHER-PARTY
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       JOIN-ROW.
           MOVE SPACES TO ROW-TEXT
           EVALUATE LEAD-FIELD-COUNT
               WHEN 1
                   STRING FUNCTION TRIM(ROW-FIELD-1)
                          DELIMITED BY SIZE
                          INTO ROW-TEXT
                   END-STRING
               WHEN 2
                   STRING FUNCTION TRIM(ROW-FIELD-1) "|"
                          FUNCTION TRIM(ROW-FIELD-2-WIDE)
                          DELIMITED BY SIZE
                          INTO ROW-TEXT
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(ROW-FIELD-1) "|"
                          FUNCTION TRIM(ROW-FIELD-2-WIDE) "|"
                          FUNCTION TRIM(ROW-FIELD-3-WIDE)
                          DELIMITED BY SIZE
                          INTO ROW-TEXT
                   END-STRING
           END-EVALUATE
           IF REST-PRESENT
               COMPUTE ROW-POINTER =
                   FUNCTION LENGTH(FUNCTION TRIM(ROW-TEXT TRAILING)) + 1
               STRING "|" ROW-REST
                      DELIMITED BY SIZE
                      INTO ROW-TEXT
                      WITH POINTER ROW-POINTER
               END-STRING
           END-IF.

      *> --------------------------------------------------------
      *> Messages: sender and recipient rewritten in place.
      *> --------------------------------------------------------
       MOVE-MESSAGES.
           MOVE 0 TO MESSAGES-MOVED-COUNT
           OPEN I-O MESSAGES-FILE
           IF MESSAGE-FILE-STATUS NOT = "00"
               IF MESSAGE-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open data/messages.dat (status "
                       MESSAGE-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL MESSAGE-FILE-STATUS NOT = "00"
               READ MESSAGES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MOVE-ONE-MESSAGE
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE

           MOVE MESSAGES-MOVED-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "  data/messages.dat: "
                  FUNCTION TRIM(COUNT-DISP) " moved"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(LINE-TEXT).

       MOVE-ONE-MESSAGE.
           SET ROW-UNCHANGED TO TRUE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSG-REC-SENDER)) =
              OLD-KEY
               MOVE KEPT-USERNAME TO MSG-REC-SENDER
               SET ROW-CHANGED TO TRUE
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSG-REC-RECIPIENT)) =
              OLD-KEY
               MOVE KEPT-USERNAME TO MSG-REC-RECIPIENT
               SET ROW-CHANGED TO TRUE
           END-IF
           IF ROW-CHANGED
               REWRITE MESSAGES-REC
               IF MESSAGE-FILE-STATUS = "00"
                   ADD 1 TO MESSAGES-MOVED-COUNT
               ELSE
                   DISPLAY "Cannot rewrite message " MSG-REC-KEY
                       " (status " MESSAGE-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
               END-IF
           END-IF.

      *> --------------------------------------------------------
      *> Profile: the kept account's own profile wins. When it has
      *> none, the old profile is re-keyed to it instead of lost.
      *> --------------------------------------------------------
       MOVE-PROFILE.
           OPEN I-O PROFILES-FILE
           IF PROFILE-FILE-STATUS NOT = "00"
               IF PROFILE-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open data/profiles.dat (status "
                       PROFILE-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "no profile on the old account" TO PROFILE-OUTCOME
           MOVE OLD-KEY TO PROF-USERNAME-KEY
           READ PROFILES-FILE
               INVALID KEY
                   CLOSE PROFILES-FILE
                   DISPLAY "  data/profiles.dat: "
                       FUNCTION TRIM(PROFILE-OUTCOME)
                   EXIT PARAGRAPH
           END-READ

           MOVE KEPT-KEY TO PROF-USERNAME-KEY
           MOVE KEPT-USERNAME TO PROF-USERNAME-DISPLAY
           WRITE PROFILES-REC
               INVALID KEY
                   MOVE "old profile dropped, kept profile unchanged"
                       TO PROFILE-OUTCOME
               NOT INVALID KEY
                   MOVE "old profile moved to the kept account" TO
                       PROFILE-OUTCOME
           END-WRITE

           MOVE OLD-KEY TO PROF-USERNAME-KEY
           DELETE PROFILES-FILE
               INVALID KEY
                   DISPLAY "Cannot delete the old profile (status "
                       PROFILE-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
           END-DELETE
           CLOSE PROFILES-FILE
           DISPLAY "  data/profiles.dat: "
               FUNCTION TRIM(PROFILE-OUTCOME).

       CLOSE-OLD-ACCOUNT.
           MOVE OLD-KEY TO ACCT-USERNAME-KEY
           DELETE ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "Cannot delete account "
                       FUNCTION TRIM(OLD-USERNAME)
                       " (status " ACCOUNT-FILE-STATUS ")"
                   SET MERGE-FAILED TO TRUE
           END-DELETE.

      *> old username|timestamp|MERGED|kept username. The lockout
      *> scans treat MERGED like any other non-login row.
       WRITE-MERGE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF

           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION TRIM(OLD-USERNAME) "|"
                  FUNCTION TRIM(CURRENT-TIMESTAMP) "|"
                  "MERGED" "|"
                  FUNCTION TRIM(KEPT-USERNAME)
                  DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-LOG-FILE.
