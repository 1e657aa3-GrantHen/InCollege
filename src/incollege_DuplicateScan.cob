       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeDuplicateScan.

      *> Batch job that lists accounts that are probably the same
      *> person signed up twice -- usually a student who forgot their
      *> username and registered again. Registration only refuses an
      *> exact username clash, so nothing stops the second account,
      *> and the student's network, mail and applications end up
      *> split across the two.
      *>
      *> Two profiles are listed as a likely pair when either
      *>   same name and university -- first name, last name and
      *>                               university all equal (case
      *>                               and surrounding blanks
      *>                               ignored, none of them blank)
      *>   same background         -- the experience and education
      *>                               blocks are identical entry for
      *>                               entry (title, company, dates /
      *>                               degree, school, years), and
      *>                               not both empty
      *> Nothing is changed. The operator confirms each pair with the
      *> student and folds the old account into the one being kept
      *> with InCollegeAccountMerge.
      *>
      *> Usage: InCollegeDuplicateScan (no arguments)
      *> The pair list is written to out/InCollege-DuplicateScan.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           *> Read by key for each listed account's role and last
           *> login, so the operator can tell which one is in use.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-USERNAME-KEY
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "out/InCollege-DuplicateScan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Lengths must match the online program's record exactly.
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

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-REC.
           05  ACCT-USERNAME-KEY      PIC X(20).
           05  ACCT-USERNAME-DISPLAY  PIC X(20).
           05  ACCT-PASSWORD-HASH     PIC X(64).
           05  ACCT-ROW-INDEX         PIC 9(5).
           05  ACCT-LAST-LOGIN        PIC X(26).
           05  ACCT-ROLE              PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".

       01  PROFILES-OPEN-FLAG         PIC X VALUE "N".
           88  PROFILES-OPEN          VALUE "Y".
           88  PROFILES-NOT-OPEN      VALUE "N".
       01  ACCOUNTS-OPEN-FLAG         PIC X VALUE "N".
           88  ACCOUNTS-OPEN          VALUE "Y".
           88  ACCOUNTS-NOT-OPEN      VALUE "N".

       *> One entry per profile row, with the two comparison keys
       *> already upper-cased and trimmed. A blank key never matches.
       01  MAX-CANDIDATES             PIC 9(5) VALUE 20000.
       01  CANDIDATE-COUNT            PIC 9(5) VALUE 0.
       01  SKIPPED-PROFILE-COUNT      PIC 9(6) VALUE 0.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 20000 TIMES.
               10  CAND-USERNAME      PIC X(20).
               10  CAND-NAME          PIC X(61).
               10  CAND-UNIVERSITY    PIC X(50).
               *> first|last|university
               10  CAND-NAME-KEY      PIC X(113).
               *> experience entries then education entries
               10  CAND-BACKGROUND    PIC X(900).

       *> Likely pairs, in profile-file order
       01  MAX-PAIRS                  PIC 9(5) VALUE 5000.
       01  PAIR-COUNT                 PIC 9(6) VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 5000 TIMES.
               10  PAIR-FIRST         PIC 9(5).
               10  PAIR-SECOND        PIC 9(5).
               10  PAIR-SAME-NAME     PIC X.
               10  PAIR-SAME-BACKGROUND PIC X.

       01  I                          PIC 9(5) VALUE 0.
       01  J                          PIC 9(5) VALUE 0.
       01  K                          PIC 9(5) VALUE 0.
       01  SIG-POINTER                PIC 9(4) VALUE 1.
       01  BACKGROUND-CHECK           PIC X(900) VALUE SPACES.
       *> Set when a background signature did not fit; a partial
       *> signature is never matched on
       01  BACKGROUND-CUT-FLAG        PIC X VALUE "N".
           88  BACKGROUND-CUT         VALUE "Y".
           88  BACKGROUND-WHOLE       VALUE "N".
       01  SAME-NAME-FLAG             PIC X VALUE "N".
       01  SAME-BACKGROUND-FLAG       PIC X VALUE "N".
       01  NAME-PAIR-COUNT            PIC 9(6) VALUE 0.
       01  BACKGROUND-PAIR-COUNT      PIC 9(6) VALUE 0.

       01  SHOW-INDEX                 PIC 9(5) VALUE 0.
       01  SHOW-ROLE                  PIC X(10) VALUE SPACES.
       01  SHOW-LAST-LOGIN            PIC X(26) VALUE SPACES.
       01  COUNT-DISP                 PIC Z(5)9 VALUE ZERO.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DUPLICATE-SCAN.
           PERFORM LOAD-CANDIDATES
           PERFORM FIND-LIKELY-PAIRS

           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS = "00"
               SET ACCOUNTS-OPEN TO TRUE
           ELSE
               SET ACCOUNTS-NOT-OPEN TO TRUE
           END-IF

           PERFORM WRITE-REPORT

           IF ACCOUNTS-OPEN
               CLOSE ACCOUNTS-FILE
           END-IF
           STOP RUN.

      *> --------------------------------------------------------
      *> Every profile row into the candidate table with its keys.
      *> --------------------------------------------------------
       LOAD-CANDIDATES.
           OPEN INPUT PROFILES-FILE
           IF PROFILE-FILE-STATUS NOT = "00"
               SET PROFILES-NOT-OPEN TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET PROFILES-OPEN TO TRUE

           PERFORM UNTIL PROFILE-FILE-STATUS = "10"
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PROFILE-FILE-STATUS
                   NOT AT END
                       IF CANDIDATE-COUNT < MAX-CANDIDATES
                           ADD 1 TO CANDIDATE-COUNT
                           PERFORM FILL-CANDIDATE
                       ELSE
                           ADD 1 TO SKIPPED-PROFILE-COUNT
                       END-IF
               END-READ
               IF PROFILE-FILE-STATUS(1:1) = "3"
                  OR PROFILE-FILE-STATUS(1:1) = "9"
                   MOVE "10" TO PROFILE-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE PROFILES-FILE.

       FILL-CANDIDATE.
           MOVE PROF-USERNAME-DISPLAY TO CAND-USERNAME(CANDIDATE-COUNT)
           IF FUNCTION LENGTH(FUNCTION TRIM(PROF-USERNAME-DISPLAY)) = 0
               MOVE PROF-USERNAME-KEY TO
                   CAND-USERNAME(CANDIDATE-COUNT)
           END-IF
           MOVE SPACES TO CAND-NAME(CANDIDATE-COUNT)
           STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                  FUNCTION TRIM(PROF-LAST-NAME)
                  DELIMITED BY SIZE
                  INTO CAND-NAME(CANDIDATE-COUNT)
           END-STRING
           MOVE PROF-UNIVERSITY TO CAND-UNIVERSITY(CANDIDATE-COUNT)

           MOVE SPACES TO CAND-NAME-KEY(CANDIDATE-COUNT)
           IF FUNCTION LENGTH(FUNCTION TRIM(PROF-FIRST-NAME)) > 0
              AND FUNCTION LENGTH(FUNCTION TRIM(PROF-LAST-NAME)) > 0
              AND FUNCTION LENGTH(FUNCTION TRIM(PROF-UNIVERSITY)) > 0
               STRING FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-FIRST-NAME)) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-LAST-NAME)) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-UNIVERSITY))
                      DELIMITED BY SIZE
                      INTO CAND-NAME-KEY(CANDIDATE-COUNT)
               END-STRING
           END-IF

           *> The descriptions are left out: they are free text that a
           *> student retyping their profile rarely reproduces exactly,
           *> while titles, employers, schools and dates they do.
           MOVE SPACES TO CAND-BACKGROUND(CANDIDATE-COUNT)
           MOVE 1 TO SIG-POINTER
           SET BACKGROUND-WHOLE TO TRUE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               STRING FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EXP-TITLE(K))) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EXP-COMPANY(K))) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EXP-DATES(K))) "|"
                      DELIMITED BY SIZE
                      INTO CAND-BACKGROUND(CANDIDATE-COUNT)
                      WITH POINTER SIG-POINTER
                      ON OVERFLOW
                          SET BACKGROUND-CUT TO TRUE
               END-STRING
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               STRING FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EDU-DEGREE(K))) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EDU-SCHOOL(K))) "|"
                      FUNCTION UPPER-CASE(FUNCTION
                          TRIM(PROF-EDU-YEARS(K))) "|"
                      DELIMITED BY SIZE
                      INTO CAND-BACKGROUND(CANDIDATE-COUNT)
                      WITH POINTER SIG-POINTER
                      ON OVERFLOW
                          SET BACKGROUND-CUT TO TRUE
               END-STRING
           END-PERFORM
           *> Nothing but separators means no background at all, and a
           *> signature cut short cannot be compared fairly
           MOVE CAND-BACKGROUND(CANDIDATE-COUNT) TO BACKGROUND-CHECK
           INSPECT BACKGROUND-CHECK REPLACING ALL "|" BY SPACE
           IF BACKGROUND-CHECK = SPACES OR BACKGROUND-CUT
               MOVE SPACES TO CAND-BACKGROUND(CANDIDATE-COUNT)
           END-IF.

      *> --------------------------------------------------------
      *> Every pair of candidates compared once on both keys.
      *> --------------------------------------------------------
       FIND-LIKELY-PAIRS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANDIDATE-COUNT
               PERFORM VARYING J FROM I BY 1 UNTIL J > CANDIDATE-COUNT
                   IF J > I
                       PERFORM COMPARE-CANDIDATES
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-CANDIDATES.
           MOVE "N" TO SAME-NAME-FLAG
           MOVE "N" TO SAME-BACKGROUND-FLAG
           IF CAND-NAME-KEY(I) NOT = SPACES
              AND CAND-NAME-KEY(I) = CAND-NAME-KEY(J)
               MOVE "Y" TO SAME-NAME-FLAG
               ADD 1 TO NAME-PAIR-COUNT
           END-IF
           IF CAND-BACKGROUND(I) NOT = SPACES
              AND CAND-BACKGROUND(I) = CAND-BACKGROUND(J)
               MOVE "Y" TO SAME-BACKGROUND-FLAG
               ADD 1 TO BACKGROUND-PAIR-COUNT
           END-IF
           IF SAME-NAME-FLAG = "N" AND SAME-BACKGROUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PAIR-COUNT
           IF PAIR-COUNT > MAX-PAIRS
               EXIT PARAGRAPH
           END-IF
           MOVE I TO PAIR-FIRST(PAIR-COUNT)
           MOVE J TO PAIR-SECOND(PAIR-COUNT)
           MOVE SAME-NAME-FLAG TO PAIR-SAME-NAME(PAIR-COUNT)
           MOVE SAME-BACKGROUND-FLAG TO
               PAIR-SAME-BACKGROUND(PAIR-COUNT).

      *> --------------------------------------------------------
      *> Output: counts, then each pair with both accounts' role and
      *> last login so the operator can tell which one is in use.
      *> --------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "---- InCollege Duplicate Account Scan ----" TO
               LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF PROFILES-NOT-OPEN
               MOVE SPACES TO LINE-TEXT
               STRING "Cannot open data/profiles.dat (status "
                      PROFILE-FILE-STATUS
                      ") - nothing to compare"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE CANDIDATE-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Profiles compared: "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF SKIPPED-PROFILE-COUNT > 0
               MOVE SKIPPED-PROFILE-COUNT TO COUNT-DISP
               MOVE SPACES TO LINE-TEXT
               STRING "Profiles not compared (table full): "
                      FUNCTION TRIM(COUNT-DISP)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE NAME-PAIR-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Pairs with the same name and university: "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE BACKGROUND-PAIR-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Pairs with the same experience/education: "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF ACCOUNTS-NOT-OPEN
               MOVE "data/accounts.dat unavailable - roles and last log
      -            "ins not shown" TO LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF PAIR-COUNT = 0
               MOVE "No likely duplicate accounts found." TO LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PAIR-COUNT OR I > MAX-PAIRS
               PERFORM WRITE-ONE-PAIR
           END-PERFORM

           IF PAIR-COUNT > MAX-PAIRS
               MOVE PAIR-COUNT TO COUNT-DISP
               MOVE SPACES TO LINE-TEXT
               STRING "Only the first 5000 of "
                      FUNCTION TRIM(COUNT-DISP)
                      " pairs are listed"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "Confirm each pair with the user, then fold the old acco
      -        "unt into the kept one:" TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "  InCollegeAccountMerge <old-username> <kept-username>"
               TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-ONE-PAIR.
           MOVE I TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           IF PAIR-SAME-NAME(I) = "Y"
              AND PAIR-SAME-BACKGROUND(I) = "Y"
               STRING "Pair " FUNCTION TRIM(COUNT-DISP)
                      ": same name and university, same "
                      "experience/education"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
           ELSE
               IF PAIR-SAME-NAME(I) = "Y"
                   STRING "Pair " FUNCTION TRIM(COUNT-DISP)
                          ": same name and university"
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               ELSE
                   STRING "Pair " FUNCTION TRIM(COUNT-DISP)
                          ": same experience/education"
                          DELIMITED BY SIZE
                          INTO LINE-TEXT
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE PAIR-FIRST(I) TO SHOW-INDEX
           PERFORM WRITE-PAIR-MEMBER
           MOVE PAIR-SECOND(I) TO SHOW-INDEX
           PERFORM WRITE-PAIR-MEMBER
           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAIR-MEMBER.
           MOVE SPACES TO SHOW-ROLE
           MOVE SPACES TO SHOW-LAST-LOGIN
           IF ACCOUNTS-OPEN
               MOVE FUNCTION UPPER-CASE(FUNCTION
                   TRIM(CAND-USERNAME(SHOW-INDEX))) TO ACCT-USERNAME-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       MOVE "NO ACCOUNT" TO SHOW-ROLE
                   NOT INVALID KEY
                       MOVE ACCT-ROLE TO SHOW-ROLE
                       IF FUNCTION LENGTH(FUNCTION TRIM(ACCT-ROLE)) = 0
                           MOVE "STUDENT" TO SHOW-ROLE
                       END-IF
                       MOVE ACCT-LAST-LOGIN TO SHOW-LAST-LOGIN
               END-READ
           END-IF
           IF SHOW-LAST-LOGIN = SPACES
               MOVE "never" TO SHOW-LAST-LOGIN
           ELSE
               MOVE SPACES TO LINE-TEXT
               STRING SHOW-LAST-LOGIN(1:4) "-" SHOW-LAST-LOGIN(5:2) "-"
                      SHOW-LAST-LOGIN(7:2) " " SHOW-LAST-LOGIN(9:2) ":"
                      SHOW-LAST-LOGIN(11:2)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               MOVE LINE-TEXT TO SHOW-LAST-LOGIN
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "  "
                  CAND-USERNAME(SHOW-INDEX)
                  " " SHOW-ROLE
                  " last login " SHOW-LAST-LOGIN(1:16)
                  "  "
                  FUNCTION TRIM(CAND-NAME(SHOW-INDEX))
                  " - "
                  FUNCTION TRIM(CAND-UNIVERSITY(SHOW-INDEX))
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE LINE-TEXT TO REPORT-REC
           WRITE REPORT-REC.
