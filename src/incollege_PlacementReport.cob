      *> inside it, plus a grand-total block to hand to the partners.
      *>
      *> Per university/major:
      *>   registered users with a completed profile, split into
      *>   current students and alumni (accounts the graduation
      *>   rollover has moved to ALUMNI)
      *>   applications submitted, and the accepted/declined split
      *>   average connections per user
      *>   skills completed
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           *> Read-only, keyed, for each profiled user's role.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-USERNAME-KEY
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-FILE-STATUS.
           05  PROF-MAJOR             PIC X(50).
           05  PROF-GRAD-YEAR         PIC X(4).
           05  PROF-PROFILE-DATA      PIC X(1520).
           05  PROF-VISIBILITY        PIC X(12).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-REC.
           05  ACCT-USERNAME-KEY      PIC X(20).
           05  ACCT-USERNAME-DISPLAY  PIC X(20).
           05  ACCT-PASSWORD-HASH     PIC X(64).
           05  ACCT-ROW-INDEX         PIC 9(5).
           05  ACCT-LAST-LOGIN        PIC X(26).
           05  ACCT-ROLE              PIC X(10).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       FD  CONNECTIONS-FILE.
       01  CONNECTIONS-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  CONNECTION-FILE-STATUS     PIC XX VALUE "00".
       01  SKILL-FILE-STATUS          PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".

       01  ACCOUNTS-OPEN-FLAG         PIC X VALUE "N".
           88  ACCOUNTS-OPEN          VALUE "Y".
           88  ACCOUNTS-NOT-OPEN      VALUE "N".

       *> Every profiled user, with the group (university/major) their
       *> activity rolls up into
       01  MAX-USERS                  PIC 9(5) VALUE 50000.
               10  GROUP-UNIVERSITY   PIC X(50).
               10  GROUP-MAJOR        PIC X(50).
               10  GROUP-USER-COUNT   PIC 9(6).
               10  GROUP-STUDENT-COUNT PIC 9(6).
               10  GROUP-ALUMNI-COUNT PIC 9(6).
               10  GROUP-APPL-COUNT   PIC 9(6).
               10  GROUP-ACCEPT-COUNT PIC 9(6).
               10  GROUP-DECLINE-COUNT PIC 9(6).

       *> Grand totals
       01  TOTAL-USER-COUNT           PIC 9(6) VALUE 0.
       01  TOTAL-STUDENT-COUNT        PIC 9(6) VALUE 0.
       01  TOTAL-ALUMNI-COUNT         PIC 9(6) VALUE 0.
       01  TOTAL-APPL-COUNT           PIC 9(6) VALUE 0.
       01  TOTAL-ACCEPT-COUNT         PIC 9(6) VALUE 0.
       01  TOTAL-DECLINE-COUNT        PIC 9(6) VALUE 0.
               EXIT PARAGRAPH
           END-IF

           *> Without the accounts file every user counts as a
           *> student, as they did before alumni existed.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS = "00"
               SET ACCOUNTS-OPEN TO TRUE
           ELSE
               SET ACCOUNTS-NOT-OPEN TO TRUE
           END-IF

           PERFORM UNTIL PROFILE-FILE-STATUS NOT = "00"
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       PERFORM GROUP-ONE-PROFILE
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           IF ACCOUNTS-OPEN
               CLOSE ACCOUNTS-FILE
           END-IF.

       GROUP-ONE-PROFILE.
           IF USER-COUNT >= MAX-USERS
           MOVE FUNCTION UPPER-CASE(FUNCTION
               TRIM(PROF-USERNAME-DISPLAY)) TO USER-NAME(USER-COUNT)
           MOVE FOUND-GROUP-INDEX TO USER-GROUP-INDEX(USER-COUNT)
           ADD 1 TO GROUP-USER-COUNT(FOUND-GROUP-INDEX)
           PERFORM COUNT-PROFILE-ROLE.

      *> Keyed account read for the profile's owner. ALUMNI count on
      *> their own line; a blank role (a record the migration stamped
      *> without asking) counts as STUDENT, same as the online load.
      *> Employer and operator accounts are in the user total only.
       COUNT-PROFILE-ROLE.
           IF ACCOUNTS-NOT-OPEN
               ADD 1 TO GROUP-STUDENT-COUNT(FOUND-GROUP-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE PROF-USERNAME-KEY TO ACCT-USERNAME-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE SPACES TO ACCT-ROLE
           END-READ
           EVALUATE FUNCTION TRIM(ACCT-ROLE)
               WHEN "ALUMNI"
                   ADD 1 TO GROUP-ALUMNI-COUNT(FOUND-GROUP-INDEX)
               WHEN "STUDENT"
               WHEN SPACES
                   ADD 1 TO GROUP-STUDENT-COUNT(FOUND-GROUP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> University and major compare trimmed and upper-cased, so
      *> "usf" and "USF" roll up together the way the classmate
                   GROUP-UNIVERSITY(FOUND-GROUP-INDEX)
               MOVE LOOKUP-MAJOR TO GROUP-MAJOR(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-USER-COUNT(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-STUDENT-COUNT(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-ALUMNI-COUNT(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-APPL-COUNT(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-ACCEPT-COUNT(FOUND-GROUP-INDEX)
               MOVE 0 TO GROUP-DECLINE-COUNT(FOUND-GROUP-INDEX)
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE GROUP-STUDENT-COUNT(I) TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "      Current students:            "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE GROUP-ALUMNI-COUNT(I) TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "      Alumni:                      "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE GROUP-APPL-COUNT(I) TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "    Applications submitted:        "
           PERFORM WRITE-REPORT-LINE

           ADD GROUP-USER-COUNT(I) TO TOTAL-USER-COUNT
           ADD GROUP-STUDENT-COUNT(I) TO TOTAL-STUDENT-COUNT
           ADD GROUP-ALUMNI-COUNT(I) TO TOTAL-ALUMNI-COUNT
           ADD GROUP-APPL-COUNT(I) TO TOTAL-APPL-COUNT
           ADD GROUP-ACCEPT-COUNT(I) TO TOTAL-ACCEPT-COUNT
           ADD GROUP-DECLINE-COUNT(I) TO TOTAL-DECLINE-COUNT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-STUDENT-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "    Current students:            "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-ALUMNI-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "    Alumni:                      "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-APPL-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "  Applications submitted:        "
