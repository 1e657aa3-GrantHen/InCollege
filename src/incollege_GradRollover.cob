       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeGradRollover.

      *> Once-a-year batch that moves graduated students to ALUMNI
      *> accounts. Every STUDENT account (a blank role counts as
      *> STUDENT, same as the online load) whose profile graduation
      *> year is at or before the cutoff is re-roled ALUMNI in
      *> data/accounts.dat, so it drops out of the student side of
      *> Browse Classmates and the placement report and gets the
      *> alumni menu at its next login.
      *>
      *> A student still in the middle of a job search is left as a
      *> STUDENT and listed for follow-up instead:
      *>   open application    -- applications.dat row PENDING or
      *>                          REVIEWED
      *>   pending interview   -- interviews.dat row PROPOSED or
      *>                          CONFIRMED, as the applicant
      *> Rerun it once they are settled; accounts already ALUMNI are
      *> left alone, so a rerun only picks up what is left.
      *>
      *> Students with no profile, or no numeric graduation year, are
      *> never moved -- there is nothing to judge them by.
      *>
      *> Usage: InCollegeGradRollover [<cutoff-year>]
      *>   cutoff-year defaults to last year, i.e. everyone whose
      *>   class has already had its commencement by January. Run it
      *>   with this year after spring commencement to include the
      *>   new class.
      *> The before/after roster is written to
      *> out/InCollege-GradRollover.txt. A bad cutoff year, or an
      *> accounts.dat that cannot be opened, ends the run with return
      *> code 8 and nobody moved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-USERNAME-KEY
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           *> Read-only, keyed, for each student's graduation year.
           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEW-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "out/InCollege-GradRollover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

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

      *> Only the name, university and graduation year matter here;
      *> the rest of the fixed layout passes through as a block.
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
           05  PROF-PROFILE-DATA      PIC X(1520).
           05  PROF-VISIBILITY        PIC X(12).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-REC             PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  INTERVIEW-FILE-STATUS      PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".

       01  ACCOUNTS-OPEN-FLAG         PIC X VALUE "N".
           88  ACCOUNTS-OPEN          VALUE "Y".
           88  ACCOUNTS-NOT-OPEN      VALUE "N".
       01  ACCOUNTS-DONE-FLAG         PIC X VALUE "N".
           88  ACCOUNTS-DONE          VALUE "Y".

       01  PROFILES-OPEN-FLAG         PIC X VALUE "N".
           88  PROFILES-OPEN          VALUE "Y".
           88  PROFILES-NOT-OPEN      VALUE "N".

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.

       01  CURRENT-STAMP              PIC X(26) VALUE SPACES.
       01  CURRENT-YEAR               PIC 9(4) VALUE 0.
       01  CUTOFF-YEAR                PIC 9(4) VALUE 0.
       01  STUDENT-GRAD-YEAR          PIC 9(4) VALUE 0.

       *> Applicants with an open application or pending interview,
       *> upper-cased, with how many of each
       01  MAX-HOLDS                  PIC 9(5) VALUE 50000.
       01  HOLD-COUNT                 PIC 9(5) VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 50000 TIMES.
               10  HOLD-USERNAME      PIC X(20).
               10  HOLD-APPL-COUNT    PIC 9(4).
               10  HOLD-INTV-COUNT    PIC 9(4).

       *> Every graduated student judged this run, in accounts-file
       *> order, for the roster report
       01  MAX-ROSTER                 PIC 9(5) VALUE 50000.
       01  ROSTER-COUNT               PIC 9(5) VALUE 0.
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY OCCURS 50000 TIMES.
               10  ROSTER-USERNAME    PIC X(20).
               10  ROSTER-NAME        PIC X(61).
               10  ROSTER-UNIVERSITY  PIC X(50).
               10  ROSTER-GRAD-YEAR   PIC X(4).
               10  ROSTER-APPL-COUNT  PIC 9(4).
               10  ROSTER-INTV-COUNT  PIC 9(4).
               *> M = moved to ALUMNI, H = held for follow-up,
               *> F = rewrite failed
               10  ROSTER-OUTCOME     PIC X.

       01  I                          PIC 9(5) VALUE 0.
       01  FOUND-HOLD-INDEX           PIC 9(5) VALUE 0.
       01  LOOKUP-USERNAME            PIC X(20) VALUE SPACES.

       *> Parsed row fields
       01  PARSED-USERNAME            PIC X(20) VALUE SPACES.
       01  PARSED-STATUS              PIC X(10) VALUE SPACES.
       01  FILLER-FIELD               PIC X(20) VALUE SPACES.

       *> Before/after role counts
       01  STUDENTS-BEFORE            PIC 9(6) VALUE 0.
       01  ALUMNI-BEFORE              PIC 9(6) VALUE 0.
       01  STUDENTS-AFTER             PIC 9(6) VALUE 0.
       01  ALUMNI-AFTER               PIC 9(6) VALUE 0.
       01  MOVED-COUNT                PIC 9(6) VALUE 0.
       01  HELD-COUNT                 PIC 9(6) VALUE 0.
       01  FAILED-COUNT               PIC 9(6) VALUE 0.
       01  NO-YEAR-COUNT              PIC 9(6) VALUE 0.
       01  COUNT-DISP                 PIC Z(5)9 VALUE ZERO.
       01  COUNT-DISP-2               PIC Z(3)9 VALUE ZERO.
       01  COUNT-DISP-3               PIC Z(3)9 VALUE ZERO.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROLLOVER.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE CURRENT-STAMP(1:4) TO CURRENT-YEAR
           COMPUTE CUTOFF-YEAR = CURRENT-YEAR - 1

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ARG-VALUE
           END-ACCEPT
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-VALUE)) > 0
               IF FUNCTION TRIM(ARG-VALUE) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(ARG-VALUE)) NOT = 4
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE CUTOFF-YEAR = FUNCTION NUMVAL(ARG-VALUE)
               *> A class that hasn't graduated yet can't be alumni
               IF CUTOFF-YEAR > CURRENT-YEAR
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-OPEN-APPLICATIONS
           PERFORM LOAD-PENDING-INTERVIEWS

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS NOT = "00"
               SET ACCOUNTS-NOT-OPEN TO TRUE
               PERFORM WRITE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACCOUNTS-OPEN TO TRUE

           OPEN INPUT PROFILES-FILE
           IF PROFILE-FILE-STATUS = "00"
               SET PROFILES-OPEN TO TRUE
           ELSE
               SET PROFILES-NOT-OPEN TO TRUE
           END-IF

           *> A failed rewrite is reported per student and the scan
           *> carries on; only end of file or a read error stops it.
           PERFORM UNTIL ACCOUNTS-DONE
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET ACCOUNTS-DONE TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-ACCOUNT
               END-READ
               IF ACCOUNT-FILE-STATUS(1:1) = "3"
                  OR ACCOUNT-FILE-STATUS(1:1) = "9"
                   SET ACCOUNTS-DONE TO TRUE
               END-IF
           END-PERFORM

           IF PROFILES-OPEN
               CLOSE PROFILES-FILE
           END-IF
           CLOSE ACCOUNTS-FILE

           PERFORM WRITE-REPORT
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "Usage: InCollegeGradRollover [<cutoff-year>]"
           DISPLAY "  Re-roles STUDENT accounts whose graduation"
           DISPLAY "  year is at or before cutoff-year (default:"
           DISPLAY "  last year) as ALUMNI. The cutoff may not be"
           DISPLAY "  after this year.".

      *> --------------------------------------------------------
      *> Holds: applicant|job|status|... rows still PENDING or
      *> REVIEWED, and applicant|job|poster|status|... interview rows
      *> still PROPOSED or CONFIRMED.
      *> --------------------------------------------------------
       LOAD-OPEN-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF APPLICATION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL APPLICATION-FILE-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO APPLICATION-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PARSED-USERNAME
                       MOVE SPACES TO PARSED-STATUS
                       UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                           INTO PARSED-USERNAME
                                FILLER-FIELD
                                PARSED-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(PARSED-STATUS) = "PENDING"
                          OR FUNCTION TRIM(PARSED-STATUS) = "REVIEWED"
                           PERFORM FIND-OR-ADD-HOLD
                           IF FOUND-HOLD-INDEX > 0
                               ADD 1 TO
                                   HOLD-APPL-COUNT(FOUND-HOLD-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       LOAD-PENDING-INTERVIEWS.
           OPEN INPUT INTERVIEWS-FILE
           IF INTERVIEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL INTERVIEW-FILE-STATUS = "10"
               READ INTERVIEWS-FILE
                   AT END
                       MOVE "10" TO INTERVIEW-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PARSED-USERNAME
                       MOVE SPACES TO PARSED-STATUS
                       UNSTRING INTERVIEWS-REC DELIMITED BY "|"
                           INTO PARSED-USERNAME
                                FILLER-FIELD
                                FILLER-FIELD
                                PARSED-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(PARSED-STATUS) = "PROPOSED"
                          OR FUNCTION TRIM(PARSED-STATUS) = "CONFIRMED"
                           PERFORM FIND-OR-ADD-HOLD
                           IF FOUND-HOLD-INDEX > 0
                               ADD 1 TO
                                   HOLD-INTV-COUNT(FOUND-HOLD-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE.

       FIND-OR-ADD-HOLD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARSED-USERNAME))
               TO LOOKUP-USERNAME
           PERFORM FIND-HOLD
           IF FOUND-HOLD-INDEX = 0
               IF HOLD-COUNT >= MAX-HOLDS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO FOUND-HOLD-INDEX
               MOVE LOOKUP-USERNAME TO HOLD-USERNAME(FOUND-HOLD-INDEX)
               MOVE 0 TO HOLD-APPL-COUNT(FOUND-HOLD-INDEX)
               MOVE 0 TO HOLD-INTV-COUNT(FOUND-HOLD-INDEX)
           END-IF.

       FIND-HOLD.
           MOVE 0 TO FOUND-HOLD-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
                   OR FOUND-HOLD-INDEX > 0
               IF HOLD-USERNAME(I) = LOOKUP-USERNAME
                   MOVE I TO FOUND-HOLD-INDEX
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> One account: counted before, judged, rewritten when it
      *> moves, counted after.
      *> --------------------------------------------------------
       JUDGE-ONE-ACCOUNT.
           IF FUNCTION TRIM(ACCT-ROLE) = "ALUMNI"
               ADD 1 TO ALUMNI-BEFORE
               ADD 1 TO ALUMNI-AFTER
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(ACCT-ROLE)) > 0
              AND FUNCTION TRIM(ACCT-ROLE) NOT = "STUDENT"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO STUDENTS-BEFORE

           *> Graduation year from the profile; none means no move
           IF PROFILES-NOT-OPEN
               ADD 1 TO NO-YEAR-COUNT
               ADD 1 TO STUDENTS-AFTER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-USERNAME-KEY TO PROF-USERNAME-KEY
           READ PROFILES-FILE
               INVALID KEY
                   MOVE SPACES TO PROF-GRAD-YEAR
           END-READ
           IF FUNCTION TRIM(PROF-GRAD-YEAR) IS NOT NUMERIC
               ADD 1 TO NO-YEAR-COUNT
               ADD 1 TO STUDENTS-AFTER
               EXIT PARAGRAPH
           END-IF
           COMPUTE STUDENT-GRAD-YEAR = FUNCTION NUMVAL(PROF-GRAD-YEAR)
           IF STUDENT-GRAD-YEAR > CUTOFF-YEAR
               ADD 1 TO STUDENTS-AFTER
               EXIT PARAGRAPH
           END-IF

           IF ROSTER-COUNT < MAX-ROSTER
               ADD 1 TO ROSTER-COUNT
               PERFORM FILL-ROSTER-ENTRY
           END-IF

           MOVE ACCT-USERNAME-KEY TO LOOKUP-USERNAME
           PERFORM FIND-HOLD
           IF FOUND-HOLD-INDEX > 0
               ADD 1 TO HELD-COUNT
               ADD 1 TO STUDENTS-AFTER
               IF ROSTER-COUNT > 0
                   MOVE "H" TO ROSTER-OUTCOME(ROSTER-COUNT)
                   MOVE HOLD-APPL-COUNT(FOUND-HOLD-INDEX) TO
                       ROSTER-APPL-COUNT(ROSTER-COUNT)
                   MOVE HOLD-INTV-COUNT(FOUND-HOLD-INDEX) TO
                       ROSTER-INTV-COUNT(ROSTER-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "ALUMNI" TO ACCT-ROLE
           REWRITE ACCOUNTS-REC
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   ADD 1 TO STUDENTS-AFTER
                   IF ROSTER-COUNT > 0
                       MOVE "F" TO ROSTER-OUTCOME(ROSTER-COUNT)
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO MOVED-COUNT
                   ADD 1 TO ALUMNI-AFTER
                   IF ROSTER-COUNT > 0
                       MOVE "M" TO ROSTER-OUTCOME(ROSTER-COUNT)
                   END-IF
           END-REWRITE.

       FILL-ROSTER-ENTRY.
           MOVE ACCT-USERNAME-DISPLAY TO ROSTER-USERNAME(ROSTER-COUNT)
           MOVE SPACES TO ROSTER-NAME(ROSTER-COUNT)
           STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                  FUNCTION TRIM(PROF-LAST-NAME)
                  DELIMITED BY SIZE
                  INTO ROSTER-NAME(ROSTER-COUNT)
           END-STRING
           MOVE PROF-UNIVERSITY TO ROSTER-UNIVERSITY(ROSTER-COUNT)
           MOVE PROF-GRAD-YEAR TO ROSTER-GRAD-YEAR(ROSTER-COUNT)
           MOVE 0 TO ROSTER-APPL-COUNT(ROSTER-COUNT)
           MOVE 0 TO ROSTER-INTV-COUNT(ROSTER-COUNT)
           MOVE "F" TO ROSTER-OUTCOME(ROSTER-COUNT).

      *> --------------------------------------------------------
      *> Output: cutoff, before/after role counts, the students
      *> moved, then the ones held for follow-up.
      *> --------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "---- InCollege Graduation Rollover ----" TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           IF ACCOUNTS-NOT-OPEN
               MOVE SPACES TO LINE-TEXT
               STRING "Cannot open data/accounts.dat for update "
                      "(status " ACCOUNT-FILE-STATUS
                      ") - nothing changed"
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-TEXT
           STRING "Graduation years up to and including "
                  CUTOFF-YEAR
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF PROFILES-NOT-OPEN
               MOVE "data/profiles.dat unavailable - no graduation years
      -            " to judge, nobody moved" TO LINE-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE "                 Before    After" TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LINE-TEXT
           MOVE "  STUDENT" TO LINE-TEXT
           MOVE STUDENTS-BEFORE TO COUNT-DISP
           MOVE COUNT-DISP TO LINE-TEXT(18:6)
           MOVE STUDENTS-AFTER TO COUNT-DISP
           MOVE COUNT-DISP TO LINE-TEXT(27:6)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LINE-TEXT
           MOVE "  ALUMNI" TO LINE-TEXT
           MOVE ALUMNI-BEFORE TO COUNT-DISP
           MOVE COUNT-DISP TO LINE-TEXT(18:6)
           MOVE ALUMNI-AFTER TO COUNT-DISP
           MOVE COUNT-DISP TO LINE-TEXT(27:6)
           PERFORM WRITE-REPORT-LINE
           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE MOVED-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Moved STUDENT -> ALUMNI: "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROSTER-COUNT
               IF ROSTER-OUTCOME(I) = "M"
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM
           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE HELD-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Held as STUDENT for follow-up: "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROSTER-COUNT
               IF ROSTER-OUTCOME(I) = "H"
                   PERFORM WRITE-ROSTER-LINE
                   PERFORM WRITE-HOLD-REASON
               END-IF
           END-PERFORM

           IF FAILED-COUNT > 0
               MOVE " " TO LINE-TEXT
               PERFORM WRITE-REPORT-LINE
               MOVE FAILED-COUNT TO COUNT-DISP
               MOVE SPACES TO LINE-TEXT
               STRING "Could not be rewritten (left STUDENT): "
                      FUNCTION TRIM(COUNT-DISP)
                      DELIMITED BY SIZE
                      INTO LINE-TEXT
               END-STRING
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROSTER-COUNT
                   IF ROSTER-OUTCOME(I) = "F"
                       PERFORM WRITE-ROSTER-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE " " TO LINE-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE NO-YEAR-COUNT TO COUNT-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "Students with no profile graduation year "
                  "(not judged): "
                  FUNCTION TRIM(COUNT-DISP)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-REPORT-LINE.
           MOVE LINE-TEXT TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-ROSTER-LINE.
           MOVE SPACES TO LINE-TEXT
           STRING "  "
                  ROSTER-USERNAME(I)
                  " "
                  ROSTER-GRAD-YEAR(I)
                  "  "
                  FUNCTION TRIM(ROSTER-NAME(I))
                  " - "
                  FUNCTION TRIM(ROSTER-UNIVERSITY(I))
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-HOLD-REASON.
           MOVE ROSTER-APPL-COUNT(I) TO COUNT-DISP-2
           MOVE ROSTER-INTV-COUNT(I) TO COUNT-DISP-3
           MOVE SPACES TO LINE-TEXT
           STRING "      open applications: "
                  FUNCTION TRIM(COUNT-DISP-2)
                  "  pending interviews: "
                  FUNCTION TRIM(COUNT-DISP-3)
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.
