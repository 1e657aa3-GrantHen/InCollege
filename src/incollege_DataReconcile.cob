      *> rows are the users' mail, not ours to drop. Application job
      *> references are checked against the IDs on the live board and
      *> in the archive.
      *> When accounts.dat cannot be read nothing is checked and the
      *> run ends with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTENT-REPORT-STATUS.

           SELECT ANNOUNCEMENTS-FILE ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCEMENT-FILE-STATUS.

           SELECT COMPANY-PROFILES-FILE
               ASSIGN TO "data/company_profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CONNECTIONS-FILE.
       01  CONNECTIONS-REC            PIC X(80).

      *> Only the two username fields and the trailing visibility
      *> setting matter here; the rest of the fixed layout passes
      *> through as one block. The total length must match the online
      *> program's record exactly.
       FD  PROFILES-FILE.
       01  PROFILES-REC.
           05  PROF-USERNAME-KEY      PIC X(20).
           05  PROF-USERNAME-DISPLAY  PIC X(20).
           05  PROF-PROFILE-DATA      PIC X(1684).
           05  PROF-VISIBILITY        PIC X(12).
               88  PROF-VISIBILITY-KNOWN VALUE SPACES "EVERYONE"
                                     "CONNECTIONS" "UNIVERSITY"
                                     "HIDDEN".

       FD  SKILLS-FILE.
       01  SKILLS-REC                 PIC X(80).
       01  JOBS-REC                   PIC X(600).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       FD  MESSAGES-FILE.
       01  MESSAGES-REC.
       FD  CONTENT-REPORTS-FILE.
       01  CONTENT-REPORTS-REC        PIC X(250).

       FD  ANNOUNCEMENTS-FILE.
       01  ANNOUNCEMENTS-REC          PIC X(500).

       FD  REQUESTS-CLEAN-FILE.
       01  REQUESTS-CLEAN-REC         PIC X(80).

       FD  PROFILES-CLEAN-FILE.
       01  PROFILES-CLEAN-REC.
           05  PROF-CLEAN-KEY         PIC X(20).
           05  PROF-CLEAN-DATA        PIC X(1716).

       FD  SKILLS-CLEAN-FILE.
       01  SKILLS-CLEAN-REC           PIC X(80).
       01  SAVED-SEARCH-STATUS        PIC XX VALUE "00".
       01  INTERVIEW-FILE-STATUS      PIC XX VALUE "00".
       01  CONTENT-REPORT-STATUS      PIC XX VALUE "00".
       01  ANNOUNCEMENT-FILE-STATUS   PIC XX VALUE "00".
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  REQUEST-CLEAN-STATUS       PIC XX VALUE "00".
       01  CONNECTION-ORPHAN-COUNT    PIC 9(6) VALUE 0.
       01  CONNECTION-DUP-COUNT       PIC 9(6) VALUE 0.
       01  PROFILE-ORPHAN-COUNT       PIC 9(6) VALUE 0.
       01  PROFILE-VISIBILITY-COUNT   PIC 9(6) VALUE 0.
       01  SKILL-ORPHAN-COUNT         PIC 9(6) VALUE 0.
       01  COMPANY-ORPHAN-COUNT       PIC 9(6) VALUE 0.
       01  SAVED-SEARCH-ORPHAN-COUNT  PIC 9(6) VALUE 0.
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-LINE.

      *> profiles.dat (indexed, keyed by username): every record's
      *> username must resolve to an account, and its visibility
      *> setting must be one the online program knows. An unknown
      *> value reads back as connections-only online, so the profile
      *> is not exposed, but the owner's choice has been lost.
       CHECK-PROFILE-ROWS.
           MOVE 0 TO RECORD-NUMBER
           OPEN INPUT PROFILES-FILE
                               MOVE "PROFILES" TO FILLER-FIELD
                               PERFORM REPORT-USERNAME-ORPHAN
                           END-IF
                           IF NOT PROF-VISIBILITY-KNOWN
                               ADD 1 TO PROFILE-VISIBILITY-COUNT
                               PERFORM REPORT-PROFILE-VISIBILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF.

       REPORT-PROFILE-VISIBILITY.
           MOVE RECORD-NUMBER TO RECORD-NUMBER-DISP
           MOVE SPACES TO LINE-TEXT
           STRING "PROFILES record "
                  FUNCTION TRIM(RECORD-NUMBER-DISP)
                  ": username '"
                  FUNCTION TRIM(PROF-USERNAME-DISPLAY)
                  "' has unrecognized visibility '"
                  FUNCTION TRIM(PROF-VISIBILITY)
                  "'"
                  DELIMITED BY SIZE
                  INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> skill_progress.dat: the leading username of every row must
      *> resolve.
       CHECK-SKILL-ROWS.
                           UNSTRING JOBS-ARCHIVE-REC DELIMITED BY "|"
                               INTO PARSED-JOB-NUM-TEXT
                           END-UNSTRING
                           IF FUNCTION TRIM(PARSED-JOB-NUM-TEXT)
                              IS NUMERIC
                              AND JOB-ID-COUNT < MAX-JOBS
                               ADD 1 TO JOB-ID-COUNT
                               COMPUTE KNOWN-JOB-ID(JOB-ID-COUNT) =
           END-UNSTRING

           MOVE SPACES TO PARSED-USERNAME
           IF FUNCTION TRIM(PARSED-JOB-NUM-TEXT) IS NUMERIC
               *> id|title|company|description|location|posted by|...
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO FILLER-FIELD
                           MOVE MSG-REC-RECIPIENT TO PARSED-USER2
                           MOVE PARSED-USERNAME TO LOOKUP-NAME
                           PERFORM RESOLVE-USERNAME
                           *> System notices (application reminders)
                           *> go out under the reserved "InCollege"
                           *> sender, which has no account by design.
                           IF NAME-NOT-FOUND
                              AND FUNCTION UPPER-CASE(FUNCTION
                                  TRIM(PARSED-USERNAME)) NOT =
                                  "INCOLLEGE"
                               ADD 1 TO MESSAGE-ORPHAN-COUNT
                               MOVE "MESSAGES" TO FILLER-FIELD
                               PERFORM REPORT-USERNAME-ORPHAN

      *> reports.dat: the reporter must resolve and the content
      *> reference must point at something -- a message key still in
      *> the keyed file for MSG, a known listing ID for JOB, an
      *> announcement ID still in announcements.dat for ANN.
      *> Report-only. A MSG exception here can also mean the mail has
      *> since been archived by the retention batch; cross-check the
      *> dated message archives before treating it as corruption.
                   END-READ
               END-IF
           ELSE
               IF FUNCTION TRIM(PARSED-TYPE-TEXT) = "ANN"
                   PERFORM RESOLVE-ANNOUNCEMENT-ID
               ELSE
                   COMPUTE PARSED-JOB-NUMBER =
                       FUNCTION NUMVAL(PARSED-REF-TEXT)
                   PERFORM RESOLVE-JOB-ID
               END-IF
           END-IF

           IF PAIR-NOT-MATCHED
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Sets PAIR-MATCHED when announcement PARSED-REF-NUMBER is on
      *> file. Reports are few, so the file is scanned per report.
       RESOLVE-ANNOUNCEMENT-ID.
           SET PAIR-NOT-MATCHED TO TRUE
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF ANNOUNCEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANNOUNCEMENT-FILE-STATUS = "10"
               READ ANNOUNCEMENTS-FILE
                   AT END
                       MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO FILLER-FIELD
                       UNSTRING ANNOUNCEMENTS-REC DELIMITED BY "|"
                           INTO FILLER-FIELD
                       END-UNSTRING
                       IF FUNCTION TRIM(FILLER-FIELD) IS NUMERIC
                          AND FUNCTION NUMVAL(FILLER-FIELD) =
                              PARSED-REF-NUMBER
                           SET PAIR-MATCHED TO TRUE
                           MOVE "10" TO ANNOUNCEMENT-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENTS-FILE.

      *> Repair output: streams the live file again and copies every
      *> kept row through VERBATIM (keyed by record position against
      *> the keep flags), the same way the profiles/skills repairs do.
               REQUEST-ORPHAN-COUNT + REQUEST-DUP-COUNT
               + REQUEST-SETTLED-COUNT + CONNECTION-ORPHAN-COUNT
               + CONNECTION-DUP-COUNT + PROFILE-ORPHAN-COUNT
               + PROFILE-VISIBILITY-COUNT
               + SKILL-ORPHAN-COUNT + COMPANY-ORPHAN-COUNT
               + SAVED-SEARCH-ORPHAN-COUNT + JOB-ORPHAN-COUNT
               + APPLICATION-ORPHAN-COUNT + MESSAGE-ORPHAN-COUNT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO LINE-TEXT
           STRING "Profiles with unknown visibility:      "
                  PROFILE-VISIBILITY-COUNT
                  DELIMITED BY SIZE INTO LINE-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO LINE-TEXT
           STRING "Orphaned skill progress rows:          "
                  SKILL-ORPHAN-COUNT
