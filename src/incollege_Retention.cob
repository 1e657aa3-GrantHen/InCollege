      *> hard-coded:
      *>
      *>   InCollegeRetention <message-days> <audit-days>
      *>                      [<profile-history-days>]
      *>
      *> A period of 0 skips that file entirely; the profile change
      *> history period is optional and left out means 0. Archives
      *> land next to the live files as
      *>   data/messages_archive.<YYYYMMDD>.dat
      *>   data/audit_log_archive.<YYYYMMDD>.dat
      *>   data/profile_history_archive.<YYYYMMDD>.dat
      *> (dated by run day, append within the day). Archived audit
      *> rows stay reachable through InCollegeAccountAdmin HISTORY,
      *> which takes an archive file as an optional extra argument.
      *> Profile change rows age out by the day they were saved; both
      *> images of one change carry the same stamp, so a change is
      *> never split between the live file and an archive.
      *>
      *> Unread messages are never archived regardless of age, and
      *> message rows with no timestamp (pre-timestamp mail) are
      *> archived only once read. A summary is written to
      *> out/InCollege-Retention.txt. Missing or non-numeric periods
      *> end the run with return code 8 and nothing archived.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-ARCHIVE-STATUS.

           SELECT PROFILE-HISTORY-FILE
               ASSIGN TO "data/profile_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PROFILE-HISTORY-TEMP-FILE
               ASSIGN TO "data/profile_history.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-TEMP-STATUS.

           SELECT PROFILE-HISTORY-ARCHIVE-FILE
               ASSIGN TO DYNAMIC HISTORY-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "out/InCollege-Retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC          PIC X(200).

       FD  PROFILE-HISTORY-FILE.
       01  PROFILE-HISTORY-REC        PIC X(1900).

       FD  PROFILE-HISTORY-TEMP-FILE.
       01  PROFILE-HISTORY-TEMP-REC   PIC X(1900).

       FD  PROFILE-HISTORY-ARCHIVE-FILE.
       01  PROFILE-HISTORY-ARCHIVE-REC PIC X(1900).

       FD  REPORT-FILE.
       01  REPORT-REC                 PIC X(200).

       01  AUDIT-FILE-STATUS          PIC XX VALUE "00".
       01  AUDIT-TEMP-STATUS          PIC XX VALUE "00".
       01  AUDIT-ARCHIVE-STATUS      PIC XX VALUE "00".
       01  HISTORY-FILE-STATUS        PIC XX VALUE "00".
       01  HISTORY-TEMP-STATUS        PIC XX VALUE "00".
       01  HISTORY-ARCHIVE-STATUS     PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".
       01  MESSAGE-ARCHIVE-PATH       PIC X(80) VALUE SPACES.
       01  AUDIT-ARCHIVE-PATH         PIC X(80) VALUE SPACES.
       01  HISTORY-ARCHIVE-PATH       PIC X(80) VALUE SPACES.

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.
       01  MESSAGE-RETAIN-DAYS        PIC 9(5) VALUE 0.
       01  AUDIT-RETAIN-DAYS          PIC 9(5) VALUE 0.
       01  HISTORY-RETAIN-DAYS        PIC 9(5) VALUE 0.

       01  TODAY-DATE                 PIC X(8) VALUE SPACES.
       01  TODAY-INTEGER              PIC 9(8) VALUE 0.
       01  CUTOFF-DATE-NUM            PIC 9(8) VALUE 0.
       01  MESSAGE-CUTOFF-DATE        PIC X(8) VALUE SPACES.
       01  AUDIT-CUTOFF-DATE          PIC X(8) VALUE SPACES.
       01  HISTORY-CUTOFF-DATE        PIC X(8) VALUE SPACES.
       01  CURRENT-STAMP              PIC X(26) VALUE SPACES.

       *> Audit row parse (username|timestamp|outcome)
       01  MESSAGES-KEPT-COUNT        PIC 9(6) VALUE 0.
       01  AUDIT-ARCHIVED-COUNT       PIC 9(6) VALUE 0.
       01  AUDIT-KEPT-COUNT           PIC 9(6) VALUE 0.
       01  HISTORY-ARCHIVED-COUNT     PIC 9(6) VALUE 0.
       01  HISTORY-KEPT-COUNT         PIC 9(6) VALUE 0.

       01  RENAME-FROM-PATH           PIC X(40) VALUE SPACES.
       01  RENAME-TO-PATH             PIC X(40) VALUE SPACES.
               PERFORM ARCHIVE-OLD-AUDIT-ROWS
           END-IF

           IF HISTORY-RETAIN-DAYS > 0
               COMPUTE CUTOFF-INTEGER =
                   TODAY-INTEGER - HISTORY-RETAIN-DAYS
               COMPUTE CUTOFF-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
               MOVE CUTOFF-DATE-NUM TO HISTORY-CUTOFF-DATE
               PERFORM ARCHIVE-OLD-PROFILE-HISTORY
           END-IF

           PERFORM WRITE-REPORT
           STOP RUN.

           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM(ARG-VALUE) IS NOT NUMERIC
               PERFORM SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE MESSAGE-RETAIN-DAYS = FUNCTION NUMVAL(ARG-VALUE)
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM(ARG-VALUE) IS NOT NUMERIC
               PERFORM SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE AUDIT-RETAIN-DAYS = FUNCTION NUMVAL(ARG-VALUE)

           *> The profile change history period is optional, so
           *> schedules set up before it existed run unchanged.
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "0" TO ARG-VALUE
           END-ACCEPT
           IF FUNCTION TRIM(ARG-VALUE) IS NOT NUMERIC
               PERFORM SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE HISTORY-RETAIN-DAYS = FUNCTION NUMVAL(ARG-VALUE).

       SHOW-USAGE.
           DISPLAY "InCollege retention batch -- operator use only"
           DISPLAY "  InCollegeRetention <message-days> <audit-days>"
               " [<profile-history-days>]"
           DISPLAY "  (0 skips that file; archives are dated by run "
               "day)".

               ADD 1 TO AUDIT-KEPT-COUNT
           END-IF.

      *> --------------------------------------------------------
      *> Profile change history: same move-and-swap as the audit
      *> log, judged on the day each change was saved.
      *> --------------------------------------------------------
       ARCHIVE-OLD-PROFILE-HISTORY.
           MOVE SPACES TO HISTORY-ARCHIVE-PATH
           STRING "data/profile_history_archive."
                  TODAY-DATE
                  ".dat"
                  DELIMITED BY SIZE
                  INTO HISTORY-ARCHIVE-PATH
           END-STRING

           OPEN INPUT PROFILE-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROFILE-HISTORY-TEMP-FILE

           OPEN EXTEND PROFILE-HISTORY-ARCHIVE-FILE
           IF HISTORY-ARCHIVE-STATUS = "35"
               OPEN OUTPUT PROFILE-HISTORY-ARCHIVE-FILE
               CLOSE PROFILE-HISTORY-ARCHIVE-FILE
               OPEN EXTEND PROFILE-HISTORY-ARCHIVE-FILE
           END-IF

           PERFORM UNTIL HISTORY-FILE-STATUS = "10"
               READ PROFILE-HISTORY-FILE
                   AT END
                       MOVE "10" TO HISTORY-FILE-STATUS
                   NOT AT END
                       PERFORM JUDGE-ONE-HISTORY-ROW
               END-READ
           END-PERFORM

           CLOSE PROFILE-HISTORY-ARCHIVE-FILE
           CLOSE PROFILE-HISTORY-TEMP-FILE
           CLOSE PROFILE-HISTORY-FILE

           MOVE "data/profile_history.dat.tmp" TO RENAME-FROM-PATH
           MOVE "data/profile_history.dat"     TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL.

      *> The row starts with its save stamp (YYYYMMDD...)
       JUDGE-ONE-HISTORY-ROW.
           IF PROFILE-HISTORY-REC(1:8) < HISTORY-CUTOFF-DATE
               MOVE PROFILE-HISTORY-REC TO PROFILE-HISTORY-ARCHIVE-REC
               WRITE PROFILE-HISTORY-ARCHIVE-REC
               ADD 1 TO HISTORY-ARCHIVED-COUNT
           ELSE
               MOVE PROFILE-HISTORY-REC TO PROFILE-HISTORY-TEMP-REC
               WRITE PROFILE-HISTORY-TEMP-REC
               ADD 1 TO HISTORY-KEPT-COUNT
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "History retention days: " HISTORY-RETAIN-DAYS
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "History rows archived:  " HISTORY-ARCHIVED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "History rows kept:      " HISTORY-KEPT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           CLOSE REPORT-FILE.
