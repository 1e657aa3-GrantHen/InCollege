      *>                 STUDENT -- what every pre-role account was.
      *>   profiles.dat  converted from pipe-delimited line sequential
      *>                 to an indexed file keyed by upper-cased
      *>                 username. A keyed file from before the record
      *>                 grew its trailing PROF-VISIBILITY field is
      *>                 copied across with a blank setting, which the
      *>                 online program reads as visible to everyone --
      *>                 what every profile was before the setting.
      *>   messages.dat  converted from pipe-delimited line sequential
      *>                 (sender|recipient|read flag|text) to an
      *>                 indexed file keyed by a permanent message
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-PROFILE-STATUS.

           *> Keyed profiles from before the visibility field
           SELECT PRIOR-PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-PROF-KEY
               FILE STATUS IS PRIOR-PROFILE-STATUS.

           SELECT OLD-MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-MESSAGE-STATUS.
       FD  OLD-PROFILES-FILE.
       01  OLD-PROFILES-REC           PIC X(1500).

      *> The keyed profiles record as it stood before
      *> PROF-VISIBILITY was added.
       FD  PRIOR-PROFILES-FILE.
       01  PRIOR-PROFILES-REC.
           05  PRIOR-PROF-KEY         PIC X(20).
           05  PRIOR-PROF-DATA        PIC X(1704).

       FD  OLD-MESSAGES-FILE.
       01  OLD-MESSAGES-REC           PIC X(250).

       FD  CUR-PROFILES-FILE.
       01  CUR-PROFILES-REC.
           05  CUR-PROF-KEY           PIC X(20).
           05  CUR-PROF-DATA          PIC X(1716).

       FD  CUR-MESSAGES-FILE.
       01  CUR-MESSAGES-REC.
                   15  NEW-PROF-EDU-DEGREE  PIC X(60).
                   15  NEW-PROF-EDU-SCHOOL  PIC X(60).
                   15  NEW-PROF-EDU-YEARS   PIC X(30).
           05  NEW-PROF-VISIBILITY    PIC X(12).

       FD  NEW-MESSAGES-FILE.
       01  NEW-MESSAGES-REC.
       WORKING-STORAGE SECTION.
       01  OLD-ACCOUNT-STATUS         PIC XX VALUE "00".
       01  OLD-PROFILE-STATUS         PIC XX VALUE "00".
       01  PRIOR-PROFILE-STATUS       PIC XX VALUE "00".
       01  OLD-MESSAGE-STATUS         PIC XX VALUE "00".
       01  CUR-ACCOUNT-STATUS         PIC XX VALUE "00".
       01  CUR-PROFILE-STATUS         PIC XX VALUE "00".

      *> --------------------------------------------------------
      *> profiles.dat: pipe-delimited line sequential -> indexed,
      *> keyed by upper-cased username; or 1724-byte keyed record ->
      *> 1736-byte record with visibility.
      *> --------------------------------------------------------
       MIGRATE-PROFILES.
           OPEN INPUT CUR-PROFILES-FILE
                   CONTINUE
           END-EVALUATE

           OPEN INPUT PRIOR-PROFILES-FILE
           IF PRIOR-PROFILE-STATUS = "00"
               PERFORM MIGRATE-PRIOR-PROFILES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OLD-PROFILES-FILE
           IF OLD-PROFILE-STATUS NOT = "00"
               DISPLAY "profiles.dat: unreadable in both the old and "
           DISPLAY "profiles.dat: converted "
               RECORDS-CONVERTED-COUNT " record(s).".

      *> Copies each keyed pre-visibility record across unchanged,
      *> with the new trailing field left blank.
       MIGRATE-PRIOR-PROFILES.
           OPEN OUTPUT NEW-PROFILES-FILE
           MOVE 0 TO RECORDS-CONVERTED-COUNT
           PERFORM UNTIL PRIOR-PROFILE-STATUS NOT = "00"
               READ PRIOR-PROFILES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO NEW-PROFILES-REC
                       MOVE PRIOR-PROFILES-REC TO NEW-PROFILES-REC
                       *> Blank reads back as visible to everyone,
                       *> which is what every profile was.
                       MOVE SPACES TO NEW-PROF-VISIBILITY
                       WRITE NEW-PROFILES-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO RECORDS-CONVERTED-COUNT
               END-READ
           END-PERFORM
           CLOSE PRIOR-PROFILES-FILE
           CLOSE NEW-PROFILES-FILE

           MOVE "data/profiles.dat.new" TO RENAME-FROM-PATH
           MOVE "data/profiles.dat"     TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL

           DISPLAY "profiles.dat: converted "
               RECORDS-CONVERTED-COUNT " record(s).".

      *> Old row: username|first|last|university|major|grad year|
      *> about|3x(exp title|company|dates|desc)|3x(edu degree|school|
      *> years) -- the exact field order the old SAVE-PROFILES wrote.
