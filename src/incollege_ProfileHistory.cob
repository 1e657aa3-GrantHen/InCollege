       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeProfileHistory.

      *> Operator utility for the profile change history. Every save
      *> of a profile (profiles.dat) or an employer's company profile
      *> (company_profiles.dat) appends the record as it stood before
      *> the save and as saved to data/profile_history.dat, stamped
      *> with who saved it and when. This tool lists one user's
      *> changes, shows both images of a change, and puts an earlier
      *> version back. Never wired into the user menus -- run it from
      *> the command line like the account admin utility.
      *>
      *> Usage:
      *>   InCollegeProfileHistory LIST <username>
      *>       every change on file, oldest first, with its change id
      *>       and which sections it changed
      *>   InCollegeProfileHistory SHOW <username> <change-id>
      *>       the record before and after that change, field by field
      *>   InCollegeProfileHistory RESTORE <username> <change-id>
      *>                                   [BEFORE | AFTER]
      *>       put the record back as it was before that change (the
      *>       default), or as that change saved it
      *>
      *> The change id is the save time to the hundredth of a second
      *> (YYYYMMDDhhmmsscc), as LIST prints it. A restore is itself a
      *> change: it is saved the same way, by OPERATOR-RESTORE, so it
      *> can be undone like any other. Changes older than the
      *> retention batch's history period are in the dated
      *> data/profile_history_archive.<YYYYMMDD>.dat files.
      *>
      *> Restore rewrites the user's row only. The online program
      *> loads profiles at startup, so a restore made while it is up
      *> is seen from its next start.

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

           SELECT COMPANY-PROFILES-FILE
               ASSIGN TO "data/company_profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-FILE-STATUS.

           *> A company restore streams the live file through here and
           *> swaps, same as the online save.
           SELECT COMPANY-PROFILES-TEMP-FILE
               ASSIGN TO "data/company_profiles.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-TEMP-FILE-STATUS.

           SELECT PROFILE-HISTORY-FILE
               ASSIGN TO "data/profile_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-HISTORY-STATUS.

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

       FD  COMPANY-PROFILES-FILE.
       01  COMPANY-PROFILES-REC       PIC X(400).

       FD  COMPANY-PROFILES-TEMP-FILE.
       01  COMPANY-PROFILES-TEMP-REC  PIC X(400).

       *> saved at|saved by|username|PROFILE or COMPANY|BEFORE or
       *> AFTER|image
       FD  PROFILE-HISTORY-FILE.
       01  PROFILE-HISTORY-REC        PIC X(1900).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-FILE-STATUS        PIC XX VALUE "00".
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  COMPANY-FILE-STATUS        PIC XX VALUE "00".
       01  COMPANY-TEMP-FILE-STATUS   PIC XX VALUE "00".
       01  PROFILE-HISTORY-STATUS     PIC XX VALUE "00".

       *> Command-line argument handling (GnuCOBOL extension)
       01  COMMAND-WORD               PIC X(20) VALUE SPACES.
       01  TARGET-USERNAME            PIC X(20) VALUE SPACES.
       01  TARGET-KEY                 PIC X(20) VALUE SPACES.
       01  CHANGE-ID                  PIC X(16) VALUE SPACES.
       01  RESTORE-SIDE               PIC X(6) VALUE "BEFORE".
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.

       *> Parsed history row
       01  ROW-SAVED-AT               PIC X(26) VALUE SPACES.
       01  ROW-SAVED-BY               PIC X(20) VALUE SPACES.
       01  ROW-USERNAME               PIC X(20) VALUE SPACES.
       01  ROW-KIND                   PIC X(10) VALUE SPACES.
       01  ROW-IMAGE-TAG              PIC X(10) VALUE SPACES.
       01  ROW-IMAGE                  PIC X(1736) VALUE SPACES.
       01  ROW-POINTER                PIC 9(4) VALUE 0.

       *> LIST pairs each AFTER row with the BEFORE row just ahead of
       *> it (both carry the same stamp)
       01  PENDING-BEFORE-ID          PIC X(16) VALUE SPACES.
       01  PENDING-BEFORE-IMAGE       PIC X(1736) VALUE SPACES.
       01  CHANGE-LISTED-COUNT        PIC 9(5) VALUE 0.
       01  CHANGE-COUNT-DISP          PIC Z(4)9 VALUE ZERO.

       *> The change picked out by SHOW / RESTORE
       01  FOUND-KIND                 PIC X(10) VALUE SPACES.
       01  FOUND-SAVED-AT             PIC X(26) VALUE SPACES.
       01  FOUND-SAVED-BY             PIC X(20) VALUE SPACES.
       01  FOUND-BEFORE-IMAGE         PIC X(1736) VALUE SPACES.
       01  FOUND-AFTER-IMAGE          PIC X(1736) VALUE SPACES.
       01  FOUND-BEFORE-FLAG          PIC X VALUE "N".
           88  FOUND-BEFORE           VALUE "Y".
           88  NO-FOUND-BEFORE        VALUE "N".
       01  FOUND-AFTER-FLAG           PIC X VALUE "N".
           88  FOUND-AFTER            VALUE "Y".
           88  NO-FOUND-AFTER         VALUE "N".

       *> Image compare: where each profile section sits in the
       *> profiles.dat record
       01  PROFILE-SECTION-COUNT      PIC 9 VALUE 8.
       01  PROFILE-SECTION-DEFS.
           05  FILLER PIC X(20) VALUE "00410060name".
           05  FILLER PIC X(20) VALUE "01010050university".
           05  FILLER PIC X(20) VALUE "01510050major".
           05  FILLER PIC X(20) VALUE "02010004grad year".
           05  FILLER PIC X(20) VALUE "02050200about".
           05  FILLER PIC X(20) VALUE "04050870experience".
           05  FILLER PIC X(20) VALUE "12750450education".
           05  FILLER PIC X(20) VALUE "17250012visibility".
       01  PROFILE-SECTION-TABLE REDEFINES PROFILE-SECTION-DEFS.
           05  PROFILE-SECTION OCCURS 8 TIMES.
               10  SECTION-START      PIC 9(4).
               10  SECTION-LENGTH     PIC 9(4).
               10  SECTION-NAME       PIC X(12).
       01  SECTION-IDX                PIC 9 VALUE 0.

       *> One image, either kind, laid out for display and compare
       01  IMAGE-PROFILE.
           05  IMG-USERNAME-KEY       PIC X(20).
           05  IMG-USERNAME-DISPLAY   PIC X(20).
           05  IMG-FIRST-NAME         PIC X(30).
           05  IMG-LAST-NAME          PIC X(30).
           05  IMG-UNIVERSITY         PIC X(50).
           05  IMG-MAJOR              PIC X(50).
           05  IMG-GRAD-YEAR          PIC X(4).
           05  IMG-ABOUT              PIC X(200).
           05  IMG-EXP OCCURS 3 TIMES.
               10  IMG-EXP-TITLE      PIC X(40).
               10  IMG-EXP-COMPANY    PIC X(60).
               10  IMG-EXP-DATES      PIC X(40).
               10  IMG-EXP-DESC       PIC X(150).
           05  IMG-EDU OCCURS 3 TIMES.
               10  IMG-EDU-DEGREE     PIC X(60).
               10  IMG-EDU-SCHOOL     PIC X(60).
               10  IMG-EDU-YEARS      PIC X(30).
           05  IMG-VISIBILITY         PIC X(12).
       01  IMAGE-COMPANY.
           05  IMG-COMPANY-USERNAME   PIC X(20).
           05  IMG-COMPANY-NAME       PIC X(60).
           05  IMG-COMPANY-INDUSTRY   PIC X(50).
           05  IMG-COMPANY-LOCATION   PIC X(60).
           05  IMG-COMPANY-DESC       PIC X(200).
       01  OTHER-COMPANY.
           05  OTHER-COMPANY-USERNAME PIC X(20).
           05  OTHER-COMPANY-NAME     PIC X(60).
           05  OTHER-COMPANY-INDUSTRY PIC X(50).
           05  OTHER-COMPANY-LOCATION PIC X(60).
           05  OTHER-COMPANY-DESC     PIC X(200).
       01  COMPARE-BEFORE-IMAGE       PIC X(1736) VALUE SPACES.
       01  COMPARE-AFTER-IMAGE        PIC X(1736) VALUE SPACES.
       01  CHANGED-LIST               PIC X(100) VALUE SPACES.
       01  CHANGED-POINTER            PIC 9(4) VALUE 1.
       01  IMAGE-TO-SHOW              PIC X(1736) VALUE SPACES.
       01  IMAGE-KEY-NAME             PIC X(20) VALUE SPACES.

       *> Restore
       01  RESTORE-IMAGE              PIC X(1736) VALUE SPACES.
       01  CURRENT-IMAGE              PIC X(1736) VALUE SPACES.
       01  CURRENT-FOUND-FLAG         PIC X VALUE "N".
           88  CURRENT-FOUND          VALUE "Y".
           88  NO-CURRENT-FOUND       VALUE "N".
       01  RESTORE-OK-FLAG            PIC X VALUE "N".
           88  RESTORE-OK             VALUE "Y".
           88  RESTORE-NOT-OK         VALUE "N".
       01  COMPANY-ROW-USERNAME       PIC X(20) VALUE SPACES.
       *> The account's own spelling of the name, kept from the
       *> accounts.dat read for the history rows
       01  RESTORE-USERNAME           PIC X(20) VALUE SPACES.
       01  HISTORY-SAVED-AT           PIC X(26) VALUE SPACES.
       01  HISTORY-IMAGE-TAG          PIC X(6) VALUE SPACES.
       01  HISTORY-IMAGE              PIC X(1736) VALUE SPACES.
       01  RESTORE-SAVED-BY           PIC X(20)
               VALUE "OPERATOR-RESTORE".

       01  RENAME-FROM-PATH           PIC X(40) VALUE SPACES.
       01  RENAME-TO-PATH             PIC X(40) VALUE SPACES.
       01  RENAME-STATUS              PIC 9(9) VALUE 0.

       01  I                          PIC 9 VALUE 0.
       01  STAMP-IN                   PIC X(26) VALUE SPACES.
       01  STAMP-OUT                  PIC X(20) VALUE SPACES.
       01  LINE-TEXT                  PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROFILE-HISTORY.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   STOP RUN
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE)) TO
               COMMAND-WORD

           EVALUATE COMMAND-WORD
               WHEN "LIST"
                   PERFORM GET-TARGET-USERNAME
                   PERFORM LIST-CHANGES
               WHEN "SHOW"
                   PERFORM GET-TARGET-USERNAME
                   PERFORM GET-CHANGE-ID
                   PERFORM SHOW-CHANGE
               WHEN "RESTORE"
                   PERFORM GET-TARGET-USERNAME
                   PERFORM GET-CHANGE-ID
                   PERFORM GET-RESTORE-SIDE
                   PERFORM RESTORE-VERSION
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "InCollege profile history -- operator use only"
           DISPLAY "  LIST <username>                 list changes"
           DISPLAY "  SHOW <username> <change-id>     show one change"
           DISPLAY "  RESTORE <username> <change-id> [BEFORE|AFTER]"
           DISPLAY "                                  put a version "
               "back (default BEFORE)".

       GET-TARGET-USERNAME.
           DISPLAY 2 UPON ARGUMENT-NUMBER
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
           MOVE FUNCTION UPPER-CASE(TARGET-USERNAME) TO TARGET-KEY.

       GET-CHANGE-ID.
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   STOP RUN
           END-ACCEPT
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-VALUE)) NOT = 16
              OR FUNCTION TRIM(ARG-VALUE) IS NOT NUMERIC
               DISPLAY "A change id is the 16 digits LIST shows, e.g. "
                   "2026101514302217"
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ARG-VALUE) TO CHANGE-ID.

       GET-RESTORE-SIDE.
           MOVE "BEFORE" TO RESTORE-SIDE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE))
                       TO RESTORE-SIDE
           END-ACCEPT
           IF RESTORE-SIDE NOT = "BEFORE" AND RESTORE-SIDE NOT = "AFTER"
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF.

       PARSE-HISTORY-ROW.
           MOVE SPACES TO ROW-SAVED-AT
           MOVE SPACES TO ROW-SAVED-BY
           MOVE SPACES TO ROW-USERNAME
           MOVE SPACES TO ROW-KIND
           MOVE SPACES TO ROW-IMAGE-TAG
           MOVE SPACES TO ROW-IMAGE
           MOVE 1 TO ROW-POINTER
           UNSTRING PROFILE-HISTORY-REC DELIMITED BY "|"
               INTO ROW-SAVED-AT
                    ROW-SAVED-BY
                    ROW-USERNAME
                    ROW-KIND
                    ROW-IMAGE-TAG
               WITH POINTER ROW-POINTER
           END-UNSTRING
           *> The image is taken whole, pipes and all
           IF ROW-POINTER <= LENGTH OF PROFILE-HISTORY-REC
               MOVE PROFILE-HISTORY-REC(ROW-POINTER:) TO ROW-IMAGE
           END-IF.

      *> --------------------------------------------------------
      *> LIST: one line per change, oldest first
      *> --------------------------------------------------------
       LIST-CHANGES.
           OPEN INPUT PROFILE-HISTORY-FILE
           IF PROFILE-HISTORY-STATUS NOT = "00"
               DISPLAY "No profile changes on file."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "---- Profile changes for "
               FUNCTION TRIM(TARGET-USERNAME) " ----"
           MOVE 0 TO CHANGE-LISTED-COUNT
           MOVE SPACES TO PENDING-BEFORE-ID
           PERFORM UNTIL PROFILE-HISTORY-STATUS = "10"
               READ PROFILE-HISTORY-FILE
                   AT END
                       MOVE "10" TO PROFILE-HISTORY-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF FUNCTION UPPER-CASE(ROW-USERNAME) =
                          TARGET-KEY
                           PERFORM LIST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-HISTORY-FILE

           IF CHANGE-LISTED-COUNT = 0
               DISPLAY "(no changes on file)"
           ELSE
               MOVE CHANGE-LISTED-COUNT TO CHANGE-COUNT-DISP
               DISPLAY FUNCTION TRIM(CHANGE-COUNT-DISP)
                   " change(s)"
           END-IF.

       LIST-ONE-ROW.
           IF FUNCTION TRIM(ROW-IMAGE-TAG) = "BEFORE"
               MOVE ROW-SAVED-AT(1:16) TO PENDING-BEFORE-ID
               MOVE ROW-IMAGE TO PENDING-BEFORE-IMAGE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHANGE-LISTED-COUNT
           MOVE ROW-SAVED-AT TO STAMP-IN
           PERFORM FORMAT-STAMP
           DISPLAY ROW-SAVED-AT(1:16) "  " STAMP-OUT "  "
               ROW-KIND " by " FUNCTION TRIM(ROW-SAVED-BY)

           IF PENDING-BEFORE-ID = ROW-SAVED-AT(1:16)
               MOVE PENDING-BEFORE-IMAGE TO COMPARE-BEFORE-IMAGE
               MOVE ROW-IMAGE TO COMPARE-AFTER-IMAGE
               PERFORM LIST-CHANGED-SECTIONS
               IF CHANGED-LIST = SPACES
                   DISPLAY "      saved with no change"
               ELSE
                   DISPLAY "      changed: "
                       FUNCTION TRIM(CHANGED-LIST)
               END-IF
           ELSE
               DISPLAY "      first save"
           END-IF
           MOVE SPACES TO PENDING-BEFORE-ID.

      *> Names the sections that differ between COMPARE-BEFORE-IMAGE
      *> and COMPARE-AFTER-IMAGE, for the kind in ROW-KIND
       LIST-CHANGED-SECTIONS.
           MOVE SPACES TO CHANGED-LIST
           MOVE 1 TO CHANGED-POINTER

           IF FUNCTION TRIM(ROW-KIND) = "COMPANY"
               PERFORM SPLIT-COMPANY-IMAGES
               IF IMG-COMPANY-NAME NOT = OTHER-COMPANY-NAME
                   MOVE "company name" TO IMAGE-KEY-NAME
                   PERFORM ADD-CHANGED-NAME
               END-IF
               IF IMG-COMPANY-INDUSTRY NOT = OTHER-COMPANY-INDUSTRY
                   MOVE "industry" TO IMAGE-KEY-NAME
                   PERFORM ADD-CHANGED-NAME
               END-IF
               IF IMG-COMPANY-LOCATION NOT = OTHER-COMPANY-LOCATION
                   MOVE "location" TO IMAGE-KEY-NAME
                   PERFORM ADD-CHANGED-NAME
               END-IF
               IF IMG-COMPANY-DESC NOT = OTHER-COMPANY-DESC
                   MOVE "description" TO IMAGE-KEY-NAME
                   PERFORM ADD-CHANGED-NAME
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > PROFILE-SECTION-COUNT
               IF COMPARE-BEFORE-IMAGE(SECTION-START(SECTION-IDX):
                                       SECTION-LENGTH(SECTION-IDX))
                  NOT = COMPARE-AFTER-IMAGE(SECTION-START(SECTION-IDX):
                                       SECTION-LENGTH(SECTION-IDX))
                   MOVE SECTION-NAME(SECTION-IDX) TO IMAGE-KEY-NAME
                   PERFORM ADD-CHANGED-NAME
               END-IF
           END-PERFORM.

       ADD-CHANGED-NAME.
           IF CHANGED-POINTER > 1
               STRING ", " DELIMITED BY SIZE
                   INTO CHANGED-LIST
                   WITH POINTER CHANGED-POINTER
               END-STRING
           END-IF
           STRING FUNCTION TRIM(IMAGE-KEY-NAME) DELIMITED BY SIZE
               INTO CHANGED-LIST
               WITH POINTER CHANGED-POINTER
           END-STRING.

      *> Before image into OTHER-COMPANY, after image into
      *> IMAGE-COMPANY
       SPLIT-COMPANY-IMAGES.
           MOVE SPACES TO OTHER-COMPANY
           UNSTRING COMPARE-BEFORE-IMAGE DELIMITED BY "|"
               INTO OTHER-COMPANY-USERNAME
                    OTHER-COMPANY-NAME
                    OTHER-COMPANY-INDUSTRY
                    OTHER-COMPANY-LOCATION
                    OTHER-COMPANY-DESC
           END-UNSTRING
           MOVE SPACES TO IMAGE-COMPANY
           UNSTRING COMPARE-AFTER-IMAGE DELIMITED BY "|"
               INTO IMG-COMPANY-USERNAME
                    IMG-COMPANY-NAME
                    IMG-COMPANY-INDUSTRY
                    IMG-COMPANY-LOCATION
                    IMG-COMPANY-DESC
           END-UNSTRING.

      *> --------------------------------------------------------
      *> SHOW / RESTORE: pick out both images of one change
      *> --------------------------------------------------------
       FIND-CHANGE.
           SET NO-FOUND-BEFORE TO TRUE
           SET NO-FOUND-AFTER TO TRUE
           MOVE SPACES TO FOUND-KIND

           OPEN INPUT PROFILE-HISTORY-FILE
           IF PROFILE-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROFILE-HISTORY-STATUS = "10"
               READ PROFILE-HISTORY-FILE
                   AT END
                       MOVE "10" TO PROFILE-HISTORY-STATUS
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF FUNCTION UPPER-CASE(ROW-USERNAME) =
                          TARGET-KEY
                          AND ROW-SAVED-AT(1:16) = CHANGE-ID
                           PERFORM KEEP-FOUND-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-HISTORY-FILE.

       KEEP-FOUND-ROW.
           MOVE ROW-KIND TO FOUND-KIND
           MOVE ROW-SAVED-AT TO FOUND-SAVED-AT
           MOVE ROW-SAVED-BY TO FOUND-SAVED-BY
           IF FUNCTION TRIM(ROW-IMAGE-TAG) = "BEFORE"
               MOVE ROW-IMAGE TO FOUND-BEFORE-IMAGE
               SET FOUND-BEFORE TO TRUE
           ELSE
               MOVE ROW-IMAGE TO FOUND-AFTER-IMAGE
               SET FOUND-AFTER TO TRUE
           END-IF.

       SHOW-CHANGE.
           PERFORM FIND-CHANGE
           IF NO-FOUND-AFTER
               DISPLAY "No change " CHANGE-ID " on file for "
                   FUNCTION TRIM(TARGET-USERNAME) " - see LIST."
               EXIT PARAGRAPH
           END-IF

           MOVE FOUND-SAVED-AT TO STAMP-IN
           PERFORM FORMAT-STAMP
           DISPLAY "---- Change " CHANGE-ID " ("
               FUNCTION TRIM(FOUND-KIND) ", saved "
               FUNCTION TRIM(STAMP-OUT) " by "
               FUNCTION TRIM(FOUND-SAVED-BY) ") ----"

           IF FOUND-BEFORE
               MOVE FOUND-BEFORE-IMAGE TO COMPARE-BEFORE-IMAGE
               MOVE FOUND-AFTER-IMAGE TO COMPARE-AFTER-IMAGE
               MOVE FOUND-KIND TO ROW-KIND
               PERFORM LIST-CHANGED-SECTIONS
               IF CHANGED-LIST = SPACES
                   DISPLAY "Changed: nothing"
               ELSE
                   DISPLAY "Changed: " FUNCTION TRIM(CHANGED-LIST)
               END-IF
               DISPLAY " "
               DISPLAY "-- Before --"
               MOVE FOUND-BEFORE-IMAGE TO IMAGE-TO-SHOW
               PERFORM SHOW-IMAGE
           ELSE
               DISPLAY "First save - there was no earlier version."
           END-IF
           DISPLAY " "
           DISPLAY "-- After --"
           MOVE FOUND-AFTER-IMAGE TO IMAGE-TO-SHOW
           PERFORM SHOW-IMAGE.

       SHOW-IMAGE.
           IF FUNCTION TRIM(FOUND-KIND) = "COMPANY"
               MOVE SPACES TO IMAGE-COMPANY
               UNSTRING IMAGE-TO-SHOW DELIMITED BY "|"
                   INTO IMG-COMPANY-USERNAME
                        IMG-COMPANY-NAME
                        IMG-COMPANY-INDUSTRY
                        IMG-COMPANY-LOCATION
                        IMG-COMPANY-DESC
               END-UNSTRING
               DISPLAY "  Company:     "
                   FUNCTION TRIM(IMG-COMPANY-NAME)
               DISPLAY "  Industry:    "
                   FUNCTION TRIM(IMG-COMPANY-INDUSTRY)
               DISPLAY "  Location:    "
                   FUNCTION TRIM(IMG-COMPANY-LOCATION)
               DISPLAY "  Description: "
                   FUNCTION TRIM(IMG-COMPANY-DESC)
               EXIT PARAGRAPH
           END-IF

           MOVE IMAGE-TO-SHOW TO IMAGE-PROFILE
           DISPLAY "  Name:        " FUNCTION TRIM(IMG-FIRST-NAME) " "
               FUNCTION TRIM(IMG-LAST-NAME)
           DISPLAY "  University:  " FUNCTION TRIM(IMG-UNIVERSITY)
           DISPLAY "  Major:       " FUNCTION TRIM(IMG-MAJOR)
           DISPLAY "  Grad year:   " FUNCTION TRIM(IMG-GRAD-YEAR)
           DISPLAY "  About:       " FUNCTION TRIM(IMG-ABOUT)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF IMG-EXP-TITLE(I) NOT = SPACES
                  OR IMG-EXP-COMPANY(I) NOT = SPACES
                   DISPLAY "  Experience:  "
                       FUNCTION TRIM(IMG-EXP-TITLE(I)) ", "
                       FUNCTION TRIM(IMG-EXP-COMPANY(I)) " ("
                       FUNCTION TRIM(IMG-EXP-DATES(I)) ")"
                   IF IMG-EXP-DESC(I) NOT = SPACES
                       DISPLAY "               "
                           FUNCTION TRIM(IMG-EXP-DESC(I))
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF IMG-EDU-DEGREE(I) NOT = SPACES
                  OR IMG-EDU-SCHOOL(I) NOT = SPACES
                   DISPLAY "  Education:   "
                       FUNCTION TRIM(IMG-EDU-DEGREE(I)) ", "
                       FUNCTION TRIM(IMG-EDU-SCHOOL(I)) " ("
                       FUNCTION TRIM(IMG-EDU-YEARS(I)) ")"
               END-IF
           END-PERFORM
           IF IMG-VISIBILITY = SPACES
               DISPLAY "  Visibility:  EVERYONE"
           ELSE
               DISPLAY "  Visibility:  " FUNCTION TRIM(IMG-VISIBILITY)
           END-IF.

      *> --------------------------------------------------------
      *> RESTORE: the chosen image goes back over the live record,
      *> and the swap is recorded like any other save
      *> --------------------------------------------------------
       RESTORE-VERSION.
           PERFORM FIND-CHANGE
           IF NO-FOUND-AFTER
               DISPLAY "No change " CHANGE-ID " on file for "
                   FUNCTION TRIM(TARGET-USERNAME) " - nothing restored."
               EXIT PARAGRAPH
           END-IF
           IF RESTORE-SIDE = "BEFORE"
               IF NO-FOUND-BEFORE
                   DISPLAY "Change " CHANGE-ID " was the first save - "
                       "there is no earlier version. Nothing restored."
                   EXIT PARAGRAPH
               END-IF
               MOVE FOUND-BEFORE-IMAGE TO RESTORE-IMAGE
           ELSE
               MOVE FOUND-AFTER-IMAGE TO RESTORE-IMAGE
           END-IF

           *> A version of an account that has since been closed or
           *> merged away would only come back as an orphan row.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open data/accounts.dat (status "
                   ACCOUNT-FILE-STATUS ") - nothing restored."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESTORE-USERNAME
           MOVE TARGET-KEY TO ACCT-USERNAME-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-USERNAME-DISPLAY TO RESTORE-USERNAME
           END-READ
           CLOSE ACCOUNTS-FILE
           IF RESTORE-USERNAME = SPACES
               DISPLAY "No account " FUNCTION TRIM(TARGET-USERNAME)
                   " - nothing restored."
               EXIT PARAGRAPH
           END-IF

           SET RESTORE-NOT-OK TO TRUE
           IF FUNCTION TRIM(FOUND-KIND) = "COMPANY"
               PERFORM RESTORE-COMPANY-ROW
           ELSE
               PERFORM RESTORE-PROFILE-RECORD
           END-IF
           IF RESTORE-NOT-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RESTORE-HISTORY
           DISPLAY FUNCTION TRIM(FOUND-KIND) " for "
               FUNCTION TRIM(TARGET-USERNAME) " restored to the "
               "version " FUNCTION LOWER-CASE(FUNCTION TRIM(
               RESTORE-SIDE)) " change " CHANGE-ID
           DISPLAY "Recorded as change " HISTORY-SAVED-AT(1:16) ".".

       RESTORE-PROFILE-RECORD.
           IF FUNCTION UPPER-CASE(RESTORE-IMAGE(1:20)) NOT = TARGET-KEY
               DISPLAY "That version belongs to another key - nothing "
                   "restored."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PROFILES-FILE
           IF PROFILE-FILE-STATUS = "35"
               OPEN OUTPUT PROFILES-FILE
               CLOSE PROFILES-FILE
               OPEN I-O PROFILES-FILE
           END-IF
           IF PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open data/profiles.dat (status "
                   PROFILE-FILE-STATUS ") - nothing restored."
               EXIT PARAGRAPH
           END-IF

           SET NO-CURRENT-FOUND TO TRUE
           MOVE SPACES TO CURRENT-IMAGE
           MOVE TARGET-KEY TO PROF-USERNAME-KEY
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROFILES-REC TO CURRENT-IMAGE
                   SET CURRENT-FOUND TO TRUE
           END-READ

           IF CURRENT-FOUND AND CURRENT-IMAGE = RESTORE-IMAGE
               DISPLAY "The profile already matches that version - "
                   "nothing restored."
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE RESTORE-IMAGE TO PROFILES-REC
           IF CURRENT-FOUND
               REWRITE PROFILES-REC
           ELSE
               WRITE PROFILES-REC
           END-IF
           IF PROFILE-FILE-STATUS = "00"
               SET RESTORE-OK TO TRUE
           ELSE
               DISPLAY "Profile write failed (status "
                   PROFILE-FILE-STATUS ") - nothing restored."
           END-IF
           CLOSE PROFILES-FILE.

       RESTORE-COMPANY-ROW.
           MOVE SPACES TO COMPANY-ROW-USERNAME
           UNSTRING RESTORE-IMAGE DELIMITED BY "|"
               INTO COMPANY-ROW-USERNAME
           END-UNSTRING
           IF FUNCTION UPPER-CASE(COMPANY-ROW-USERNAME) NOT =
              TARGET-KEY
               DISPLAY "That version belongs to another user - "
                   "nothing restored."
               EXIT PARAGRAPH
           END-IF

           SET NO-CURRENT-FOUND TO TRUE
           MOVE SPACES TO CURRENT-IMAGE

           *> The live file is checked before the temp file exists: a
           *> file that is there but cannot be read must never be
           *> swapped for a copy holding only this one row. Missing
           *> (35) just means no employer has saved a profile yet.
           OPEN INPUT COMPANY-PROFILES-FILE
           IF COMPANY-FILE-STATUS NOT = "00"
              AND COMPANY-FILE-STATUS NOT = "35"
               DISPLAY "Cannot read data/company_profiles.dat (status "
                   COMPANY-FILE-STATUS ") - nothing restored."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COMPANY-PROFILES-TEMP-FILE
           IF COMPANY-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create data/company_profiles.dat.tmp "
                   "(status " COMPANY-TEMP-FILE-STATUS
                   ") - nothing restored."
               IF COMPANY-FILE-STATUS = "00"
                   CLOSE COMPANY-PROFILES-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF COMPANY-FILE-STATUS = "00"
               PERFORM UNTIL COMPANY-FILE-STATUS = "10"
                   READ COMPANY-PROFILES-FILE
                       AT END
                           MOVE "10" TO COMPANY-FILE-STATUS
                       NOT AT END
                           PERFORM COPY-OR-REPLACE-COMPANY-ROW
                   END-READ
               END-PERFORM
               CLOSE COMPANY-PROFILES-FILE
           END-IF
           *> No row to replace (the company profile was never saved
           *> again after being lost): the version goes on the end.
           IF NO-CURRENT-FOUND
               MOVE RESTORE-IMAGE TO COMPANY-PROFILES-TEMP-REC
               WRITE COMPANY-PROFILES-TEMP-REC
           END-IF
           CLOSE COMPANY-PROFILES-TEMP-FILE
           MOVE "data/company_profiles.dat.tmp" TO RENAME-FROM-PATH

           IF CURRENT-FOUND AND CURRENT-IMAGE = RESTORE-IMAGE
               DISPLAY "The company profile already matches that "
                   "version - nothing restored."
               CALL "CBL_DELETE_FILE" USING RENAME-FROM-PATH
                   RETURNING RENAME-STATUS
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE "data/company_profiles.dat"     TO RENAME-TO-PATH
           CALL "CBL_RENAME_FILE" USING RENAME-FROM-PATH RENAME-TO-PATH
               RETURNING RENAME-STATUS
           END-CALL
           IF RENAME-STATUS = 0
               SET RESTORE-OK TO TRUE
           ELSE
               DISPLAY "Could not replace data/company_profiles.dat - "
                   "nothing restored."
           END-IF.

       COPY-OR-REPLACE-COMPANY-ROW.
           MOVE SPACES TO COMPANY-ROW-USERNAME
           UNSTRING COMPANY-PROFILES-REC DELIMITED BY "|"
               INTO COMPANY-ROW-USERNAME
           END-UNSTRING
           IF FUNCTION UPPER-CASE(COMPANY-ROW-USERNAME) = TARGET-KEY
              AND NO-CURRENT-FOUND
               MOVE COMPANY-PROFILES-REC TO CURRENT-IMAGE
               SET CURRENT-FOUND TO TRUE
               MOVE RESTORE-IMAGE TO COMPANY-PROFILES-TEMP-REC
           ELSE
               MOVE COMPANY-PROFILES-REC TO COMPANY-PROFILES-TEMP-REC
           END-IF
           WRITE COMPANY-PROFILES-TEMP-REC.

      *> Same BEFORE / AFTER pair the online save writes, so the
      *> restore shows up in LIST and can itself be undone.
       WRITE-RESTORE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HISTORY-SAVED-AT
           OPEN EXTEND PROFILE-HISTORY-FILE
           IF PROFILE-HISTORY-STATUS = "35"
               OPEN OUTPUT PROFILE-HISTORY-FILE
               CLOSE PROFILE-HISTORY-FILE
               OPEN EXTEND PROFILE-HISTORY-FILE
           END-IF

           IF CURRENT-FOUND
               MOVE "BEFORE" TO HISTORY-IMAGE-TAG
               MOVE CURRENT-IMAGE TO HISTORY-IMAGE
               PERFORM WRITE-ONE-HISTORY-ROW
           END-IF
           MOVE "AFTER" TO HISTORY-IMAGE-TAG
           MOVE RESTORE-IMAGE TO HISTORY-IMAGE
           PERFORM WRITE-ONE-HISTORY-ROW
           CLOSE PROFILE-HISTORY-FILE.

       WRITE-ONE-HISTORY-ROW.
           MOVE SPACES TO PROFILE-HISTORY-REC
           STRING FUNCTION TRIM(HISTORY-SAVED-AT) "|"
                  FUNCTION TRIM(RESTORE-SAVED-BY) "|"
                  FUNCTION TRIM(RESTORE-USERNAME) "|"
                  FUNCTION TRIM(FOUND-KIND) "|"
                  FUNCTION TRIM(HISTORY-IMAGE-TAG) "|"
                  HISTORY-IMAGE
                  DELIMITED BY SIZE
                  INTO PROFILE-HISTORY-REC
           END-STRING
           WRITE PROFILE-HISTORY-REC.

       FORMAT-STAMP.
           MOVE SPACES TO STAMP-OUT
           IF STAMP-IN(1:14) IS NUMERIC
               STRING STAMP-IN(1:4) "-" STAMP-IN(5:2) "-"
                      STAMP-IN(7:2) " " STAMP-IN(9:2) ":"
                      STAMP-IN(11:2) ":" STAMP-IN(13:2)
                      DELIMITED BY SIZE
                      INTO STAMP-OUT
               END-STRING
           ELSE
               MOVE STAMP-IN TO STAMP-OUT
           END-IF.
