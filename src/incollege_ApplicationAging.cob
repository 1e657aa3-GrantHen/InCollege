       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeApplicationAging.

      *> Nightly batch job that chases employers who never review:
      *> finds applications still PENDING (the status they were filed
      *> with) longer than an operator-set number of days, lists them
      *> grouped by poster and listing, and drops one reminder into
      *> each lagging poster's inbox in data/messages.dat -- at most
      *> one per poster per run, however many applications are
      *> waiting.
      *>
      *> Age is measured from the application's status-changed stamp
      *> (which equals the submitted stamp while it is still PENDING).
      *> Rows filed before applications were dated have no stamp;
      *> they are older than any dated row, so they count as past the
      *> threshold and are marked "undated" in the report. Only
      *> applications to listings still OPEN on the live board are
      *> chased -- an ended listing's applicants have nothing left to
      *> wait for.
      *>
      *> Reminders go out under the reserved sender name "InCollege",
      *> which the online program refuses as a username. Nothing in
      *> applications.dat or jobs.dat is changed. A summary is written
      *> to out/InCollege-ApplicationAging.txt.
      *>
      *> Usage:
      *>   InCollegeApplicationAging <days>
      *> e.g. InCollegeApplicationAging 14 chases anything pending for
      *> 14 days or more. 0 chases every pending application.
      *> A missing or non-numeric <days>, or a messages.dat that
      *> cannot be opened for the reminders, ends the run with return
      *> code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-REC-KEY
               FILE STATUS IS MESSAGE-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "out/InCollege-ApplicationAging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOBS-REC                   PIC X(600).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-REC           PIC X(140).

       FD  MESSAGES-FILE.
       01  MESSAGES-REC.
           05  MSG-REC-KEY            PIC 9(9).
           05  MSG-REC-SENDER         PIC X(20).
           05  MSG-REC-RECIPIENT      PIC X(20).
           05  MSG-REC-READ-FLAG      PIC X.
           05  MSG-REC-HIDDEN-FLAG    PIC X.
           05  MSG-REC-SENT-AT        PIC X(26).
           05  MSG-REC-TEXT           PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  JOB-FILE-STATUS            PIC XX VALUE "00".
       01  APPLICATION-FILE-STATUS    PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".

       *> Command-line argument handling (GnuCOBOL extension)
       01  ARG-VALUE                  PIC X(200) VALUE SPACES.
       01  AGING-DAYS                 PIC 9(5) VALUE 0.

       01  TODAY-DATE                 PIC X(8) VALUE SPACES.
       01  TODAY-INTEGER              PIC 9(8) VALUE 0.
       01  CURRENT-STAMP              PIC X(26) VALUE SPACES.

       *> OPEN listings on the live board. Rows written before
       *> listing IDs existed use their row position as the ID, the
       *> same as the online load.
       01  MAX-LISTINGS               PIC 9(5) VALUE 50000.
       01  LISTING-COUNT              PIC 9(5) VALUE 0.
       01  LISTING-TABLE.
           05  LISTING-ENTRY OCCURS 50000 TIMES.
               10  LISTING-ID         PIC 9(5).
               10  LISTING-TITLE      PIC X(60).
               10  LISTING-POSTER     PIC X(20).
               10  LISTING-AGED-COUNT PIC 9(5).

       *> Applications past the threshold, in file order
       01  MAX-AGED                   PIC 9(5) VALUE 50000.
       01  AGED-COUNT                 PIC 9(5) VALUE 0.
       01  AGED-TABLE.
           05  AGED-ENTRY OCCURS 50000 TIMES.
               10  AGED-APPLICANT     PIC X(20).
               10  AGED-LISTING-INDEX PIC 9(5).
               10  AGED-SUBMITTED-AT  PIC X(8).
               10  AGED-DAYS          PIC 9(5).
               10  AGED-UNDATED-FLAG  PIC X.

       *> One row per poster with something waiting, in the order
       *> first seen; each gets exactly one reminder.
       01  MAX-POSTERS                PIC 9(5) VALUE 10000.
       01  POSTER-COUNT               PIC 9(5) VALUE 0.
       01  POSTER-TABLE.
           05  POSTER-ENTRY OCCURS 10000 TIMES.
               10  POSTER-NAME        PIC X(20).
               10  POSTER-AGED-COUNT  PIC 9(5).
               10  POSTER-LISTING-COUNT PIC 9(5).
               10  POSTER-REMINDED-FLAG PIC X.

       01  I                          PIC 9(5) VALUE 0.
       01  J                          PIC 9(5) VALUE 0.
       01  P                          PIC 9(5) VALUE 0.
       01  RECORD-NUMBER              PIC 9(5) VALUE 0.
       01  FOUND-LISTING-INDEX        PIC 9(5) VALUE 0.
       01  FOUND-POSTER-INDEX         PIC 9(5) VALUE 0.

       *> Parsed row fields
       01  PARSED-JOB-ID-TEXT         PIC X(10) VALUE SPACES.
       01  PARSED-JOB-ID              PIC 9(5) VALUE 0.
       01  PARSED-TITLE               PIC X(60) VALUE SPACES.
       01  PARSED-COMPANY             PIC X(60) VALUE SPACES.
       01  PARSED-DESCRIPTION         PIC X(300) VALUE SPACES.
       01  PARSED-LOCATION            PIC X(60) VALUE SPACES.
       01  PARSED-POSTED-BY           PIC X(20) VALUE SPACES.
       01  PARSED-POSTED-AT           PIC X(26) VALUE SPACES.
       01  PARSED-STATUS              PIC X(10) VALUE SPACES.
       01  PARSED-USERNAME            PIC X(20) VALUE SPACES.
       01  PARSED-SUBMITTED-AT        PIC X(26) VALUE SPACES.
       01  PARSED-CHANGED-AT          PIC X(26) VALUE SPACES.
       01  APPL-AGE-DAYS              PIC 9(5) VALUE 0.
       01  APPL-UNDATED-FLAG          PIC X VALUE "N".
           88  APPL-UNDATED           VALUE "Y".
           88  APPL-DATED             VALUE "N".

       *> Reminder delivery
       01  MESSAGES-OPEN-FLAG         PIC X VALUE "N".
           88  MESSAGES-OPEN          VALUE "Y".
           88  MESSAGES-NOT-OPEN      VALUE "N".
       01  NEXT-MESSAGE-KEY           PIC 9(9) VALUE 1.
       01  WRITE-TRIES                PIC 99 VALUE 0.
       01  MESSAGE-WRITTEN-FLAG       PIC X VALUE "N".
           88  MESSAGE-WRITTEN        VALUE "Y".
           88  MESSAGE-NOT-WRITTEN    VALUE "N".

       *> Run totals
       01  PENDING-READ-COUNT         PIC 9(6) VALUE 0.
       01  WITHIN-THRESHOLD-COUNT     PIC 9(6) VALUE 0.
       01  UNDATED-COUNT              PIC 9(6) VALUE 0.
       01  ENDED-LISTING-COUNT        PIC 9(6) VALUE 0.
       01  OVERFLOW-COUNT             PIC 9(6) VALUE 0.
       01  REMINDERS-SENT-COUNT       PIC 9(6) VALUE 0.
       01  REMINDERS-FAILED-COUNT     PIC 9(6) VALUE 0.

       01  COUNT-DISP                 PIC Z(5)9 VALUE ZERO.
       01  COUNT-DISP2                PIC Z(5)9 VALUE ZERO.
       01  DAYS-DISP                  PIC Z(4)9 VALUE ZERO.
       01  JOB-ID-DISP                PIC Z(4)9 VALUE ZERO.
       01  REMINDED-NOTE              PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-AGING.
           PERFORM GET-AGING-DAYS

           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE CURRENT-STAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))

           PERFORM LOAD-OPEN-LISTINGS
           PERFORM SCAN-APPLICATIONS

           IF POSTER-COUNT > 0
               PERFORM SEND-POSTER-REMINDERS
           END-IF

           PERFORM WRITE-REPORT
           STOP RUN.

       GET-AGING-DAYS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
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
           COMPUTE AGING-DAYS = FUNCTION NUMVAL(ARG-VALUE).

       SHOW-USAGE.
           DISPLAY "InCollege application aging batch -- operator use "
               "only"
           DISPLAY "  InCollegeApplicationAging <days>"
           DISPLAY "  (applications PENDING at least <days> days are "
               "chased; 0 chases all)".

      *> --------------------------------------------------------
      *> Listings: only OPEN rows are kept -- the ones an applicant
      *> can still be waiting on.
      *> --------------------------------------------------------
       LOAD-OPEN-LISTINGS.
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
                       IF FUNCTION TRIM(PARSED-STATUS) = "OPEN"
                          AND LISTING-COUNT < MAX-LISTINGS
                           ADD 1 TO LISTING-COUNT
                           MOVE PARSED-JOB-ID TO
                               LISTING-ID(LISTING-COUNT)
                           MOVE PARSED-TITLE TO
                               LISTING-TITLE(LISTING-COUNT)
                           MOVE PARSED-POSTED-BY TO
                               LISTING-POSTER(LISTING-COUNT)
                           MOVE 0 TO LISTING-AGED-COUNT(LISTING-COUNT)
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
           MOVE SPACES TO PARSED-STATUS

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
                        PARSED-STATUS
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

           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-STATUS)) = 0
               MOVE "OPEN" TO PARSED-STATUS
           END-IF.

      *> --------------------------------------------------------
      *> Applications: every PENDING row is aged against the
      *> threshold; the ones past it are kept for the report and
      *> rolled up under their listing and poster.
      *> --------------------------------------------------------
       SCAN-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF APPLICATION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL APPLICATION-FILE-STATUS = "10"
               READ APPLICATIONS-FILE
                   AT END
                       MOVE "10" TO APPLICATION-FILE-STATUS
                   NOT AT END
                       PERFORM JUDGE-ONE-APPLICATION
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       JUDGE-ONE-APPLICATION.
           MOVE SPACES TO PARSED-USERNAME
           MOVE SPACES TO PARSED-JOB-ID-TEXT
           MOVE SPACES TO PARSED-STATUS
           MOVE SPACES TO PARSED-SUBMITTED-AT
           MOVE SPACES TO PARSED-CHANGED-AT
           UNSTRING APPLICATIONS-REC DELIMITED BY "|"
               INTO PARSED-USERNAME
                    PARSED-JOB-ID-TEXT
                    PARSED-STATUS
                    PARSED-SUBMITTED-AT
                    PARSED-CHANGED-AT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-STATUS) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PENDING-READ-COUNT

           MOVE 0 TO APPL-AGE-DAYS
           IF PARSED-CHANGED-AT(1:8) IS NUMERIC
               SET APPL-DATED TO TRUE
               COMPUTE APPL-AGE-DAYS = TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(PARSED-CHANGED-AT(1:8)))
               IF APPL-AGE-DAYS < AGING-DAYS
                   ADD 1 TO WITHIN-THRESHOLD-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SET APPL-UNDATED TO TRUE
           END-IF

           COMPUTE PARSED-JOB-ID = FUNCTION NUMVAL(PARSED-JOB-ID-TEXT)
           MOVE 0 TO FOUND-LISTING-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LISTING-COUNT
                   OR FOUND-LISTING-INDEX > 0
               IF LISTING-ID(I) = PARSED-JOB-ID
                   MOVE I TO FOUND-LISTING-INDEX
               END-IF
           END-PERFORM
           IF FOUND-LISTING-INDEX = 0
               ADD 1 TO ENDED-LISTING-COUNT
               EXIT PARAGRAPH
           END-IF

           IF AGED-COUNT >= MAX-AGED
               ADD 1 TO OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-POSTER
           IF FOUND-POSTER-INDEX = 0
               ADD 1 TO OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO AGED-COUNT
           MOVE PARSED-USERNAME TO AGED-APPLICANT(AGED-COUNT)
           MOVE FOUND-LISTING-INDEX TO AGED-LISTING-INDEX(AGED-COUNT)
           MOVE PARSED-SUBMITTED-AT(1:8) TO
               AGED-SUBMITTED-AT(AGED-COUNT)
           MOVE APPL-AGE-DAYS TO AGED-DAYS(AGED-COUNT)
           MOVE APPL-UNDATED-FLAG TO AGED-UNDATED-FLAG(AGED-COUNT)
           IF APPL-UNDATED
               ADD 1 TO UNDATED-COUNT
           END-IF

           IF LISTING-AGED-COUNT(FOUND-LISTING-INDEX) = 0
               ADD 1 TO POSTER-LISTING-COUNT(FOUND-POSTER-INDEX)
           END-IF
           ADD 1 TO LISTING-AGED-COUNT(FOUND-LISTING-INDEX)
           ADD 1 TO POSTER-AGED-COUNT(FOUND-POSTER-INDEX).

      *> Poster of listing FOUND-LISTING-INDEX, matched
      *> case-insensitively like usernames everywhere else.
       FIND-OR-ADD-POSTER.
           MOVE 0 TO FOUND-POSTER-INDEX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POSTER-COUNT
                   OR FOUND-POSTER-INDEX > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(POSTER-NAME(P))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                      LISTING-POSTER(FOUND-LISTING-INDEX)))
                   MOVE P TO FOUND-POSTER-INDEX
               END-IF
           END-PERFORM

           IF FOUND-POSTER-INDEX = 0
              AND POSTER-COUNT < MAX-POSTERS
               ADD 1 TO POSTER-COUNT
               MOVE LISTING-POSTER(FOUND-LISTING-INDEX) TO
                   POSTER-NAME(POSTER-COUNT)
               MOVE 0 TO POSTER-AGED-COUNT(POSTER-COUNT)
               MOVE 0 TO POSTER-LISTING-COUNT(POSTER-COUNT)
               MOVE "N" TO POSTER-REMINDED-FLAG(POSTER-COUNT)
               MOVE POSTER-COUNT TO FOUND-POSTER-INDEX
           END-IF.

      *> --------------------------------------------------------
      *> Reminders: one new unread message per poster, written under
      *> the next free message number. The highest key on file is
      *> found first so the online program's numbering carries on
      *> unbroken; a key collision just moves on to the next number.
      *> --------------------------------------------------------
       SEND-POSTER-REMINDERS.
           OPEN I-O MESSAGES-FILE
           IF MESSAGE-FILE-STATUS NOT = "00"
               SET MESSAGES-NOT-OPEN TO TRUE
               MOVE POSTER-COUNT TO REMINDERS-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET MESSAGES-OPEN TO TRUE

           MOVE 1 TO NEXT-MESSAGE-KEY
           PERFORM UNTIL MESSAGE-FILE-STATUS NOT = "00"
               READ MESSAGES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MSG-REC-KEY >= NEXT-MESSAGE-KEY
                           COMPUTE NEXT-MESSAGE-KEY = MSG-REC-KEY + 1
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POSTER-COUNT
               PERFORM SEND-ONE-REMINDER
           END-PERFORM

           CLOSE MESSAGES-FILE.

       SEND-ONE-REMINDER.
           MOVE POSTER-AGED-COUNT(P) TO COUNT-DISP
           MOVE AGING-DAYS TO DAYS-DISP

           MOVE SPACES TO MESSAGES-REC
           MOVE "InCollege" TO MSG-REC-SENDER
           MOVE POSTER-NAME(P) TO MSG-REC-RECIPIENT
           MOVE "N" TO MSG-REC-READ-FLAG
           MOVE "N" TO MSG-REC-HIDDEN-FLAG
           MOVE CURRENT-STAMP TO MSG-REC-SENT-AT
           STRING "Reminder: "
                  FUNCTION TRIM(COUNT-DISP)
                  " application(s) to your listings have been waiting "
                  FUNCTION TRIM(DAYS-DISP)
                  " or more days for review. Please open Review "
                  "Applicants to respond."
                  DELIMITED BY SIZE
                  INTO MSG-REC-TEXT
           END-STRING

           SET MESSAGE-NOT-WRITTEN TO TRUE
           MOVE 0 TO WRITE-TRIES
           PERFORM UNTIL MESSAGE-WRITTEN OR WRITE-TRIES >= 20
               ADD 1 TO WRITE-TRIES
               MOVE NEXT-MESSAGE-KEY TO MSG-REC-KEY
               ADD 1 TO NEXT-MESSAGE-KEY
               WRITE MESSAGES-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MESSAGE-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM

           IF MESSAGE-WRITTEN
               MOVE "Y" TO POSTER-REMINDED-FLAG(P)
               ADD 1 TO REMINDERS-SENT-COUNT
           ELSE
               ADD 1 TO REMINDERS-FAILED-COUNT
           END-IF.

      *> --------------------------------------------------------
      *> Report: run totals, then every waiting application grouped
      *> by poster and, under each poster, by listing.
      *> --------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "---- InCollege Application Aging ----" TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Run date:                 " TODAY-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Threshold (days):         " AGING-DAYS
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Pending applications:     " PENDING-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Within threshold:         " WITHIN-THRESHOLD-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Waiting past threshold:   " AGED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "  of which undated:       " UNDATED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Listing ended (skipped):  " ENDED-LISTING-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-REC
               STRING "Not listed (table full):  " OVERFLOW-COUNT
                      DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "Employers lagging:        " POSTER-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Reminders sent:           " REMINDERS-SENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF REMINDERS-FAILED-COUNT > 0
               MOVE SPACES TO REPORT-REC
               STRING "Reminders NOT sent:       "
                      REMINDERS-FAILED-COUNT
                      DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               IF MESSAGES-NOT-OPEN
                   MOVE SPACES TO REPORT-REC
                   STRING "  data/messages.dat could not be opened "
                          "(status " MESSAGE-FILE-STATUS ")"
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POSTER-COUNT
               PERFORM REPORT-ONE-POSTER
           END-PERFORM

           CLOSE REPORT-FILE.

       REPORT-ONE-POSTER.
           MOVE " " TO REPORT-REC
           WRITE REPORT-REC

           MOVE POSTER-AGED-COUNT(P) TO COUNT-DISP
           MOVE POSTER-LISTING-COUNT(P) TO COUNT-DISP2
           IF POSTER-REMINDED-FLAG(P) = "Y"
               MOVE " - reminded" TO REMINDED-NOTE
           ELSE
               MOVE " - NOT reminded" TO REMINDED-NOTE
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "Poster: "
                  FUNCTION TRIM(POSTER-NAME(P))
                  " - "
                  FUNCTION TRIM(COUNT-DISP)
                  " waiting on "
                  FUNCTION TRIM(COUNT-DISP2)
                  " listing(s)"
                  REMINDED-NOTE
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LISTING-COUNT
               IF LISTING-AGED-COUNT(I) > 0
                  AND FUNCTION UPPER-CASE(FUNCTION
                      TRIM(LISTING-POSTER(I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(POSTER-NAME(P)))
                   PERFORM REPORT-ONE-LISTING
               END-IF
           END-PERFORM.

       REPORT-ONE-LISTING.
           MOVE LISTING-ID(I) TO JOB-ID-DISP
           MOVE LISTING-AGED-COUNT(I) TO COUNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "  Job #"
                  FUNCTION TRIM(JOB-ID-DISP)
                  ": "
                  FUNCTION TRIM(LISTING-TITLE(I))
                  " - "
                  FUNCTION TRIM(COUNT-DISP)
                  " waiting"
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AGED-COUNT
               IF AGED-LISTING-INDEX(J) = I
                   MOVE SPACES TO REPORT-REC
                   IF AGED-UNDATED-FLAG(J) = "Y"
                       STRING "    "
                              AGED-APPLICANT(J)
                              " applied: undated"
                              DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
                   ELSE
                       MOVE AGED-DAYS(J) TO DAYS-DISP
                       STRING "    "
                              AGED-APPLICANT(J)
                              " applied: "
                              AGED-SUBMITTED-AT(J)
                              "  waiting "
                              FUNCTION TRIM(DAYS-DISP)
                              " day(s)"
                              DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
                   END-IF
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.
