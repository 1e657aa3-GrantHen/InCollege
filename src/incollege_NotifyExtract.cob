       IDENTIFICATION DIVISION.
       PROGRAM-ID. InCollegeNotifyExtract.

      *> Nightly batch job that gathers what each user has waiting --
      *> new messages, pending connection requests, interview
      *> proposals, and new listings matching a saved search -- and
      *> writes it as a notification feed for the campus mail gateway,
      *> so students who don't log in still hear about an interview
      *> slot before it goes.
      *>
      *> "New" means new since the previous extract. A high-water mark
      *> in data/notify_control.dat (run stamp|last message number)
      *> records how far the last run got:
      *>   messages     -- message number above the last one seen,
      *>                   still unread and not hidden
      *>   requests     -- requests.dat rows sent since the last run
      *>   interviews   -- PROPOSED interviews proposed since then
      *>   saved search -- OPEN listings posted since the last run and
      *>                   since the search was last viewed
      *> Every window closes at this run's start stamp and the mark
      *> only moves once the feed is written, so a rerun picks up
      *> exactly what the previous run did not send -- never the same
      *> event twice. The first run (no control file) sends
      *> everything still outstanding.
      *>
      *> Each run writes its own feed file,
      *>   out/InCollege-Notify.<YYYYMMDDHHMMSS>.dat
      *> fixed-position 200-byte records (trailing blanks trimmed):
      *>   H  one per recipient, followed by
      *>   D  one per event for that recipient
      *>   T  one control trailer with the record counts
      *> See FEED-HEADER / FEED-DETAIL / FEED-TRAILER for the columns.
      *> No data file other than the control file is changed. A
      *> summary is written to out/InCollege-NotifyExtract.txt.
      *>
      *> Usage: run with no arguments, after the online day ends.
      *> Ends with return code 8 when nothing could be sent (event
      *> table overflow, feed file not written) or when the mark could
      *> not be saved after the feed was written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "data/notify_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSG-REC-KEY
               FILE STATUS IS MESSAGE-FILE-STATUS.

           SELECT REQUESTS-FILE ASSIGN TO "data/requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEW-FILE-STATUS.

           SELECT SAVED-SEARCHES-FILE
               ASSIGN TO "data/saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVED-SEARCH-FILE-STATUS.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

           *> Read-only, keyed, for each recipient's name.
           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-USERNAME-KEY
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT FEED-FILE ASSIGN TO DYNAMIC FEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "out/InCollege-NotifyExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC                PIC X(100).

       FD  MESSAGES-FILE.
       01  MESSAGES-REC.
           05  MSG-REC-KEY            PIC 9(9).
           05  MSG-REC-SENDER         PIC X(20).
           05  MSG-REC-RECIPIENT      PIC X(20).
           05  MSG-REC-READ-FLAG      PIC X.
           05  MSG-REC-HIDDEN-FLAG    PIC X.
           05  MSG-REC-SENT-AT        PIC X(26).
           05  MSG-REC-TEXT           PIC X(200).

       FD  REQUESTS-FILE.
       01  REQUESTS-REC               PIC X(80).

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-REC             PIC X(300).

       FD  SAVED-SEARCHES-FILE.
       01  SAVED-SEARCHES-REC         PIC X(200).

       FD  JOBS-FILE.
       01  JOBS-REC                   PIC X(600).

      *> Only the username and name matter here; the rest of the
      *> fixed layout passes through as a block. Lengths must match
      *> the online program's record exactly.
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

       FD  FEED-FILE.
       01  FEED-REC                   PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS        PIC XX VALUE "00".
       01  MESSAGE-FILE-STATUS        PIC XX VALUE "00".
       01  REQUEST-FILE-STATUS        PIC XX VALUE "00".
       01  INTERVIEW-FILE-STATUS      PIC XX VALUE "00".
       01  SAVED-SEARCH-FILE-STATUS   PIC XX VALUE "00".
       01  JOB-FILE-STATUS            PIC XX VALUE "00".
       01  PROFILE-FILE-STATUS        PIC XX VALUE "00".
       01  FEED-FILE-STATUS           PIC XX VALUE "00".
       01  REPORT-FILE-STATUS         PIC XX VALUE "00".
       01  FEED-FILE-PATH             PIC X(80) VALUE SPACES.

       01  PROFILES-OPEN-FLAG         PIC X VALUE "N".
           88  PROFILES-OPEN          VALUE "Y".
           88  PROFILES-NOT-OPEN      VALUE "N".

       *> High-water mark: where the previous extract stopped, and
       *> where this one will stop.
       01  LAST-RUN-STAMP             PIC X(26) VALUE SPACES.
       01  LAST-MESSAGE-KEY           PIC 9(9) VALUE 0.
       01  LAST-MESSAGE-KEY-TEXT      PIC X(12) VALUE SPACES.
       01  RUN-STAMP                  PIC X(26) VALUE SPACES.
       01  NEW-MESSAGE-KEY            PIC 9(9) VALUE 0.
       01  FIRST-RUN-FLAG             PIC X VALUE "N".
           88  FIRST-RUN              VALUE "Y".
           88  NOT-FIRST-RUN          VALUE "N".

       *> Every event found, in the order gathered. Feed rows are
       *> emitted grouped by recipient from here.
       01  MAX-EVENTS                 PIC 9(6) VALUE 100000.
       01  EVENT-COUNT                PIC 9(6) VALUE 0.
       01  EVENT-TABLE.
           05  EVENT-ENTRY OCCURS 100000 TIMES.
               10  EVT-RECIPIENT      PIC X(20).
               10  EVT-RCPT-INDEX     PIC 9(6).
               10  EVT-TYPE           PIC X(10).
               10  EVT-STAMP          PIC X(14).
               10  EVT-FROM           PIC X(20).
               10  EVT-REF            PIC X(10).
               10  EVT-TEXT           PIC X(110).
       01  EVENT-OVERFLOW-FLAG        PIC X VALUE "N".
           88  EVENT-OVERFLOW         VALUE "Y".
           88  NO-EVENT-OVERFLOW      VALUE "N".

       *> Distinct recipients, in the order first seen
       01  MAX-RECIPIENTS             PIC 9(6) VALUE 50000.
       01  RECIPIENT-COUNT            PIC 9(6) VALUE 0.
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY OCCURS 50000 TIMES.
               10  RCPT-NAME          PIC X(20).
               10  RCPT-NAME-UPPER    PIC X(20).
               10  RCPT-EVENT-COUNT   PIC 9(6).

       *> Listings, for interview titles and saved-search matching
       01  MAX-JOBS                   PIC 9(5) VALUE 50000.
       01  JOB-COUNT                  PIC 9(5) VALUE 0.
       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS 50000 TIMES.
               10  JOB-ID             PIC 9(5).
               10  JOB-TITLE          PIC X(60).
               10  JOB-COMPANY        PIC X(60).
               10  JOB-LOCATION       PIC X(60).
               10  JOB-POSTED-AT      PIC X(26).
               10  JOB-STATUS         PIC X(10).

       01  I                          PIC 9(6) VALUE 0.
       01  J                          PIC 9(6) VALUE 0.
       01  R                          PIC 9(6) VALUE 0.
       01  RECORD-NUMBER              PIC 9(5) VALUE 0.
       01  FOUND-RCPT-INDEX           PIC 9(6) VALUE 0.
       01  FOUND-JOB-INDEX            PIC 9(5) VALUE 0.
       01  LOOKUP-JOB-ID              PIC 9(5) VALUE 0.
       01  NAME-MATCH-COUNT           PIC 9(4) VALUE 0.

       *> The event being added (see ADD-EVENT)
       01  NEW-EVT-RECIPIENT          PIC X(20) VALUE SPACES.
       01  NEW-EVT-TYPE               PIC X(10) VALUE SPACES.
       01  NEW-EVT-STAMP              PIC X(26) VALUE SPACES.
       01  NEW-EVT-FROM               PIC X(20) VALUE SPACES.
       01  NEW-EVT-REF                PIC X(10) VALUE SPACES.
       01  NEW-EVT-TEXT               PIC X(110) VALUE SPACES.

       *> Parsed row fields
       01  PARSED-USER1               PIC X(20) VALUE SPACES.
       01  PARSED-USER2               PIC X(20) VALUE SPACES.
       01  PARSED-STAMP               PIC X(26) VALUE SPACES.
       01  PARSED-STATUS              PIC X(10) VALUE SPACES.
       01  PARSED-JOB-ID-TEXT         PIC X(10) VALUE SPACES.
       01  PARSED-JOB-ID              PIC 9(5) VALUE 0.
       01  PARSED-KEYWORD             PIC X(60) VALUE SPACES.
       01  PARSED-LOCATION            PIC X(60) VALUE SPACES.
       01  PARSED-SLOT                PIC X(40) VALUE SPACES.
       01  PARSED-TITLE               PIC X(60) VALUE SPACES.
       01  PARSED-COMPANY             PIC X(60) VALUE SPACES.
       01  PARSED-DESCRIPTION         PIC X(300) VALUE SPACES.
       01  PARSED-POSTED-BY           PIC X(20) VALUE SPACES.
       01  JOB-ID-DISP                PIC Z(4)9 VALUE ZERO.

       *> Feed record layouts (200 bytes each)
       01  FEED-HEADER.
           05  FH-REC-TYPE            PIC X VALUE "H".
           05  FH-RECIPIENT           PIC X(20).
           05  FH-FIRST-NAME          PIC X(30).
           05  FH-LAST-NAME           PIC X(30).
           05  FH-EVENT-COUNT         PIC 9(6).
           05  FH-RUN-STAMP           PIC X(14).
           05  FILLER                 PIC X(99) VALUE SPACES.
       01  FEED-DETAIL.
           05  FD-REC-TYPE            PIC X VALUE "D".
           05  FD-RECIPIENT           PIC X(20).
           *> MESSAGE / REQUEST / INTERVIEW / JOBMATCH
           05  FD-EVENT-TYPE          PIC X(10).
           *> YYYYMMDDHHMMSS the event happened
           05  FD-EVENT-STAMP         PIC X(14).
           *> who it is from (sender / requester / poster)
           05  FD-EVENT-FROM          PIC X(20).
           *> message number or job ID
           05  FD-EVENT-REF           PIC X(10).
           05  FD-EVENT-TEXT          PIC X(110).
           05  FILLER                 PIC X(15) VALUE SPACES.
       01  FEED-TRAILER.
           05  FT-REC-TYPE            PIC X VALUE "T".
           05  FT-RUN-STAMP           PIC X(14).
           05  FT-RECIPIENT-COUNT     PIC 9(7).
           05  FT-DETAIL-COUNT        PIC 9(7).
           05  FT-MESSAGE-COUNT       PIC 9(7).
           05  FT-REQUEST-COUNT       PIC 9(7).
           05  FT-INTERVIEW-COUNT     PIC 9(7).
           05  FT-JOBMATCH-COUNT      PIC 9(7).
           *> every record in the file, this trailer included
           05  FT-TOTAL-RECORDS       PIC 9(9).
           05  FT-PRIOR-RUN-STAMP     PIC X(14).
           05  FT-LAST-MESSAGE-KEY    PIC 9(9).
           05  FILLER                 PIC X(111) VALUE SPACES.

       *> Run totals
       01  MESSAGE-EVENT-COUNT        PIC 9(7) VALUE 0.
       01  REQUEST-EVENT-COUNT        PIC 9(7) VALUE 0.
       01  INTERVIEW-EVENT-COUNT      PIC 9(7) VALUE 0.
       01  JOBMATCH-EVENT-COUNT       PIC 9(7) VALUE 0.
       01  FEED-RECORD-COUNT          PIC 9(9) VALUE 0.

       01  LINE-TEXT                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

           PERFORM READ-CONTROL
           MOVE LAST-MESSAGE-KEY TO NEW-MESSAGE-KEY

           PERFORM LOAD-JOBS
           PERFORM GATHER-MESSAGES
           PERFORM GATHER-REQUESTS
           PERFORM GATHER-INTERVIEWS
           PERFORM GATHER-SEARCH-HITS

           *> A short feed would lose events for good once the mark
           *> moved past them, so an overflow writes nothing and
           *> leaves the mark where it was.
           IF EVENT-OVERFLOW
               PERFORM WRITE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-FEED
           IF FEED-FILE-STATUS NOT = "00"
               PERFORM WRITE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-CONTROL
           PERFORM WRITE-REPORT
           STOP RUN.

      *> --------------------------------------------------------
      *> High-water mark (run stamp|last message number)
      *> --------------------------------------------------------
       READ-CONTROL.
           SET FIRST-RUN TO TRUE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO LAST-MESSAGE-KEY-TEXT
                   UNSTRING CONTROL-REC DELIMITED BY "|"
                       INTO LAST-RUN-STAMP
                            LAST-MESSAGE-KEY-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(LAST-MESSAGE-KEY-TEXT) IS NUMERIC
                       COMPUTE LAST-MESSAGE-KEY =
                           FUNCTION NUMVAL(LAST-MESSAGE-KEY-TEXT)
                   END-IF
                   SET NOT-FIRST-RUN TO TRUE
           END-READ
           CLOSE CONTROL-FILE.

      *> The feed is already written, so a mark that cannot be saved
      *> means the next run sends these events again: say so and fail
      *> the run.
       WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write data/notify_control.dat (status "
                   CONTROL-FILE-STATUS ") - the next run will repeat "
                   "this feed's events."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-REC
           STRING FUNCTION TRIM(RUN-STAMP) "|"
                  NEW-MESSAGE-KEY
                  DELIMITED BY SIZE
                  INTO CONTROL-REC
           END-STRING
           WRITE CONTROL-REC
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write data/notify_control.dat (status "
                   CONTROL-FILE-STATUS ") - the next run will repeat "
                   "this feed's events."
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CONTROL-FILE.

      *> --------------------------------------------------------
      *> Listings. Rows written before listing IDs existed use their
      *> row position as the ID, the same as the online load.
      *> --------------------------------------------------------
       LOAD-JOBS.
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
                       IF JOB-COUNT < MAX-JOBS
                           ADD 1 TO JOB-COUNT
                           PERFORM PARSE-JOB-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       PARSE-JOB-ROW.
           MOVE SPACES TO PARSED-JOB-ID-TEXT
           MOVE SPACES TO JOB-TITLE(JOB-COUNT)
           MOVE SPACES TO JOB-COMPANY(JOB-COUNT)
           MOVE SPACES TO PARSED-DESCRIPTION
           MOVE SPACES TO JOB-LOCATION(JOB-COUNT)
           MOVE SPACES TO PARSED-POSTED-BY
           MOVE SPACES TO JOB-POSTED-AT(JOB-COUNT)
           MOVE SPACES TO JOB-STATUS(JOB-COUNT)

           UNSTRING JOBS-REC DELIMITED BY "|"
               INTO PARSED-JOB-ID-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-JOB-ID-TEXT) IS NUMERIC
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO PARSED-JOB-ID-TEXT
                        JOB-TITLE(JOB-COUNT)
                        JOB-COMPANY(JOB-COUNT)
                        PARSED-DESCRIPTION
                        JOB-LOCATION(JOB-COUNT)
                        PARSED-POSTED-BY
                        JOB-POSTED-AT(JOB-COUNT)
                        JOB-STATUS(JOB-COUNT)
               END-UNSTRING
               COMPUTE JOB-ID(JOB-COUNT) =
                   FUNCTION NUMVAL(PARSED-JOB-ID-TEXT)
           ELSE
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO JOB-TITLE(JOB-COUNT)
                        JOB-COMPANY(JOB-COUNT)
                        PARSED-DESCRIPTION
                        JOB-LOCATION(JOB-COUNT)
                        PARSED-POSTED-BY
                        JOB-POSTED-AT(JOB-COUNT)
               END-UNSTRING
               MOVE RECORD-NUMBER TO JOB-ID(JOB-COUNT)
           END-IF

           IF FUNCTION LENGTH(FUNCTION
              TRIM(JOB-STATUS(JOB-COUNT))) = 0
               MOVE "OPEN" TO JOB-STATUS(JOB-COUNT)
           END-IF.

       FIND-JOB-BY-ID.
           MOVE 0 TO FOUND-JOB-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
                   OR FOUND-JOB-INDEX > 0
               IF JOB-ID(J) = LOOKUP-JOB-ID
                   MOVE J TO FOUND-JOB-INDEX
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Messages: numbers above the mark, still unread and not
      *> hidden by moderation. The new mark is the highest number on
      *> file, so mail read or hidden before tonight is never
      *> reconsidered.
      *> --------------------------------------------------------
       GATHER-MESSAGES.
           OPEN INPUT MESSAGES-FILE
           IF MESSAGE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL MESSAGE-FILE-STATUS NOT = "00"
               READ MESSAGES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MSG-REC-KEY > LAST-MESSAGE-KEY
                           PERFORM JUDGE-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE.

       JUDGE-ONE-MESSAGE.
           IF MSG-REC-KEY > NEW-MESSAGE-KEY
               MOVE MSG-REC-KEY TO NEW-MESSAGE-KEY
           END-IF

           IF MSG-REC-READ-FLAG = "Y"
              OR MSG-REC-HIDDEN-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-REC-RECIPIENT TO NEW-EVT-RECIPIENT
           MOVE "MESSAGE" TO NEW-EVT-TYPE
           MOVE MSG-REC-SENT-AT TO NEW-EVT-STAMP
           MOVE MSG-REC-SENDER TO NEW-EVT-FROM
           MOVE SPACES TO NEW-EVT-REF
           MOVE MSG-REC-KEY TO NEW-EVT-REF
           MOVE SPACES TO NEW-EVT-TEXT
           STRING "New message from "
                  FUNCTION TRIM(MSG-REC-SENDER)
                  DELIMITED BY SIZE
                  INTO NEW-EVT-TEXT
           END-STRING
           PERFORM ADD-EVENT
           ADD 1 TO MESSAGE-EVENT-COUNT.

      *> --------------------------------------------------------
      *> Requests (sender|recipient|sent at): everything in the file
      *> is still pending; only rows sent inside the window count.
      *> --------------------------------------------------------
       GATHER-REQUESTS.
           OPEN INPUT REQUESTS-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REQUEST-FILE-STATUS = "10"
               READ REQUESTS-FILE
                   AT END
                       MOVE "10" TO REQUEST-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PARSED-USER1
                       MOVE SPACES TO PARSED-USER2
                       MOVE SPACES TO PARSED-STAMP
                       UNSTRING REQUESTS-REC DELIMITED BY "|"
                           INTO PARSED-USER1
                                PARSED-USER2
                                PARSED-STAMP
                       END-UNSTRING
                       IF PARSED-STAMP > LAST-RUN-STAMP
                          AND PARSED-STAMP NOT > RUN-STAMP
                           PERFORM ADD-REQUEST-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUESTS-FILE.

       ADD-REQUEST-EVENT.
           MOVE PARSED-USER2 TO NEW-EVT-RECIPIENT
           MOVE "REQUEST" TO NEW-EVT-TYPE
           MOVE PARSED-STAMP TO NEW-EVT-STAMP
           MOVE PARSED-USER1 TO NEW-EVT-FROM
           MOVE SPACES TO NEW-EVT-REF
           MOVE SPACES TO NEW-EVT-TEXT
           STRING FUNCTION TRIM(PARSED-USER1)
                  " wants to connect with you"
                  DELIMITED BY SIZE
                  INTO NEW-EVT-TEXT
           END-STRING
           PERFORM ADD-EVENT
           ADD 1 TO REQUEST-EVENT-COUNT.

      *> --------------------------------------------------------
      *> Interviews (applicant|job id|poster|status|slot 1|slot 2|
      *> slot 3|chosen slot|proposed at): PROPOSED rows proposed
      *> inside the window go to the applicant.
      *> --------------------------------------------------------
       GATHER-INTERVIEWS.
           OPEN INPUT INTERVIEWS-FILE
           IF INTERVIEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL INTERVIEW-FILE-STATUS = "10"
               READ INTERVIEWS-FILE
                   AT END
                       MOVE "10" TO INTERVIEW-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PARSED-USER1
                       MOVE SPACES TO PARSED-JOB-ID-TEXT
                       MOVE SPACES TO PARSED-USER2
                       MOVE SPACES TO PARSED-STATUS
                       MOVE SPACES TO PARSED-STAMP
                       UNSTRING INTERVIEWS-REC DELIMITED BY "|"
                           INTO PARSED-USER1
                                PARSED-JOB-ID-TEXT
                                PARSED-USER2
                                PARSED-STATUS
                                PARSED-SLOT
                                PARSED-SLOT
                                PARSED-SLOT
                                PARSED-SLOT
                                PARSED-STAMP
                       END-UNSTRING
                       IF FUNCTION TRIM(PARSED-STATUS) = "PROPOSED"
                          AND PARSED-STAMP > LAST-RUN-STAMP
                          AND PARSED-STAMP NOT > RUN-STAMP
                           PERFORM ADD-INTERVIEW-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE.

       ADD-INTERVIEW-EVENT.
           COMPUTE LOOKUP-JOB-ID = FUNCTION NUMVAL(PARSED-JOB-ID-TEXT)
           PERFORM FIND-JOB-BY-ID
           MOVE LOOKUP-JOB-ID TO JOB-ID-DISP

           MOVE PARSED-USER1 TO NEW-EVT-RECIPIENT
           MOVE "INTERVIEW" TO NEW-EVT-TYPE
           MOVE PARSED-STAMP TO NEW-EVT-STAMP
           MOVE PARSED-USER2 TO NEW-EVT-FROM
           MOVE FUNCTION TRIM(JOB-ID-DISP) TO NEW-EVT-REF
           MOVE SPACES TO NEW-EVT-TEXT
           IF FOUND-JOB-INDEX > 0
               STRING "Interview times proposed for "
                      FUNCTION TRIM(JOB-TITLE(FOUND-JOB-INDEX))
                      " - pick a slot"
                      DELIMITED BY SIZE
                      INTO NEW-EVT-TEXT
               END-STRING
           ELSE
               STRING "Interview times proposed for job #"
                      FUNCTION TRIM(JOB-ID-DISP)
                      " - pick a slot"
                      DELIMITED BY SIZE
                      INTO NEW-EVT-TEXT
               END-STRING
           END-IF
           PERFORM ADD-EVENT
           ADD 1 TO INTERVIEW-EVENT-COUNT.

      *> --------------------------------------------------------
      *> Saved searches (username|keyword|location|last viewed at):
      *> each OPEN listing posted inside the window, after the search
      *> was last viewed, that matches it the way the online alert
      *> does -- keyword in title, company or location, plus the
      *> optional location.
      *> --------------------------------------------------------
       GATHER-SEARCH-HITS.
           OPEN INPUT SAVED-SEARCHES-FILE
           IF SAVED-SEARCH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SAVED-SEARCH-FILE-STATUS = "10"
               READ SAVED-SEARCHES-FILE
                   AT END
                       MOVE "10" TO SAVED-SEARCH-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PARSED-USER1
                       MOVE SPACES TO PARSED-KEYWORD
                       MOVE SPACES TO PARSED-LOCATION
                       MOVE SPACES TO PARSED-STAMP
                       UNSTRING SAVED-SEARCHES-REC DELIMITED BY "|"
                           INTO PARSED-USER1
                                PARSED-KEYWORD
                                PARSED-LOCATION
                                PARSED-STAMP
                       END-UNSTRING
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > JOB-COUNT
                           PERFORM JUDGE-SEARCH-HIT
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SAVED-SEARCHES-FILE.

       JUDGE-SEARCH-HIT.
           IF FUNCTION TRIM(JOB-STATUS(I)) NOT = "OPEN"
              OR JOB-POSTED-AT(I) NOT > LAST-RUN-STAMP
              OR JOB-POSTED-AT(I) > RUN-STAMP
              OR JOB-POSTED-AT(I) NOT > PARSED-STAMP
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NAME-MATCH-COUNT
           INSPECT FUNCTION UPPER-CASE(JOB-TITLE(I)) TALLYING
               NAME-MATCH-COUNT
               FOR ALL FUNCTION UPPER-CASE(FUNCTION
                   TRIM(PARSED-KEYWORD))
           IF NAME-MATCH-COUNT = 0
               INSPECT FUNCTION UPPER-CASE(JOB-COMPANY(I)) TALLYING
                   NAME-MATCH-COUNT
                   FOR ALL FUNCTION UPPER-CASE(FUNCTION
                       TRIM(PARSED-KEYWORD))
           END-IF
           IF NAME-MATCH-COUNT = 0
               INSPECT FUNCTION UPPER-CASE(JOB-LOCATION(I)) TALLYING
                   NAME-MATCH-COUNT
                   FOR ALL FUNCTION UPPER-CASE(FUNCTION
                       TRIM(PARSED-KEYWORD))
           END-IF
           IF NAME-MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(PARSED-LOCATION)) > 0
               MOVE 0 TO NAME-MATCH-COUNT
               INSPECT FUNCTION UPPER-CASE(JOB-LOCATION(I)) TALLYING
                   NAME-MATCH-COUNT
                   FOR ALL FUNCTION UPPER-CASE(FUNCTION
                       TRIM(PARSED-LOCATION))
               IF NAME-MATCH-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE JOB-ID(I) TO JOB-ID-DISP
           MOVE PARSED-USER1 TO NEW-EVT-RECIPIENT
           MOVE "JOBMATCH" TO NEW-EVT-TYPE
           MOVE JOB-POSTED-AT(I) TO NEW-EVT-STAMP
           MOVE SPACES TO NEW-EVT-FROM
           MOVE FUNCTION TRIM(JOB-ID-DISP) TO NEW-EVT-REF
           MOVE SPACES TO NEW-EVT-TEXT
           STRING "'"
                  FUNCTION TRIM(PARSED-KEYWORD)
                  "': "
                  FUNCTION TRIM(JOB-TITLE(I))
                  " at "
                  FUNCTION TRIM(JOB-COMPANY(I))
                  DELIMITED BY SIZE
                  INTO NEW-EVT-TEXT
           END-STRING
           PERFORM ADD-EVENT
           ADD 1 TO JOBMATCH-EVENT-COUNT.

      *> Files the NEW-EVT-* event under its recipient, adding the
      *> recipient on first sight (matched case-insensitively).
       ADD-EVENT.
           IF EVENT-COUNT >= MAX-EVENTS
               SET EVENT-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND-RCPT-INDEX
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RECIPIENT-COUNT
                   OR FOUND-RCPT-INDEX > 0
               IF RCPT-NAME-UPPER(R) = FUNCTION UPPER-CASE(FUNCTION
                  TRIM(NEW-EVT-RECIPIENT))
                   MOVE R TO FOUND-RCPT-INDEX
               END-IF
           END-PERFORM
           IF FOUND-RCPT-INDEX = 0
               IF RECIPIENT-COUNT >= MAX-RECIPIENTS
                   SET EVENT-OVERFLOW TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RECIPIENT-COUNT
               MOVE NEW-EVT-RECIPIENT TO RCPT-NAME(RECIPIENT-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION
                   TRIM(NEW-EVT-RECIPIENT))
                   TO RCPT-NAME-UPPER(RECIPIENT-COUNT)
               MOVE 0 TO RCPT-EVENT-COUNT(RECIPIENT-COUNT)
               MOVE RECIPIENT-COUNT TO FOUND-RCPT-INDEX
           END-IF

           ADD 1 TO EVENT-COUNT
           ADD 1 TO RCPT-EVENT-COUNT(FOUND-RCPT-INDEX)
           MOVE NEW-EVT-RECIPIENT TO EVT-RECIPIENT(EVENT-COUNT)
           MOVE FOUND-RCPT-INDEX TO EVT-RCPT-INDEX(EVENT-COUNT)
           MOVE NEW-EVT-TYPE TO EVT-TYPE(EVENT-COUNT)
           MOVE NEW-EVT-STAMP(1:14) TO EVT-STAMP(EVENT-COUNT)
           MOVE NEW-EVT-FROM TO EVT-FROM(EVENT-COUNT)
           MOVE NEW-EVT-REF TO EVT-REF(EVENT-COUNT)
           MOVE NEW-EVT-TEXT TO EVT-TEXT(EVENT-COUNT).

      *> --------------------------------------------------------
      *> Feed: header + details per recipient, then the trailer
      *> --------------------------------------------------------
       WRITE-FEED.
           MOVE SPACES TO FEED-FILE-PATH
           STRING "out/InCollege-Notify."
                  RUN-STAMP(1:14)
                  ".dat"
                  DELIMITED BY SIZE
                  INTO FEED-FILE-PATH
           END-STRING

           OPEN OUTPUT FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROFILES-FILE
           IF PROFILE-FILE-STATUS = "00"
               SET PROFILES-OPEN TO TRUE
           ELSE
               SET PROFILES-NOT-OPEN TO TRUE
           END-IF

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RECIPIENT-COUNT
               PERFORM WRITE-ONE-RECIPIENT
           END-PERFORM

           MOVE RUN-STAMP(1:14) TO FT-RUN-STAMP
           MOVE RECIPIENT-COUNT TO FT-RECIPIENT-COUNT
           MOVE EVENT-COUNT TO FT-DETAIL-COUNT
           MOVE MESSAGE-EVENT-COUNT TO FT-MESSAGE-COUNT
           MOVE REQUEST-EVENT-COUNT TO FT-REQUEST-COUNT
           MOVE INTERVIEW-EVENT-COUNT TO FT-INTERVIEW-COUNT
           MOVE JOBMATCH-EVENT-COUNT TO FT-JOBMATCH-COUNT
           ADD 1 TO FEED-RECORD-COUNT
           MOVE FEED-RECORD-COUNT TO FT-TOTAL-RECORDS
           MOVE LAST-RUN-STAMP(1:14) TO FT-PRIOR-RUN-STAMP
           MOVE NEW-MESSAGE-KEY TO FT-LAST-MESSAGE-KEY
           MOVE FEED-TRAILER TO FEED-REC
           WRITE FEED-REC

           IF PROFILES-OPEN
               CLOSE PROFILES-FILE
           END-IF
           CLOSE FEED-FILE.

       WRITE-ONE-RECIPIENT.
           MOVE RCPT-NAME(R) TO FH-RECIPIENT
           MOVE SPACES TO FH-FIRST-NAME
           MOVE SPACES TO FH-LAST-NAME
           IF PROFILES-OPEN
               MOVE RCPT-NAME-UPPER(R) TO PROF-USERNAME-KEY
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-FIRST-NAME TO FH-FIRST-NAME
                       MOVE PROF-LAST-NAME TO FH-LAST-NAME
               END-READ
           END-IF
           MOVE RCPT-EVENT-COUNT(R) TO FH-EVENT-COUNT
           MOVE RUN-STAMP(1:14) TO FH-RUN-STAMP
           MOVE FEED-HEADER TO FEED-REC
           WRITE FEED-REC
           ADD 1 TO FEED-RECORD-COUNT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVENT-COUNT
               IF EVT-RCPT-INDEX(I) = R
                   MOVE RCPT-NAME(R) TO FD-RECIPIENT
                   MOVE EVT-TYPE(I) TO FD-EVENT-TYPE
                   MOVE EVT-STAMP(I) TO FD-EVENT-STAMP
                   MOVE EVT-FROM(I) TO FD-EVENT-FROM
                   MOVE EVT-REF(I) TO FD-EVENT-REF
                   MOVE EVT-TEXT(I) TO FD-EVENT-TEXT
                   MOVE FEED-DETAIL TO FEED-REC
                   WRITE FEED-REC
                   ADD 1 TO FEED-RECORD-COUNT
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "---- InCollege Notification Extract ----" TO
               REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Run stamp:          " RUN-STAMP(1:14)
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF FIRST-RUN
               MOVE "Previous extract:   none (first run)" TO
                   REPORT-REC
           ELSE
               STRING "Previous extract:   " LAST-RUN-STAMP(1:14)
                      DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC

           IF EVENT-OVERFLOW
               MOVE "FAILED: more events than the extract can hold -- n
      -            "o feed written, high-water mark not moved." TO
                   REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           IF FEED-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-REC
               STRING "FAILED: cannot write "
                      FUNCTION TRIM(FEED-FILE-PATH)
                      " (status " FEED-FILE-STATUS
                      ") -- high-water mark not moved."
                      DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "Feed file:          " FUNCTION TRIM(FEED-FILE-PATH)
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Recipients:         " RECIPIENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "New messages:       " MESSAGE-EVENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Connection requests:" REQUEST-EVENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Interview proposals:" INTERVIEW-EVENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Saved-search hits:  " JOBMATCH-EVENT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Feed records:       " FEED-RECORD-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "Last message number:" NEW-MESSAGE-KEY
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           CLOSE REPORT-FILE.
