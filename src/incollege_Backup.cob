      *>
      *> Run only while the online program and the batch jobs are
      *> down; nothing here locks the files.
      *>
      *> A SNAPSHOT that cannot be taken or fails its re-scan ends
      *> with return code 8, so a scheduler can stop before anything
      *> rewrites the files it was meant to protect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  PROFILES-SCAN-FILE.
       01  PROFILES-SCAN-REC.
           05  PROF-SCAN-KEY          PIC X(20).
           05  PROF-SCAN-DATA         PIC X(1716).

       FD  MESSAGES-SCAN-FILE.
       01  MESSAGES-SCAN-REC.
       *> Every live data file in the set, with how to scan it:
       *> A = accounts layout, P = profiles layout, M = messages
       *> layout, S = line sequential.
       01  DATA-FILE-COUNT            PIC 99 VALUE 20.
       01  DATA-FILE-DEFS.
           05  FILLER PIC X(31) VALUE "Aaccounts.dat".
           05  FILLER PIC X(31) VALUE "Pprofiles.dat".
           05  FILLER PIC X(31) VALUE "Sinterviews.dat".
           05  FILLER PIC X(31) VALUE "Sreports.dat".
           05  FILLER PIC X(31) VALUE "Ssaved_searches.dat".
           05  FILLER PIC X(31) VALUE "Sjob_requirements.dat".
           05  FILLER PIC X(31) VALUE "Snotify_control.dat".
           05  FILLER PIC X(31) VALUE "Sannouncements.dat".
           05  FILLER PIC X(31) VALUE "Sannouncement_dismissals.dat".
           05  FILLER PIC X(31) VALUE "Snightly_control.dat".
           05  FILLER PIC X(31) VALUE "Sprofile_history.dat".
       01  DATA-FILE-TABLE REDEFINES DATA-FILE-DEFS.
           05  DATA-FILE-ENTRY OCCURS 20 TIMES.
               10  DATA-FILE-ORG      PIC X.
               10  DATA-FILE-NAME     PIC X(30).

           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ARG-VALUE)) TO
                   PERFORM RESTORE-SNAPSHOT
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

           IF DIR-STATUS NOT = 0
               DISPLAY "Cannot create snapshot directory "
                   FUNCTION TRIM(SNAPSHOT-DIR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ELSE
               DISPLAY "Snapshot " FUNCTION TRIM(SNAPSHOT-NAME)
                   " FAILED verification - do not rely on it."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Scans the live file, copies it into the snapshot, re-scans
