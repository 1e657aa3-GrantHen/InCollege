      *>       live log
      *>   InCollegeAccountAdmin UNLOCK <username>
      *>       append the UNLOCK row that clears the failure streak
      *>
      *> HISTORY also shows the MERGED row InCollegeAccountMerge writes
      *> when a duplicate account is folded into another one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AUDIT-SCAN-USERNAME        PIC X(20) VALUE SPACES.
       01  AUDIT-SCAN-TIMESTAMP       PIC X(26) VALUE SPACES.
       01  AUDIT-SCAN-OUTCOME         PIC X(10) VALUE SPACES.
       *> Fourth field, only on MERGED rows: the account it went into
       01  AUDIT-SCAN-DETAIL          PIC X(20) VALUE SPACES.

       01  I                          PIC 9(5) VALUE 0.
       01  FOUND-USER-INDEX           PIC 9(5) VALUE 0.
           MOVE SPACES TO AUDIT-SCAN-USERNAME
           MOVE SPACES TO AUDIT-SCAN-TIMESTAMP
           MOVE SPACES TO AUDIT-SCAN-OUTCOME
           MOVE SPACES TO AUDIT-SCAN-DETAIL
           UNSTRING AUDIT-REC DELIMITED BY "|"
               INTO AUDIT-SCAN-USERNAME
                    AUDIT-SCAN-TIMESTAMP
                    AUDIT-SCAN-OUTCOME
                    AUDIT-SCAN-DETAIL
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(AUDIT-SCAN-USERNAME)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(TARGET-USERNAME))
               MOVE SPACES TO HISTORY-RING-LINE(HISTORY-RING-NEXT)
               IF AUDIT-SCAN-DETAIL = SPACES
                   STRING FUNCTION TRIM(AUDIT-SCAN-TIMESTAMP)
                          "  "
                          FUNCTION TRIM(AUDIT-SCAN-OUTCOME)
                          DELIMITED BY SIZE
                          INTO HISTORY-RING-LINE(HISTORY-RING-NEXT)
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(AUDIT-SCAN-TIMESTAMP)
                          "  "
                          FUNCTION TRIM(AUDIT-SCAN-OUTCOME)
                          " into "
                          FUNCTION TRIM(AUDIT-SCAN-DETAIL)
                          DELIMITED BY SIZE
                          INTO HISTORY-RING-LINE(HISTORY-RING-NEXT)
                   END-STRING
               END-IF
               IF HISTORY-RING-COUNT < HISTORY-RING-SIZE
                   ADD 1 TO HISTORY-RING-COUNT
               END-IF
