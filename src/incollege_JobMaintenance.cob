               INTO PARSED-JOB-ID-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(PARSED-JOB-ID-TEXT) IS NUMERIC
               UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO PARSED-JOB-ID-TEXT
                        PARSED-TITLE
