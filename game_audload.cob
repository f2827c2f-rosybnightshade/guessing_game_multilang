                   MOVE OLD-ATTEMPT-NO TO AUD-ATTEMPT-NO
                   MOVE OLD-GUESS-VALUE TO AUD-GUESS-VALUE
                   MOVE OLD-RESULT TO AUD-RESULT
                   MOVE SPACES TO AUD-SITE-CODE
                   WRITE AUDIT-RECORD
                       INVALID KEY
                           ADD 1 TO DUPLICATE-COUNT
