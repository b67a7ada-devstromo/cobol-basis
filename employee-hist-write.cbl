               MOVE LK-TRANS-CODE TO HIST-TRANS-CODE
               MOVE EMPLOYEE-RECORD TO HIST-PRIOR-IMAGE
               MOVE LK-USER-ID TO HIST-USER-ID
               MOVE EMPLOYEE-RECORD(251:) TO HIST-IMAGE-EXTENSION
               WRITE EMPLOYEE-HIST-RECORD
               CLOSE EMPLOYEE-HIST-FILE
            ELSE
