       SHOW-HISTORY-ENTRY.
            ADD 1 TO WS-MATCH-COUNT.
            MOVE HIST-PRIOR-IMAGE TO EMPLOYEE-RECORD.
            MOVE HIST-IMAGE-EXTENSION TO EMPLOYEE-RECORD(251:).
            DISPLAY "----------------------------------------".
            DISPLAY "Trans date : " HIST-TRANS-DATE
               "  code: " HIST-TRANS-CODE
            DISPLAY "Lastnames  : " FirstLastname " " SecondLastname.
            DISPLAY "Department : " EMPLOYEE-DEPARTMENT.
            DISPLAY "Hire date  : " EMPLOYEE-HIRE-DATE.
            DISPLAY "Reports to : " EMPLOYEE-REPORTS-TO.
       END PROGRAM EMPLOYEE-HIST-INQUIRY.
