      *> authorized count, so hiring freezes are enforced by a
      *> report instead of rumor. Departments with heads but no
      *> authorization on file are flagged too.
      *> Each department prints under its own DEPARTMENT line, the
      *> break REPORT-BURST splits the report at for the department
      *> heads.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-VARIANCE-REPORT.
       ENVIRONMENT DIVISION.
            END-READ.

       WRITE-ONE-VARIANCE-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DEPARTMENT " WS-DT-CODE(WS-DEPT-INDEX)
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF NOT WS-AUTH-FOUND
               ADD 1 TO WS-OVER-COUNT
               STRING "  ACTUAL " WS-DT-ACTUAL(WS-DEPT-INDEX)
                  " NO AUTHORIZATION ON FILE"
                  DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
               MOVE WS-VARIANCE TO WS-VARIANCE-SHOW
               IF WS-VARIANCE > 0
                  ADD 1 TO WS-OVER-COUNT
                  STRING "  AUTHORIZED " WS-AUTHORIZED
                     " ACTUAL " WS-DT-ACTUAL(WS-DEPT-INDEX)
                     " VARIANCE " WS-VARIANCE-SHOW
                     " *** OVER BUDGET ***"
                     DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                  STRING "  AUTHORIZED " WS-AUTHORIZED
                     " ACTUAL " WS-DT-ACTUAL(WS-DEPT-INDEX)
                     " VARIANCE " WS-VARIANCE-SHOW
                     DELIMITED BY SIZE INTO REPORT-LINE
