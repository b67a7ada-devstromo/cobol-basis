      *> Organization chart: every active employee on employee.dat
      *> printed under their manager, department by department from
      *> the top down, indented one step per reporting level. The
      *> active staff are loaded into a table in key order; for each
      *> one the reporting line is walked upward while the manager
      *> is an active employee in the same department, and the
      *> chain of IDs from the top down becomes the sort key, so a
      *> manager sorts immediately ahead of everyone under them.
      *> An employee heads a branch when the reports-to is blank,
      *> names someone not active on the master, or names a manager
      *> in another department - the last two are flagged on the
      *> line. A chain deeper than the chart prints, or one that
      *> loops, is flagged the same way. Written to org-chart.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT ORG-CHART-FILE
               ASSIGN TO "org-chart.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "org-chart.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  ORG-CHART-FILE.
       01  ORG-CHART-LINE PIC X(140).
       SD  SORT-WORK-FILE.
       01  SORT-CHART-RECORD.
           05 SR-DEPARTMENT   PIC X(20).
           05 SR-PATH         PIC X(72).
           05 SR-LEVEL        PIC 9(2).
           05 SR-EMPLOYEE-ID  PIC X(6).
           05 SR-NAME         PIC X(15).
           05 SR-LASTNAME     PIC X(30).
           05 SR-MANAGER-ID   PIC X(6).
           05 SR-MANAGER-DEPT PIC X(20).
           05 SR-NOTE         PIC X.
              88 SR-NOTE-NONE       VALUE SPACE.
              88 SR-NOTE-INACTIVE   VALUE "I".
              88 SR-NOTE-OTHER-DEPT VALUE "O".
              88 SR-NOTE-LOOP       VALUE "L".
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
      *> active staff in key order - the reporting-line lookups
      *> run against this table, not the file
       01 WS-STAFF-MAX PIC 9(5) VALUE 3000.
       01 WS-STAFF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 3000 TIMES.
              10 WS-ST-ID         PIC X(6).
              10 WS-ST-REPORTS-TO PIC X(6).
              10 WS-ST-DEPARTMENT PIC X(20).
              10 WS-ST-NAME       PIC X(15).
              10 WS-ST-LASTNAME   PIC X(30).
       01 WS-SUB PIC 9(5) VALUE ZERO.
       01 WS-CUR-SUB PIC 9(5) VALUE ZERO.
       01 WS-SUB-SCAN PIC 9(5) VALUE ZERO.
       01 WS-FIND-SUB PIC 9(5) VALUE ZERO.
       01 WS-FIND-ID PIC X(6) VALUE SPACES.
      *> reporting chain gathered bottom-up, then laid into the
      *> path key top-down
       01 WS-LEVEL-MAX PIC 9(2) VALUE 12.
       01 WS-CHAIN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-ID PIC X(6) OCCURS 12 TIMES.
       01 WS-CHAIN-SUB PIC 9(2) VALUE ZERO.
       01 WS-PATH-POS PIC 9(3) VALUE ZERO.
       01 WS-CHAIN-END-FLAG PIC X VALUE "N".
           88 WS-CHAIN-END VALUE "Y".
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-INDENT-POS PIC 9(3) VALUE ZERO.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-EMPLOYEES PIC 9(6) VALUE ZERO.
       01 WS-DEPT-TOPS PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DET-ID       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-NAME     PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-LASTNAME PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-NOTE     PIC X(44).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT ORG-CHART-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open org-chart.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-STAFF-TABLE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-PATH
                  INPUT PROCEDURE IS RELEASE-CHART-ENTRIES
                  OUTPUT PROCEDURE IS PRINT-SORTED-CHART
            END-IF.
            CLOSE EMPLOYEE-FILE ORG-CHART-FILE.
            DISPLAY "Organization Chart - " WS-RUN-DATE.
            DISPLAY "Active employees : " WS-EMPLOYEE-COUNT.
            DISPLAY "Departments      : " WS-DEPT-COUNT.
            DISPLAY "Branch heads     : " WS-TOP-COUNT.
            DISPLAY "Flagged lines    : " WS-FLAGGED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-FLAGGED-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       LOAD-STAFF-TABLE.
            MOVE LOW-VALUES TO EMPLOYEE-ID.
            START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF EMPLOYEE-ACTIVE
                        PERFORM STORE-STAFF-ENTRY
                     END-IF
               END-READ
            END-PERFORM.

       STORE-STAFF-ENTRY.
            IF WS-STAFF-COUNT NOT < WS-STAFF-MAX
               IF NOT WS-HAD-ISSUE
                  DISPLAY "More than " WS-STAFF-MAX " active "
                     "employees - chart is incomplete."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-STAFF-COUNT.
            MOVE EMPLOYEE-ID TO WS-ST-ID(WS-STAFF-COUNT).
            MOVE EMPLOYEE-REPORTS-TO
               TO WS-ST-REPORTS-TO(WS-STAFF-COUNT).
            MOVE EMPLOYEE-DEPARTMENT
               TO WS-ST-DEPARTMENT(WS-STAFF-COUNT).
            MOVE NameValue TO WS-ST-NAME(WS-STAFF-COUNT).
            MOVE FirstLastname TO WS-ST-LASTNAME(WS-STAFF-COUNT).

       RELEASE-CHART-ENTRIES.
            PERFORM VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WS-STAFF-COUNT
               PERFORM BUILD-CHART-ENTRY
               RELEASE SORT-CHART-RECORD
            END-PERFORM.

      *> Walk up from the employee while the manager is an active
      *> employee in the same department, collecting the IDs; the
      *> first one that fails that test ends the walk and, unless the
      *> reports-to was simply blank, the reason is noted.
       BUILD-CHART-ENTRY.
            MOVE SPACES TO SORT-CHART-RECORD.
            MOVE WS-ST-DEPARTMENT(WS-SUB) TO SR-DEPARTMENT.
            MOVE WS-ST-ID(WS-SUB) TO SR-EMPLOYEE-ID.
            MOVE WS-ST-NAME(WS-SUB) TO SR-NAME.
            MOVE WS-ST-LASTNAME(WS-SUB) TO SR-LASTNAME.
            MOVE 1 TO WS-CHAIN-COUNT.
            MOVE WS-ST-ID(WS-SUB) TO WS-CHAIN-ID(1).
            MOVE WS-SUB TO WS-CUR-SUB.
            MOVE "N" TO WS-CHAIN-END-FLAG.
            PERFORM UNTIL WS-CHAIN-END
               MOVE WS-ST-REPORTS-TO(WS-CUR-SUB) TO WS-FIND-ID
               IF WS-FIND-ID = SPACES
                  SET WS-CHAIN-END TO TRUE
               ELSE
                  PERFORM FIND-STAFF-ENTRY
                  EVALUATE TRUE
                     WHEN WS-FIND-SUB = 0
                        SET SR-NOTE-INACTIVE TO TRUE
                        MOVE WS-FIND-ID TO SR-MANAGER-ID
                        SET WS-CHAIN-END TO TRUE
                     WHEN WS-ST-DEPARTMENT(WS-FIND-SUB) NOT =
                           WS-ST-DEPARTMENT(WS-SUB)
                        SET SR-NOTE-OTHER-DEPT TO TRUE
                        MOVE WS-FIND-ID TO SR-MANAGER-ID
                        MOVE WS-ST-DEPARTMENT(WS-FIND-SUB)
                           TO SR-MANAGER-DEPT
                        SET WS-CHAIN-END TO TRUE
                     WHEN WS-FIND-SUB = WS-SUB
                           OR WS-CHAIN-COUNT NOT < WS-LEVEL-MAX
                        SET SR-NOTE-LOOP TO TRUE
                        MOVE 1 TO WS-CHAIN-COUNT
                        SET WS-CHAIN-END TO TRUE
                     WHEN OTHER
                        ADD 1 TO WS-CHAIN-COUNT
                        MOVE WS-FIND-ID TO WS-CHAIN-ID(WS-CHAIN-COUNT)
                        MOVE WS-FIND-SUB TO WS-CUR-SUB
                  END-EVALUATE
               END-IF
            END-PERFORM.
      *> The note belongs to the branch head only; someone further
      *> down a branch whose head is flagged prints unflagged under
      *> that head.
            IF WS-CHAIN-COUNT > 1
               SET SR-NOTE-NONE TO TRUE
               MOVE SPACES TO SR-MANAGER-ID SR-MANAGER-DEPT
            END-IF.
            COMPUTE SR-LEVEL = WS-CHAIN-COUNT - 1.
            MOVE 1 TO WS-PATH-POS.
            PERFORM VARYING WS-CHAIN-SUB FROM WS-CHAIN-COUNT BY -1
                  UNTIL WS-CHAIN-SUB < 1
               MOVE WS-CHAIN-ID(WS-CHAIN-SUB)
                  TO SR-PATH(WS-PATH-POS:6)
               ADD 6 TO WS-PATH-POS
            END-PERFORM.

      *> Linear look-up of an active employee by ID; zero when the
      *> ID is not an active employee.
       FIND-STAFF-ENTRY.
            MOVE ZERO TO WS-FIND-SUB.
            PERFORM VARYING WS-SUB-SCAN FROM 1 BY 1
                  UNTIL WS-SUB-SCAN > WS-STAFF-COUNT
                     OR WS-FIND-SUB > 0
               IF WS-ST-ID(WS-SUB-SCAN) = WS-FIND-ID
                  MOVE WS-SUB-SCAN TO WS-FIND-SUB
               END-IF
            END-PERFORM.

       PRINT-SORTED-CHART.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM RETURN-SORTED-ENTRY.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM PRINT-ONE-EMPLOYEE
               PERFORM RETURN-SORTED-ENTRY
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-ENTRY.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-EMPLOYEES WS-DEPT-TOPS.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.
            MOVE SPACES TO ORG-CHART-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.

       PRINT-ONE-EMPLOYEE.
            ADD 1 TO WS-DEPT-EMPLOYEES WS-EMPLOYEE-COUNT.
            IF SR-LEVEL = 0
               ADD 1 TO WS-DEPT-TOPS WS-TOP-COUNT
            END-IF.
            MOVE SR-EMPLOYEE-ID TO WS-DET-ID.
            MOVE SR-NAME TO WS-DET-NAME.
            MOVE SR-LASTNAME TO WS-DET-LASTNAME.
            MOVE SPACES TO WS-DET-NOTE.
            EVALUATE TRUE
               WHEN SR-NOTE-INACTIVE
                  STRING "* MANAGER " SR-MANAGER-ID " NOT ACTIVE"
                     DELIMITED BY SIZE INTO WS-DET-NOTE
               WHEN SR-NOTE-OTHER-DEPT
                  STRING "* REPORTS TO " SR-MANAGER-ID " IN "
                     SR-MANAGER-DEPT
                     DELIMITED BY SIZE INTO WS-DET-NOTE
               WHEN SR-NOTE-LOOP
                  MOVE "* REPORTING LINE LOOPS OR TOO DEEP"
                     TO WS-DET-NOTE
            END-EVALUATE.
            IF NOT SR-NOTE-NONE
               ADD 1 TO WS-FLAGGED-COUNT
            END-IF.
            MOVE SPACES TO ORG-CHART-LINE.
            COMPUTE WS-INDENT-POS = 3 + SR-LEVEL * 3.
            MOVE WS-DETAIL-LINE TO ORG-CHART-LINE(WS-INDENT-POS:).
            WRITE ORG-CHART-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO ORG-CHART-LINE.
            STRING "ORGANIZATION CHART - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.
            MOVE SPACES TO ORG-CHART-LINE.
            STRING "  EACH LEVEL OF INDENT IS ONE STEP DOWN THE "
               "REPORTING LINE; * MARKS A FLAGGED BRANCH HEAD"
               DELIMITED BY SIZE INTO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE SPACES TO ORG-CHART-LINE.
            STRING "  DEPARTMENT TOTAL  EMPLOYEES " WS-DEPT-EMPLOYEES
               "  BRANCH HEADS " WS-DEPT-TOPS
               DELIMITED BY SIZE INTO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.

       WRITE-GRAND-TOTAL.
            MOVE SPACES TO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.
            MOVE SPACES TO ORG-CHART-LINE.
            STRING "GRAND TOTAL  DEPARTMENTS " WS-DEPT-COUNT
               "  EMPLOYEES " WS-EMPLOYEE-COUNT
               "  BRANCH HEADS " WS-TOP-COUNT
               "  FLAGGED " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO ORG-CHART-LINE.
            WRITE ORG-CHART-LINE.
       END PROGRAM ORG-CHART-REPORT.
