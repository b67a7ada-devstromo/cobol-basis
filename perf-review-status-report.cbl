      *> Review completion tracking for one review cycle: every
      *> active employee on the master is matched to their review
      *> on perf-review.dat for the keyed cycle and shown as
      *> COMPLETE (with reviewer and rating), PENDING or MISSING
      *> (no review entered). Sorted by department the way the other
      *> sorted listings are and printed on perf-review-status.rpt,
      *> one block per department with its counts and the percent
      *> complete, then the totals. Posts completion code 4 while
      *> any review is still pending or missing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-REVIEW-STATUS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO "perf-review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REVIEW-STATUS.
               SELECT STATUS-REPORT-FILE
               ASSIGN TO "perf-review-status.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "perf-review-status.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  REVIEW-FILE.
           COPY PERF-REVIEW-REC.
       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-REVIEW-RECORD.
           05 SR-DEPARTMENT    PIC X(20).
           05 SR-KIND          PIC X(8).
              88 SR-COMPLETE VALUE "COMPLETE".
              88 SR-PENDING  VALUE "PENDING".
              88 SR-MISSING  VALUE "MISSING".
           05 SR-EMPLOYEE-ID   PIC X(6).
           05 SR-NAME          PIC X(15).
           05 SR-REVIEWER-ID   PIC X(6).
           05 SR-RATING        PIC 9.
           05 SR-REVIEW-DATE   PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-REVIEW-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CYCLE PIC X(6) VALUE SPACES.
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COMPLETE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-EMPLOYEES PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COMPLETE PIC 9(6) VALUE ZERO.
       01 WS-DEPT-PENDING PIC 9(6) VALUE ZERO.
       01 WS-DEPT-MISSING PIC 9(6) VALUE ZERO.
       01 WS-PERCENT-COMPLETE PIC 999 VALUE ZERO.
       01 WS-PERCENT-EDIT PIC ZZ9.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-EMPLOYEE PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-NAME     PIC X(15).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-KIND     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-REVIEWER PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-RATING   PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DATE     PIC X(8).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Review cycle (e.g. 2026 or 2026H1):".
            ACCEPT WS-CYCLE.
            IF WS-CYCLE = SPACES
               DISPLAY "A review cycle is required."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT REVIEW-FILE.
            IF WS-REVIEW-STATUS NOT = "00" AND WS-REVIEW-STATUS
                  NOT = "05"
               DISPLAY "Unable to open perf-review.dat, status "
                  WS-REVIEW-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT STATUS-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open perf-review-status.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-KIND
                     SR-EMPLOYEE-ID
                  INPUT PROCEDURE IS RELEASE-EMPLOYEE-REVIEWS
                  OUTPUT PROCEDURE IS PRINT-SORTED-REVIEWS
            END-IF.
            CLOSE EMPLOYEE-FILE REVIEW-FILE.
            CLOSE STATUS-REPORT-FILE.
            DISPLAY "Review Status - cycle " WS-CYCLE.
            DISPLAY "Active employees : " WS-EMPLOYEE-COUNT.
            DISPLAY "Complete         : " WS-COMPLETE-COUNT.
            DISPLAY "Pending          : " WS-PENDING-COUNT.
            DISPLAY "Missing          : " WS-MISSING-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-PENDING-COUNT > 0 OR WS-MISSING-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       RELEASE-EMPLOYEE-REVIEWS.
            PERFORM READ-EMPLOYEE-FILE.
            PERFORM UNTIL WS-EOF
               IF NOT EMPLOYEE-TERMINATED
                  PERFORM RELEASE-ONE-EMPLOYEE
               END-IF
               PERFORM READ-EMPLOYEE-FILE
            END-PERFORM.

       READ-EMPLOYEE-FILE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       RELEASE-ONE-EMPLOYEE.
            ADD 1 TO WS-EMPLOYEE-COUNT.
            MOVE SPACES TO SORT-REVIEW-RECORD.
            MOVE ZERO TO SR-RATING.
            MOVE EMPLOYEE-DEPARTMENT TO SR-DEPARTMENT.
            MOVE EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE NameValue TO SR-NAME.
            MOVE EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE WS-CYCLE TO REV-CYCLE.
            READ REVIEW-FILE
               INVALID KEY
                  SET SR-MISSING TO TRUE
                  ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                  MOVE REV-REVIEWER-ID TO SR-REVIEWER-ID
                  MOVE REV-REVIEW-DATE TO SR-REVIEW-DATE
                  IF REV-COMPLETE
                     SET SR-COMPLETE TO TRUE
                     MOVE REV-RATING TO SR-RATING
                     ADD 1 TO WS-COMPLETE-COUNT
                  ELSE
                     SET SR-PENDING TO TRUE
                     ADD 1 TO WS-PENDING-COUNT
                  END-IF
            END-READ.
            RELEASE SORT-REVIEW-RECORD.

       PRINT-SORTED-REVIEWS.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM RETURN-SORTED-REVIEW.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM PRINT-ONE-REVIEW
               PERFORM RETURN-SORTED-REVIEW
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-REVIEW.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-EMPLOYEES WS-DEPT-COMPLETE
               WS-DEPT-PENDING WS-DEPT-MISSING.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.

       PRINT-ONE-REVIEW.
            MOVE SR-EMPLOYEE-ID TO WS-DET-EMPLOYEE.
            MOVE SR-NAME TO WS-DET-NAME.
            MOVE SR-KIND TO WS-DET-KIND.
            MOVE SR-REVIEWER-ID TO WS-DET-REVIEWER.
            MOVE SR-REVIEW-DATE TO WS-DET-DATE.
            IF SR-COMPLETE
               MOVE SR-RATING TO WS-DET-RATING
            ELSE
               MOVE SPACE TO WS-DET-RATING
            END-IF.
            WRITE STATUS-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-DEPT-EMPLOYEES.
            EVALUATE TRUE
               WHEN SR-COMPLETE
                  ADD 1 TO WS-DEPT-COMPLETE
               WHEN SR-PENDING
                  ADD 1 TO WS-DEPT-PENDING
               WHEN OTHER
                  ADD 1 TO WS-DEPT-MISSING
            END-EVALUATE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "PERFORMANCE REVIEW COMPLETION - CYCLE " WS-CYCLE
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "  EMPL.   NAME             STATUS    REVIEWER"
               "  RATING  DATE"
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE ZERO TO WS-PERCENT-COMPLETE.
            IF WS-DEPT-EMPLOYEES > 0
               COMPUTE WS-PERCENT-COMPLETE =
                  WS-DEPT-COMPLETE * 100 / WS-DEPT-EMPLOYEES
            END-IF.
            MOVE WS-PERCENT-COMPLETE TO WS-PERCENT-EDIT.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "  DEPARTMENT TOTAL  EMPLOYEES " WS-DEPT-EMPLOYEES
               "  COMPLETE " WS-DEPT-COMPLETE
               "  PENDING " WS-DEPT-PENDING
               "  MISSING " WS-DEPT-MISSING
               "  " WS-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE ZERO TO WS-PERCENT-COMPLETE.
            IF WS-EMPLOYEE-COUNT > 0
               COMPUTE WS-PERCENT-COMPLETE =
                  WS-COMPLETE-COUNT * 100 / WS-EMPLOYEE-COUNT
            END-IF.
            MOVE WS-PERCENT-COMPLETE TO WS-PERCENT-EDIT.
            MOVE SPACES TO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "GRAND TOTAL  DEPARTMENTS " WS-DEPT-COUNT
               "  EMPLOYEES " WS-EMPLOYEE-COUNT
               "  COMPLETE " WS-COMPLETE-COUNT
               "  " WS-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.
            MOVE SPACES TO STATUS-REPORT-LINE.
            STRING "             PENDING " WS-PENDING-COUNT
               "  MISSING " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
            WRITE STATUS-REPORT-LINE.
       END PROGRAM PERF-REVIEW-STATUS-REPORT.
