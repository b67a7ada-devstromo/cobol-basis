      *> Filled-versus-authorized position control: every position on
      *> position.dat sorted by department and grade, one line per
      *> grade with its positions, frozen, authorized (not frozen),
      *> filled and vacant counts and authorized and filled FTE, then
      *> a department total set against the headcount budget
      *> effective today - the same effective-dated lookup
      *> HEADCOUNT-VARIANCE-REPORT makes. A department with more
      *> authorized positions, or more filled ones, than its budget
      *> is flagged, as is a filled position whose incumbent has
      *> left the master, is terminated or now sits in another
      *> department. Written to position-control.rpt; posts
      *> completion code 4 when anything is flagged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-CONTROL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL POSITION-FILE
               ASSIGN TO "position.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMPLOYEE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-POSITION-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "headcount-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
               SELECT CONTROL-REPORT-FILE
               ASSIGN TO "position-control.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "position-control.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY POSITION-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  BUDGET-FILE.
           COPY HEADCOUNT-BUDGET-REC.
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE PIC X(120).
       SD  SORT-WORK-FILE.
       01  SORT-POSITION-RECORD.
           05 SR-DEPARTMENT    PIC X(20).
           05 SR-GRADE         PIC X(4).
           05 SR-POSITION      PIC X(6).
           05 SR-FTE           PIC 9V99.
           05 SR-STATUS        PIC X.
              88 SR-VACANT     VALUE "V".
              88 SR-FILLED     VALUE "F".
              88 SR-FROZEN     VALUE "Z".
           05 SR-EMPLOYEE-ID   PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-BUDGET-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-BUD-EOF-SWITCH PIC X VALUE "N".
           88 WS-BUD-EOF VALUE "Y".
       01 WS-AUTH-FOUND-FLAG PIC X VALUE "N".
           88 WS-AUTH-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-BEST-DATE PIC 9(8) VALUE ZERO.
       01 WS-BUDGETED PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-CURRENT-GRADE PIC X(4) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-FIRST-GRADE-FLAG PIC X VALUE "Y".
           88 WS-FIRST-GRADE VALUE "Y".
       01 WS-INCUMBENT-NOTE PIC X(30) VALUE SPACES.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVER-BUDGET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INCUMBENT-EXCEPTIONS PIC 9(6) VALUE ZERO.
       01 WS-GRADE-TOTALS.
           05 WS-GR-POSITIONS  PIC 9(6).
           05 WS-GR-FROZEN     PIC 9(6).
           05 WS-GR-AUTHORIZED PIC 9(6).
           05 WS-GR-FILLED     PIC 9(6).
           05 WS-GR-VACANT     PIC 9(6).
           05 WS-GR-AUTH-FTE   PIC 9(5)V99.
           05 WS-GR-FILLED-FTE PIC 9(5)V99.
       01 WS-DEPT-TOTALS.
           05 WS-DT-POSITIONS  PIC 9(6).
           05 WS-DT-FROZEN     PIC 9(6).
           05 WS-DT-AUTHORIZED PIC 9(6).
           05 WS-DT-FILLED     PIC 9(6).
           05 WS-DT-VACANT     PIC 9(6).
           05 WS-DT-AUTH-FTE   PIC 9(5)V99.
           05 WS-DT-FILLED-FTE PIC 9(5)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GT-POSITIONS  PIC 9(6).
           05 WS-GT-FROZEN     PIC 9(6).
           05 WS-GT-AUTHORIZED PIC 9(6).
           05 WS-GT-FILLED     PIC 9(6).
           05 WS-GT-VACANT     PIC 9(6).
           05 WS-GT-AUTH-FTE   PIC 9(5)V99.
           05 WS-GT-FILLED-FTE PIC 9(5)V99.
       01 WS-COUNTS-LINE.
           05 WS-CL-LABEL      PIC X(20).
           05 WS-CL-POSITIONS  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-FROZEN     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-AUTHORIZED PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-FILLED     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-VACANT     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-AUTH-FTE   PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-FILLED-FTE PIC ZZ,ZZ9.99.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            INITIALIZE WS-GRAND-TOTALS.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00" AND WS-POSITION-STATUS
                  NOT = "05"
               DISPLAY "Unable to open position.dat, status "
                  WS-POSITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BUDGET-FILE.
            IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open headcount-budget.dat, status "
                  WS-BUDGET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CONTROL-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open position-control.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-GRADE
                     SR-POSITION
                  INPUT PROCEDURE IS RELEASE-ALL-POSITIONS
                  OUTPUT PROCEDURE IS PRINT-POSITION-CONTROL
            END-IF.
            CLOSE POSITION-FILE EMPLOYEE-FILE BUDGET-FILE.
            CLOSE CONTROL-REPORT-FILE.
            DISPLAY "Position Control Report - " WS-RUN-DATE.
            DISPLAY "Positions            : " WS-GT-POSITIONS.
            DISPLAY "Authorized           : " WS-GT-AUTHORIZED.
            DISPLAY "Filled               : " WS-GT-FILLED.
            DISPLAY "Vacant               : " WS-GT-VACANT.
            DISPLAY "Depts over budget    : " WS-OVER-BUDGET-COUNT.
            DISPLAY "Incumbent exceptions : "
               WS-INCUMBENT-EXCEPTIONS.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-OVER-BUDGET-COUNT > 0
                     OR WS-INCUMBENT-EXCEPTIONS > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       RELEASE-ALL-POSITIONS.
            MOVE LOW-VALUES TO POS-NUMBER.
            START POSITION-FILE KEY NOT < POS-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ POSITION-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     MOVE POS-DEPT-CODE TO SR-DEPARTMENT
                     MOVE POS-GRADE-CODE TO SR-GRADE
                     MOVE POS-NUMBER TO SR-POSITION
                     MOVE POS-FTE TO SR-FTE
                     MOVE POS-STATUS TO SR-STATUS
                     MOVE POS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
                     RELEASE SORT-POSITION-RECORD
               END-READ
            END-PERFORM.

       PRINT-POSITION-CONTROL.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM RETURN-SORTED-POSITION.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-GRADE-TOTAL
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
                  PERFORM START-GRADE
               END-IF
               IF SR-GRADE NOT = WS-CURRENT-GRADE
                  PERFORM WRITE-GRADE-TOTAL
                  PERFORM START-GRADE
               END-IF
               PERFORM COUNT-ONE-POSITION
               PERFORM RETURN-SORTED-POSITION
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-GRADE-TOTAL
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-POSITION.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            INITIALIZE WS-DEPT-TOTALS.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.

       START-GRADE.
            MOVE SR-GRADE TO WS-CURRENT-GRADE.
            INITIALIZE WS-GRADE-TOTALS.

      *> Frozen positions are not authorized for hire; everything
      *> else counts against the budget whether filled or not.
       COUNT-ONE-POSITION.
            ADD 1 TO WS-GR-POSITIONS.
            IF SR-FROZEN
               ADD 1 TO WS-GR-FROZEN
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-GR-AUTHORIZED.
            ADD SR-FTE TO WS-GR-AUTH-FTE.
            IF SR-FILLED
               ADD 1 TO WS-GR-FILLED
               ADD SR-FTE TO WS-GR-FILLED-FTE
               PERFORM CHECK-INCUMBENT
            ELSE
               ADD 1 TO WS-GR-VACANT
            END-IF.

       CHECK-INCUMBENT.
            MOVE SPACES TO WS-INCUMBENT-NOTE.
            MOVE SR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "NOT ON EMPLOYEE MASTER" TO WS-INCUMBENT-NOTE
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     MOVE "TERMINATED" TO WS-INCUMBENT-NOTE
                  ELSE
                     IF EMPLOYEE-DEPARTMENT NOT = SR-DEPARTMENT
                        MOVE "NOW IN ANOTHER DEPARTMENT"
                           TO WS-INCUMBENT-NOTE
                     END-IF
                  END-IF
            END-READ.
            IF WS-INCUMBENT-NOTE NOT = SPACES
               ADD 1 TO WS-INCUMBENT-EXCEPTIONS
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  ** POSITION " SR-POSITION " GRADE "
                  SR-GRADE " INCUMBENT " SR-EMPLOYEE-ID " "
                  WS-INCUMBENT-NOTE
                  DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
            END-IF.

       WRITE-GRADE-TOTAL.
            MOVE SPACES TO WS-CL-LABEL.
            STRING "  GRADE " WS-CURRENT-GRADE
               DELIMITED BY SIZE INTO WS-CL-LABEL.
            MOVE WS-GR-POSITIONS TO WS-CL-POSITIONS.
            MOVE WS-GR-FROZEN TO WS-CL-FROZEN.
            MOVE WS-GR-AUTHORIZED TO WS-CL-AUTHORIZED.
            MOVE WS-GR-FILLED TO WS-CL-FILLED.
            MOVE WS-GR-VACANT TO WS-CL-VACANT.
            MOVE WS-GR-AUTH-FTE TO WS-CL-AUTH-FTE.
            MOVE WS-GR-FILLED-FTE TO WS-CL-FILLED-FTE.
            WRITE CONTROL-REPORT-LINE FROM WS-COUNTS-LINE.
            ADD WS-GR-POSITIONS TO WS-DT-POSITIONS.
            ADD WS-GR-FROZEN TO WS-DT-FROZEN.
            ADD WS-GR-AUTHORIZED TO WS-DT-AUTHORIZED.
            ADD WS-GR-FILLED TO WS-DT-FILLED.
            ADD WS-GR-VACANT TO WS-DT-VACANT.
            ADD WS-GR-AUTH-FTE TO WS-DT-AUTH-FTE.
            ADD WS-GR-FILLED-FTE TO WS-DT-FILLED-FTE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE "  DEPARTMENT TOTAL" TO WS-CL-LABEL.
            MOVE WS-DT-POSITIONS TO WS-CL-POSITIONS.
            MOVE WS-DT-FROZEN TO WS-CL-FROZEN.
            MOVE WS-DT-AUTHORIZED TO WS-CL-AUTHORIZED.
            MOVE WS-DT-FILLED TO WS-CL-FILLED.
            MOVE WS-DT-VACANT TO WS-CL-VACANT.
            MOVE WS-DT-AUTH-FTE TO WS-CL-AUTH-FTE.
            MOVE WS-DT-FILLED-FTE TO WS-CL-FILLED-FTE.
            WRITE CONTROL-REPORT-LINE FROM WS-COUNTS-LINE.
            PERFORM LOOK-UP-BUDGET.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            IF NOT WS-AUTH-FOUND
               ADD 1 TO WS-OVER-BUDGET-COUNT
               STRING "  HEADCOUNT BUDGET  NONE ON FILE"
                  "  ** POSITIONS NOT BUDGETED"
                  DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
            ELSE
               IF WS-DT-AUTHORIZED > WS-BUDGETED
                     OR WS-DT-FILLED > WS-BUDGETED
                  ADD 1 TO WS-OVER-BUDGET-COUNT
                  STRING "  HEADCOUNT BUDGET " WS-BUDGETED
                     " EFFECTIVE " WS-BEST-DATE
                     "  ** OVER BUDGET"
                     DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               ELSE
                  STRING "  HEADCOUNT BUDGET " WS-BUDGETED
                     " EFFECTIVE " WS-BEST-DATE
                     DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-IF
            END-IF.
            WRITE CONTROL-REPORT-LINE.
            ADD WS-DT-POSITIONS TO WS-GT-POSITIONS.
            ADD WS-DT-FROZEN TO WS-GT-FROZEN.
            ADD WS-DT-AUTHORIZED TO WS-GT-AUTHORIZED.
            ADD WS-DT-FILLED TO WS-GT-FILLED.
            ADD WS-DT-VACANT TO WS-GT-VACANT.
            ADD WS-DT-AUTH-FTE TO WS-GT-AUTH-FTE.
            ADD WS-DT-FILLED-FTE TO WS-GT-FILLED-FTE.

      *> Latest budget record for the department effective on or
      *> before today.
       LOOK-UP-BUDGET.
            MOVE "N" TO WS-AUTH-FOUND-FLAG.
            MOVE ZERO TO WS-BUDGETED WS-BEST-DATE.
            MOVE "N" TO WS-BUD-EOF-SWITCH.
            MOVE WS-CURRENT-DEPT TO HB-DEPT-CODE.
            MOVE ZEROS TO HB-EFFECTIVE-DATE.
            START BUDGET-FILE KEY NOT < HB-KEY
               INVALID KEY SET WS-BUD-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BUDGET.
            PERFORM UNTIL WS-BUD-EOF OR
                  HB-DEPT-CODE NOT = WS-CURRENT-DEPT
               IF HB-EFFECTIVE-DATE <= WS-RUN-DATE AND
                     HB-EFFECTIVE-DATE >= WS-BEST-DATE
                  MOVE HB-EFFECTIVE-DATE TO WS-BEST-DATE
                  MOVE HB-AUTHORIZED TO WS-BUDGETED
                  SET WS-AUTH-FOUND TO TRUE
               END-IF
               PERFORM READ-NEXT-BUDGET
            END-PERFORM.

       READ-NEXT-BUDGET.
            IF NOT WS-BUD-EOF
               READ BUDGET-FILE NEXT
                  AT END SET WS-BUD-EOF TO TRUE
               END-READ
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            STRING "POSITION CONTROL - FILLED VERSUS AUTHORIZED AS OF "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            STRING "                    POSITNS   FROZEN  AUTHRZD"
               "   FILLED   VACANT   AUTH FTE  FILLED FTE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.
            MOVE "GRAND TOTAL" TO WS-CL-LABEL.
            MOVE WS-GT-POSITIONS TO WS-CL-POSITIONS.
            MOVE WS-GT-FROZEN TO WS-CL-FROZEN.
            MOVE WS-GT-AUTHORIZED TO WS-CL-AUTHORIZED.
            MOVE WS-GT-FILLED TO WS-CL-FILLED.
            MOVE WS-GT-VACANT TO WS-CL-VACANT.
            MOVE WS-GT-AUTH-FTE TO WS-CL-AUTH-FTE.
            MOVE WS-GT-FILLED-FTE TO WS-CL-FILLED-FTE.
            WRITE CONTROL-REPORT-LINE FROM WS-COUNTS-LINE.
            MOVE SPACES TO CONTROL-REPORT-LINE.
            STRING "DEPARTMENTS " WS-DEPT-COUNT
               "  OVER BUDGET " WS-OVER-BUDGET-COUNT
               "  INCUMBENT EXCEPTIONS " WS-INCUMBENT-EXCEPTIONS
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
            WRITE CONTROL-REPORT-LINE.
       END PROGRAM POSITION-CONTROL-REPORT.
