      *> Labor distribution report for the last pay run: reads
      *> labor-dist.dat (PAY-RUN's split of each pay's gross across
      *> the departments the hours were worked for), sorts it by
      *> department and employee the same way the other sorted
      *> listings do, and prints each department's employees with
      *> their hours and cost - HOME for the share left with the
      *> employee's own department, CHARGED for hours split off to
      *> it from another - with department subtotals and a grand
      *> total on labor-dist.rpt. The grand total cost ties back to
      *> the register's total gross.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-DIST-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LABOR-DIST-FILE
               ASSIGN TO "labor-dist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT LABOR-REPORT-FILE
               ASSIGN TO "labor-dist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "labor-dist.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-FILE.
           COPY LABOR-DIST-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  LABOR-REPORT-FILE.
       01  LABOR-REPORT-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-LABOR-RECORD.
           05 SR-DEPARTMENT    PIC X(20).
           05 SR-EMPLOYEE-ID   PIC X(6).
           05 SR-HOME-FLAG     PIC X.
           05 SR-PERIOD-NUMBER PIC 9(6).
           05 SR-HOURS         PIC 9(3)V99.
           05 SR-COST          PIC S9(7)V99.
       WORKING-STORAGE SECTION.
       01 WS-LABOR-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-INPUT-EOF-SWITCH PIC X VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-EMPLOYEE-NAME PIC X(15) VALUE SPACES.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-HOURS PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-DEPT-COST  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-HOURS PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-COST  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NAME   PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-KIND   PIC X(7).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-HOURS  PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-COST   PIC $$$,$$9.99-.
       01 WS-HOURS-EDIT PIC Z,ZZZ,ZZ9.99.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT LABOR-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open labor-dist.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-EMPLOYEE-ID
                     SR-HOME-FLAG
                  INPUT PROCEDURE IS RELEASE-LABOR-LINES
                  OUTPUT PROCEDURE IS PRINT-SORTED-LINES
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE LABOR-REPORT-FILE.
            DISPLAY "Labor Distribution Report".
            DISPLAY "Lines printed : " WS-LINE-COUNT.
            DISPLAY "Departments   : " WS-DEPT-COUNT.
            MOVE WS-TOTAL-COST TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total cost    : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       RELEASE-LABOR-LINES.
            OPEN INPUT LABOR-DIST-FILE.
            IF WS-LABOR-STATUS NOT = "00" AND WS-LABOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open labor-dist.dat, status "
                  WS-LABOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
               SET WS-INPUT-EOF TO TRUE
            ELSE
               PERFORM READ-LABOR-DIST
            END-IF.
            PERFORM UNTIL WS-INPUT-EOF
               MOVE LD-DEPARTMENT TO SR-DEPARTMENT
               MOVE LD-EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE LD-HOME-FLAG TO SR-HOME-FLAG
               MOVE LD-PERIOD-NUMBER TO SR-PERIOD-NUMBER
               MOVE LD-HOURS TO SR-HOURS
               MOVE LD-COST TO SR-COST
               RELEASE SORT-LABOR-RECORD
               PERFORM READ-LABOR-DIST
            END-PERFORM.
            CLOSE LABOR-DIST-FILE.

       READ-LABOR-DIST.
            READ LABOR-DIST-FILE
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

       PRINT-SORTED-LINES.
            PERFORM RETURN-SORTED-LINE.
            IF NOT WS-SORT-EOF
               MOVE SR-PERIOD-NUMBER TO WS-RUN-PERIOD
            END-IF.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM PRINT-ONE-LINE
               PERFORM RETURN-SORTED-LINE
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-LINE.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-HOURS WS-DEPT-COST.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.
            MOVE SPACES TO LABOR-REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.

       PRINT-ONE-LINE.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            MOVE SR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "*NOT ON MASTER*" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                  MOVE NameValue TO WS-EMPLOYEE-NAME
            END-READ.
            MOVE SR-EMPLOYEE-ID TO WS-DET-ID.
            MOVE WS-EMPLOYEE-NAME TO WS-DET-NAME.
            IF SR-HOME-FLAG = "H"
               MOVE "HOME" TO WS-DET-KIND
            ELSE
               MOVE "CHARGED" TO WS-DET-KIND
            END-IF.
            MOVE SR-HOURS TO WS-DET-HOURS.
            MOVE SR-COST TO WS-DET-COST.
            WRITE LABOR-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            ADD SR-HOURS TO WS-DEPT-HOURS WS-TOTAL-HOURS.
            ADD SR-COST TO WS-DEPT-COST WS-TOTAL-COST.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO LABOR-REPORT-LINE.
            STRING "LABOR DISTRIBUTION - PERIOD " WS-RUN-PERIOD
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.
            MOVE SPACES TO LABOR-REPORT-LINE.
            STRING "  ID      NAME             SHARE        HOURS"
               "         COST"
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE WS-DEPT-HOURS TO WS-HOURS-EDIT.
            MOVE WS-DEPT-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO LABOR-REPORT-LINE.
            STRING "  DEPARTMENT TOTAL  HOURS " WS-HOURS-EDIT
               "  COST " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE SPACES TO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.
            MOVE WS-TOTAL-HOURS TO WS-HOURS-EDIT.
            MOVE WS-TOTAL-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO LABOR-REPORT-LINE.
            STRING "GRAND TOTAL  HOURS " WS-HOURS-EDIT
               "  COST " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE.
            WRITE LABOR-REPORT-LINE.
       END PROGRAM LABOR-DIST-REPORT.
