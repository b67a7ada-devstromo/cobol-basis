      *> Annual safety summary: for one keyed calendar year, the
      *> incidents on incident.dat counted by department and by
      *> type, with days away and days restricted, and a recordable
      *> incidence rate per department - recordable cases (injury or
      *> illness beyond first aid) x 200,000 / hours worked, the
      *> usual 100 full-time workers basis.
      *> Hours come from timesheet.dat, which holds one pay period:
      *> the latest period on file is taken, each timesheet's hours
      *> go to the employee's home department less any split to
      *> other departments on timesheet-line.dat (as PAY-RUN
      *> distributes them), and the period is annualized by the
      *> number of pay-calendar periods in the year (not closed).
      *> With no calendar periods for the year the hours are used
      *> as they stand. Written to incident-summary.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-SUMMARY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "incident.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL TIMESHEET-FILE
               ASSIGN TO "timesheet.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-EMPLOYEE-ID
               FILE STATUS IS WS-TIMESHEET-STATUS.
               SELECT OPTIONAL TIMESHEET-LINE-FILE
               ASSIGN TO "timesheet-line.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-LINE-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "incident-summary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY INCIDENT-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  TIMESHEET-FILE.
           COPY TIMESHEET-REC.
       FD  TIMESHEET-LINE-FILE.
           COPY TIMESHEET-LINE-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-TIMESHEET-STATUS PIC XX VALUE "00".
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-LINE-EOF-SWITCH PIC X VALUE "N".
           88 WS-LINE-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-SUMMARY-YEAR PIC X(4) VALUE SPACES.
       01 WS-SUMMARY-YEAR-NUM PIC 9(4) VALUE ZERO.
       01 WS-HOURS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PERIODS-IN-YEAR PIC 9(3) VALUE ZERO.
       01 WS-HOME-DEPT PIC X(20) VALUE SPACES.
       01 WS-HOME-HOURS PIC 9(3)V99 VALUE ZERO.
      *> departments seen on either the incidents or the hours
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE        PIC X(20).
              10 WS-DT-CASES       PIC 9(5).
              10 WS-DT-TYPE-CASES  PIC 9(5) OCCURS 4 TIMES.
              10 WS-DT-RECORDABLE  PIC 9(5).
              10 WS-DT-DAYS-AWAY   PIC 9(6).
              10 WS-DT-DAYS-RESTR  PIC 9(6).
              10 WS-DT-HOURS       PIC 9(9)V99 COMP-3.
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-WORK-DEPT PIC X(20) VALUE SPACES.
      *> the four incident types in INC-TYPE order
       01 WS-TYPE-NAMES.
           05 FILLER PIC X(14) VALUE "IINJURY".
           05 FILLER PIC X(14) VALUE "SILLNESS".
           05 FILLER PIC X(14) VALUE "NNEAR MISS".
           05 FILLER PIC X(14) VALUE "PPROPERTY".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
              10 WS-TY-CODE PIC X.
              10 WS-TY-NAME PIC X(13).
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL OCCURS 4 TIMES.
              10 WS-TT-CASES      PIC 9(5).
              10 WS-TT-DAYS-AWAY  PIC 9(6).
              10 WS-TT-DAYS-RESTR PIC 9(6).
       01 WS-TYPE-INDEX PIC 9 VALUE ZERO.
       01 WS-TYPE-HIT PIC 9 VALUE ZERO.
       01 WS-INCIDENT-READ PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CASES PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-RECORDABLE PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-DAYS-AWAY PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-DAYS-RESTR PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-HOURS PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 WS-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-RATE-BASIS PIC 9(6) VALUE 200000.
       01 WS-DEPT-LINE.
           05 WS-DL-DEPT       PIC X(20).
           05 WS-DL-CASES      PIC ZZZZ9.
           05 WS-DL-TYPE-CASES PIC ZZZZ9 OCCURS 4 TIMES.
           05 WS-DL-RECORDABLE PIC ZZZZZ9.
           05 WS-DL-DAYS-AWAY  PIC ZZZZZZ9.
           05 WS-DL-DAYS-RESTR PIC ZZZZZZ9.
           05 WS-DL-HOURS      PIC ZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-RATE       PIC ZZZZ9.99.
           05 WS-DL-RATE-X REDEFINES WS-DL-RATE PIC X(8).
       01 WS-TYPE-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-TL-NAME       PIC X(13).
           05 WS-TL-CASES      PIC ZZZZZ9.
           05 WS-TL-DAYS-AWAY  PIC ZZZZZZ9.
           05 WS-TL-DAYS-RESTR PIC ZZZZZZ9.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Summary year (YYYY, blank = this year):".
            ACCEPT WS-SUMMARY-YEAR.
            IF WS-SUMMARY-YEAR = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-SUMMARY-YEAR
            END-IF.
            IF WS-SUMMARY-YEAR IS NOT NUMERIC
               DISPLAY "Invalid year " WS-SUMMARY-YEAR "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-SUMMARY-YEAR TO WS-SUMMARY-YEAR-NUM.
            INITIALIZE WS-DEPT-TABLE WS-TYPE-TOTALS.
            OPEN INPUT INCIDENT-FILE.
            IF WS-INCIDENT-STATUS NOT = "00" AND
                  WS-INCIDENT-STATUS NOT = "05"
               DISPLAY "Unable to open incident.dat, status "
                  WS-INCIDENT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS NOT = "00" AND
                  WS-TIMESHEET-STATUS NOT = "05"
               DISPLAY "Unable to open timesheet.dat, status "
                  WS-TIMESHEET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT TIMESHEET-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open timesheet-line.dat, status "
                  WS-LINE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay-calendar.dat, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT SUMMARY-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open incident-summary.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ACCUMULATE-INCIDENTS
               PERFORM FIND-HOURS-PERIOD
               PERFORM ACCUMULATE-HOURS
               PERFORM COUNT-CALENDAR-PERIODS
               PERFORM ANNUALIZE-HOURS
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-DEPARTMENT-LINES
               PERFORM WRITE-GRAND-TOTAL
               PERFORM WRITE-TYPE-SECTION
            END-IF.
            CLOSE INCIDENT-FILE EMPLOYEE-FILE TIMESHEET-FILE
               TIMESHEET-LINE-FILE PAY-CALENDAR-FILE
               SUMMARY-REPORT-FILE.
            DISPLAY "Incident Summary - " WS-SUMMARY-YEAR.
            DISPLAY "Incidents read    : " WS-INCIDENT-READ.
            DISPLAY "Cases in year     : " WS-TOTAL-CASES.
            DISPLAY "Recordable cases  : " WS-TOTAL-RECORDABLE.
            DISPLAY "Days away         : " WS-TOTAL-DAYS-AWAY.
            DISPLAY "Days restricted   : " WS-TOTAL-DAYS-RESTR.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ACCUMULATE-INCIDENTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO INC-NUMBER.
            START INCIDENT-FILE KEY NOT < INC-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ INCIDENT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-INCIDENT-READ
                     IF INC-DATE(1:4) = WS-SUMMARY-YEAR
                        PERFORM ADD-ONE-INCIDENT
                     END-IF
               END-READ
            END-PERFORM.

       ADD-ONE-INCIDENT.
            MOVE INC-DEPT-CODE TO WS-WORK-DEPT.
            PERFORM FIND-OR-ADD-DEPT.
            IF WS-DEPT-HIT = 0
               EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-TYPE-HIT.
            PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-TYPE-INDEX > 4
               IF WS-TY-CODE(WS-TYPE-INDEX) = INC-TYPE
                  MOVE WS-TYPE-INDEX TO WS-TYPE-HIT
               END-IF
            END-PERFORM.
            ADD 1 TO WS-DT-CASES(WS-DEPT-HIT) WS-TOTAL-CASES.
            ADD INC-DAYS-AWAY TO WS-DT-DAYS-AWAY(WS-DEPT-HIT)
               WS-TOTAL-DAYS-AWAY.
            ADD INC-DAYS-RESTRICTED TO WS-DT-DAYS-RESTR(WS-DEPT-HIT)
               WS-TOTAL-DAYS-RESTR.
            IF WS-TYPE-HIT > 0
               ADD 1 TO WS-DT-TYPE-CASES(WS-DEPT-HIT, WS-TYPE-HIT)
                  WS-TT-CASES(WS-TYPE-HIT)
               ADD INC-DAYS-AWAY TO WS-TT-DAYS-AWAY(WS-TYPE-HIT)
               ADD INC-DAYS-RESTRICTED
                  TO WS-TT-DAYS-RESTR(WS-TYPE-HIT)
            END-IF.
            IF (INC-INJURY OR INC-ILLNESS) AND NOT INC-FIRST-AID
               ADD 1 TO WS-DT-RECORDABLE(WS-DEPT-HIT)
                  WS-TOTAL-RECORDABLE
            END-IF.

       FIND-OR-ADD-DEPT.
            MOVE ZERO TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = WS-WORK-DEPT
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-WORK-DEPT TO WS-DT-CODE(WS-DEPT-HIT)
            END-IF.
            IF WS-DEPT-HIT = 0
               DISPLAY "More than 50 departments - "
                  WS-WORK-DEPT " left out."
            END-IF.

      *> The timesheet file carries one period; stale records from
      *> an earlier period are ignored the way PAY-RUN ignores them,
      *> so the latest period on file is the one summed.
       FIND-HOURS-PERIOD.
            MOVE ZERO TO WS-HOURS-PERIOD.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO TS-EMPLOYEE-ID.
            START TIMESHEET-FILE KEY NOT < TS-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ TIMESHEET-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF TS-PERIOD-NUMBER > WS-HOURS-PERIOD
                        MOVE TS-PERIOD-NUMBER TO WS-HOURS-PERIOD
                     END-IF
               END-READ
            END-PERFORM.

       ACCUMULATE-HOURS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO TS-EMPLOYEE-ID.
            START TIMESHEET-FILE KEY NOT < TS-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ TIMESHEET-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF TS-PERIOD-NUMBER = WS-HOURS-PERIOD
                        PERFORM ADD-ONE-TIMESHEET
                     END-IF
               END-READ
            END-PERFORM.

      *> Hours split to another department on timesheet-line.dat
      *> count there; the rest stay with the home department.
       ADD-ONE-TIMESHEET.
            MOVE TS-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  EXIT PARAGRAPH
            END-READ.
            MOVE EMPLOYEE-DEPARTMENT TO WS-HOME-DEPT.
            MOVE TS-HOURS-WORKED TO WS-HOME-HOURS.
            MOVE "N" TO WS-LINE-EOF-SWITCH.
            MOVE TS-EMPLOYEE-ID TO TL-EMPLOYEE-ID.
            MOVE TS-PERIOD-NUMBER TO TL-PERIOD-NUMBER.
            MOVE LOW-VALUES TO TL-DEPARTMENT.
            START TIMESHEET-LINE-FILE KEY NOT < TL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-LINE-EOF
               READ TIMESHEET-LINE-FILE NEXT
                  AT END SET WS-LINE-EOF TO TRUE
               END-READ
               IF NOT WS-LINE-EOF AND
                     (TL-EMPLOYEE-ID NOT = TS-EMPLOYEE-ID OR
                      TL-PERIOD-NUMBER NOT = TS-PERIOD-NUMBER)
                  SET WS-LINE-EOF TO TRUE
               END-IF
               IF NOT WS-LINE-EOF AND TL-HOURS > 0 AND
                     TL-DEPARTMENT NOT = WS-HOME-DEPT AND
                     TL-HOURS NOT > WS-HOME-HOURS
                  MOVE TL-DEPARTMENT TO WS-WORK-DEPT
                  PERFORM FIND-OR-ADD-DEPT
                  IF WS-DEPT-HIT > 0
                     ADD TL-HOURS TO WS-DT-HOURS(WS-DEPT-HIT)
                     SUBTRACT TL-HOURS FROM WS-HOME-HOURS
                  END-IF
               END-IF
            END-PERFORM.
            MOVE WS-HOME-DEPT TO WS-WORK-DEPT.
            PERFORM FIND-OR-ADD-DEPT.
            IF WS-DEPT-HIT > 0
               ADD WS-HOME-HOURS TO WS-DT-HOURS(WS-DEPT-HIT)
            END-IF.

       COUNT-CALENDAR-PERIODS.
            MOVE ZERO TO WS-PERIODS-IN-YEAR.
            MOVE "N" TO WS-EOF-SWITCH.
            COMPUTE CAL-PERIOD-NUMBER = WS-SUMMARY-YEAR-NUM * 100.
            START PAY-CALENDAR-FILE KEY NOT < CAL-PERIOD-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF CAL-PERIOD-NUMBER(1:4) NOT = WS-SUMMARY-YEAR
                        SET WS-EOF TO TRUE
                     ELSE
                        IF NOT CAL-CLOSED
                           ADD 1 TO WS-PERIODS-IN-YEAR
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       ANNUALIZE-HOURS.
            MOVE ZERO TO WS-TOTAL-HOURS.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-PERIODS-IN-YEAR > 0
                  MULTIPLY WS-PERIODS-IN-YEAR
                     BY WS-DT-HOURS(WS-DEPT-INDEX)
               END-IF
               ADD WS-DT-HOURS(WS-DEPT-INDEX) TO WS-TOTAL-HOURS
            END-PERFORM.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            STRING "SAFETY INCIDENT SUMMARY - YEAR " WS-SUMMARY-YEAR
               " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            IF WS-PERIODS-IN-YEAR > 0
               STRING "HOURS: TIMESHEET PERIOD " WS-HOURS-PERIOD
                  " X " WS-PERIODS-IN-YEAR " CALENDAR PERIODS;"
                  " RATE = RECORDABLE X 200,000 / HOURS"
                  DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            ELSE
               STRING "HOURS: TIMESHEET PERIOD " WS-HOURS-PERIOD
                  " NOT ANNUALIZED (NO CALENDAR PERIODS FOR YEAR);"
                  " RATE = RECORDABLE X 200,000 / HOURS"
                  DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            END-IF.
            WRITE SUMMARY-REPORT-LINE.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            STRING "DEPARTMENT          CASES  INJ  ILL NEAR PROP"
               " RECORD   AWAY  RESTR      HOURS      RATE"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.

       WRITE-DEPARTMENT-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO WS-DL-DEPT
               MOVE WS-DT-CASES(WS-DEPT-INDEX) TO WS-DL-CASES
               PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                     UNTIL WS-TYPE-INDEX > 4
                  MOVE WS-DT-TYPE-CASES(WS-DEPT-INDEX, WS-TYPE-INDEX)
                     TO WS-DL-TYPE-CASES(WS-TYPE-INDEX)
               END-PERFORM
               MOVE WS-DT-RECORDABLE(WS-DEPT-INDEX)
                  TO WS-DL-RECORDABLE
               MOVE WS-DT-DAYS-AWAY(WS-DEPT-INDEX) TO WS-DL-DAYS-AWAY
               MOVE WS-DT-DAYS-RESTR(WS-DEPT-INDEX)
                  TO WS-DL-DAYS-RESTR
               MOVE WS-DT-HOURS(WS-DEPT-INDEX) TO WS-DL-HOURS
               IF WS-DT-HOURS(WS-DEPT-INDEX) > 0
                  COMPUTE WS-RATE ROUNDED =
                     WS-DT-RECORDABLE(WS-DEPT-INDEX) * WS-RATE-BASIS
                     / WS-DT-HOURS(WS-DEPT-INDEX)
                  MOVE WS-RATE TO WS-DL-RATE
               ELSE
                  MOVE "     N/A" TO WS-DL-RATE-X
               END-IF
               WRITE SUMMARY-REPORT-LINE FROM WS-DEPT-LINE
            END-PERFORM.

       WRITE-GRAND-TOTAL.
            MOVE "TOTAL" TO WS-DL-DEPT.
            MOVE WS-TOTAL-CASES TO WS-DL-CASES.
            PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-TYPE-INDEX > 4
               MOVE WS-TT-CASES(WS-TYPE-INDEX)
                  TO WS-DL-TYPE-CASES(WS-TYPE-INDEX)
            END-PERFORM.
            MOVE WS-TOTAL-RECORDABLE TO WS-DL-RECORDABLE.
            MOVE WS-TOTAL-DAYS-AWAY TO WS-DL-DAYS-AWAY.
            MOVE WS-TOTAL-DAYS-RESTR TO WS-DL-DAYS-RESTR.
            MOVE WS-TOTAL-HOURS TO WS-DL-HOURS.
            IF WS-TOTAL-HOURS > 0
               COMPUTE WS-RATE ROUNDED =
                  WS-TOTAL-RECORDABLE * WS-RATE-BASIS / WS-TOTAL-HOURS
               MOVE WS-RATE TO WS-DL-RATE
            ELSE
               MOVE "     N/A" TO WS-DL-RATE-X
            END-IF.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE FROM WS-DEPT-LINE.

       WRITE-TYPE-SECTION.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.
            MOVE SPACES TO SUMMARY-REPORT-LINE.
            STRING "BY TYPE          CASES   AWAY  RESTR"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
            WRITE SUMMARY-REPORT-LINE.
            PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-TYPE-INDEX > 4
               MOVE WS-TY-NAME(WS-TYPE-INDEX) TO WS-TL-NAME
               MOVE WS-TT-CASES(WS-TYPE-INDEX) TO WS-TL-CASES
               MOVE WS-TT-DAYS-AWAY(WS-TYPE-INDEX) TO WS-TL-DAYS-AWAY
               MOVE WS-TT-DAYS-RESTR(WS-TYPE-INDEX)
                  TO WS-TL-DAYS-RESTR
               WRITE SUMMARY-REPORT-LINE FROM WS-TYPE-LINE
            END-PERFORM.
       END PROGRAM INCIDENT-SUMMARY-REPORT.
