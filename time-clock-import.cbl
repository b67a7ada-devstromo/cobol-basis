      *> Inbound loader for the time-clock vendor's punch file
      *> (time-clock-punch.dat, TIME-PUNCH-REC - one shift per
      *> record: employee, date, in punch, out punch). Replaces the
      *> clerk keying period hours from the clock printout into
      *> TIMESHEET-ENTRY:
      *>  - each punch is rounded to the nearest interval and a
      *>    shift over the meal threshold loses the unpaid meal
      *>    break, both from time-clock-policy.dat (loaded the way
      *>    the presort policy is, with the same absent-file
      *>    defaults);
      *>  - a shift with a missing or garbled punch, a shift longer
      *>    than the policy maximum, a second shift punched in at
      *>    the same time (a duplicate) or one that starts before
      *>    the last ended (an overlap) goes on the exception list
      *>    (time-clock-exceptions.rpt) and is not paid;
      *>  - the shifts are SORTed by employee and the pay period
      *>    the shift date falls in on the pay calendar, and each
      *>    employee's period total becomes the timesheet
      *>    (TIMESHEET-REC) PAY-RUN pays from.
      *> A period already posted (or closed without a run) is never
      *> overwritten, and neither is a timesheet still holding
      *> another period's unpaid hours; both are listed instead.
      *> Reloading a period that has not been run replaces its
      *> hours, as long as they still cover the hours already split
      *> off to other departments. Any exception sets completion
      *> code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-CLOCK-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PUNCH-FILE
               ASSIGN TO "time-clock-punch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
               SELECT OPTIONAL TIME-CLOCK-POLICY-FILE
               ASSIGN TO "time-clock-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
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
               SELECT EXCEPTION-FILE
               ASSIGN TO "time-clock-exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "time-clock.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE.
           COPY TIME-PUNCH-REC.
       FD  TIME-CLOCK-POLICY-FILE.
           COPY TIME-CLOCK-POLICY-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  TIMESHEET-FILE.
           COPY TIMESHEET-REC.
       FD  TIMESHEET-LINE-FILE.
           COPY TIMESHEET-LINE-REC.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-PUNCH-RECORD.
           05 SP-EMPLOYEE-ID     PIC X(6).
           05 SP-PERIOD-NUMBER   PIC 9(6).
           05 SP-PUNCH-DATE      PIC 9(8).
           05 SP-IN-MINUTES      PIC 9(4).
           05 SP-OUT-MINUTES     PIC 9(4).
           05 SP-WORKED-MINUTES  PIC 9(4).
           05 SP-IN-TIME         PIC X(4).
           05 SP-OUT-TIME        PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-PUNCH-STATUS PIC XX VALUE "00".
       01 WS-POLICY-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-TIMESHEET-STATUS PIC XX VALUE "00".
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-EXCEPTION-STATUS PIC XX VALUE "00".
       01 WS-INPUT-EOF-SWITCH PIC X VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-POLICY-EOF-SWITCH PIC X VALUE "N".
           88 WS-POLICY-EOF VALUE "Y".
       01 WS-LINE-EOF-SWITCH PIC X VALUE "N".
           88 WS-LINE-EOF VALUE "Y".
       01 WS-ROUND-MINUTES PIC 9(2) VALUE 15.
       01 WS-MEAL-AFTER-MINUTES PIC 9(3) VALUE 360.
       01 WS-MEAL-MINUTES PIC 9(3) VALUE 30.
       01 WS-MAX-SHIFT-MINUTES PIC 9(4) VALUE 960.
      *> The calendar is held in period order; two hundred periods
      *> covers several years of any pay frequency the shop runs.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
              10 WS-CT-PERIOD   PIC 9(6).
              10 WS-CT-END-DATE PIC 9(8).
              10 WS-CT-STATUS   PIC X.
       01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAL-INDEX PIC 9(3) VALUE ZERO.
       01 WS-CAL-HIT   PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-STATUS PIC X VALUE SPACE.
           88 WS-LOOKUP-CLOSED-OR-POSTED VALUE "C" "P".
       01 WS-PUNCH-VALID-FLAG PIC X VALUE "Y".
           88 WS-PUNCH-VALID VALUE "Y".
       01 WS-IN-MINUTES  PIC 9(4) VALUE ZERO.
       01 WS-OUT-MINUTES PIC 9(4) VALUE ZERO.
       01 WS-WORKED-MINUTES PIC 9(4) VALUE ZERO.
       01 WS-ROUND-WORK PIC 9(4) VALUE ZERO.
       01 WS-ROUND-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-ROUND-HALF PIC 9(2) VALUE ZERO.
       01 WS-GROUP-EMPLOYEE PIC X(6) VALUE SPACES.
       01 WS-GROUP-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-GROUP-MINUTES PIC 9(6) VALUE ZERO.
       01 WS-GROUP-SHIFTS PIC 9(4) VALUE ZERO.
       01 WS-PREV-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREV-IN-MINUTES PIC 9(4) VALUE ZERO.
       01 WS-PREV-OUT-MINUTES PIC 9(4) VALUE ZERO.
       01 WS-NEW-HOURS PIC 9(3)V99 VALUE ZEROS.
       01 WS-SPLIT-TOTAL PIC 9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-PUNCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SHIFT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MEAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXC-LINE.
           05 WS-EXC-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EXC-DATE   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EXC-IN     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EXC-OUT    PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON PIC X(60).
       01 WS-HOURS-EDIT PIC ZZ9.99.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-CLOCK-POLICY.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay-calendar.dat, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               PERFORM LOAD-CALENDAR-TABLE
            END-IF.
            CLOSE PAY-CALENDAR-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O TIMESHEET-FILE.
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
            OPEN OUTPUT EXCEPTION-FILE.
            IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "Unable to open time-clock-exceptions.rpt, "
                  "status " WS-EXCEPTION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-EXCEPTION-HEADING
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SP-EMPLOYEE-ID SP-PERIOD-NUMBER
                     SP-PUNCH-DATE SP-IN-MINUTES
                  INPUT PROCEDURE IS RELEASE-VALID-PUNCHES
                  OUTPUT PROCEDURE IS TOTAL-SORTED-SHIFTS
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE TIMESHEET-FILE.
            CLOSE TIMESHEET-LINE-FILE.
            CLOSE EXCEPTION-FILE.
            DISPLAY "Time Clock Import Summary".
            DISPLAY "Punch records read  : " WS-PUNCH-COUNT.
            DISPLAY "Shifts paid         : " WS-SHIFT-COUNT.
            DISPLAY "Meal breaks taken   : " WS-MEAL-COUNT.
            DISPLAY "Exceptions listed   : " WS-EXCEPTION-COUNT.
            DISPLAY "Timesheets loaded   : " WS-LOADED-COUNT.
            DISPLAY "Timesheets refused  : " WS-REFUSED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-EXCEPTION-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> Missing or unreadable policy file leaves the 15-minute
      *> rounding, 30-minute meal after 6 hours and 16-hour
      *> maximum shift defaults in place.
       LOAD-CLOCK-POLICY.
            MOVE "N" TO WS-POLICY-EOF-SWITCH.
            OPEN INPUT TIME-CLOCK-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ TIME-CLOCK-POLICY-FILE
                  AT END SET WS-POLICY-EOF TO TRUE
               END-READ
               IF NOT WS-POLICY-EOF
                  IF TCP-ROUND-MINUTES IS NUMERIC AND
                        TCP-ROUND-MINUTES > 0 AND
                        TCP-ROUND-MINUTES NOT > 60
                     MOVE TCP-ROUND-MINUTES TO WS-ROUND-MINUTES
                  END-IF
                  IF TCP-MEAL-AFTER-MINUTES IS NUMERIC AND
                        TCP-MEAL-AFTER-MINUTES > 0
                     MOVE TCP-MEAL-AFTER-MINUTES
                        TO WS-MEAL-AFTER-MINUTES
                  END-IF
                  IF TCP-MEAL-MINUTES IS NUMERIC
                     MOVE TCP-MEAL-MINUTES TO WS-MEAL-MINUTES
                  END-IF
                  IF TCP-MAX-SHIFT-MINUTES IS NUMERIC AND
                        TCP-MAX-SHIFT-MINUTES > 0
                     MOVE TCP-MAX-SHIFT-MINUTES
                        TO WS-MAX-SHIFT-MINUTES
                  END-IF
               END-IF
               CLOSE TIME-CLOCK-POLICY-FILE
            END-IF.

       LOAD-CALENDAR-TABLE.
            MOVE ZERO TO WS-CAL-COUNT.
            MOVE "N" TO WS-CAL-EOF-SWITCH.
            MOVE ZEROS TO CAL-PERIOD-NUMBER.
            START PAY-CALENDAR-FILE KEY NOT < CAL-PERIOD-NUMBER
               INVALID KEY SET WS-CAL-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CAL-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END SET WS-CAL-EOF TO TRUE
               END-READ
               IF NOT WS-CAL-EOF AND WS-CAL-COUNT < 200
                  ADD 1 TO WS-CAL-COUNT
                  MOVE CAL-PERIOD-NUMBER TO WS-CT-PERIOD(WS-CAL-COUNT)
                  MOVE CAL-PERIOD-END-DATE
                     TO WS-CT-END-DATE(WS-CAL-COUNT)
                  MOVE CAL-STATUS TO WS-CT-STATUS(WS-CAL-COUNT)
               END-IF
            END-PERFORM.

      *> Input side of the sort: every punch record is checked and
      *> priced in minutes here; only a shift that can be paid is
      *> released.
       RELEASE-VALID-PUNCHES.
            OPEN INPUT PUNCH-FILE.
            IF WS-PUNCH-STATUS NOT = "00" AND WS-PUNCH-STATUS
                  NOT = "05"
               DISPLAY "Unable to open time-clock-punch.dat, status "
                  WS-PUNCH-STATUS
               SET WS-HAD-ISSUE TO TRUE
               SET WS-INPUT-EOF TO TRUE
            ELSE
               PERFORM READ-PUNCH-FILE
            END-IF.
            PERFORM UNTIL WS-INPUT-EOF
               ADD 1 TO WS-PUNCH-COUNT
               PERFORM CHECK-ONE-PUNCH
               IF WS-PUNCH-VALID
                  PERFORM PRICE-ONE-SHIFT
               END-IF
               IF WS-PUNCH-VALID
                  MOVE TP-EMPLOYEE-ID TO SP-EMPLOYEE-ID
                  MOVE WS-CT-PERIOD(WS-CAL-HIT) TO SP-PERIOD-NUMBER
                  MOVE TP-PUNCH-DATE-NUM TO SP-PUNCH-DATE
                  MOVE WS-IN-MINUTES TO SP-IN-MINUTES
                  MOVE WS-OUT-MINUTES TO SP-OUT-MINUTES
                  MOVE WS-WORKED-MINUTES TO SP-WORKED-MINUTES
                  MOVE TP-IN-TIME TO SP-IN-TIME
                  MOVE TP-OUT-TIME TO SP-OUT-TIME
                  RELEASE SORT-PUNCH-RECORD
               END-IF
               PERFORM READ-PUNCH-FILE
            END-PERFORM.
            CLOSE PUNCH-FILE.

       READ-PUNCH-FILE.
            READ PUNCH-FILE
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

       CHECK-ONE-PUNCH.
            SET WS-PUNCH-VALID TO TRUE.
            MOVE TP-EMPLOYEE-ID TO WS-EXC-ID.
            MOVE TP-PUNCH-DATE TO WS-EXC-DATE.
            MOVE TP-IN-TIME TO WS-EXC-IN.
            MOVE TP-OUT-TIME TO WS-EXC-OUT.
            EVALUATE TRUE
               WHEN TP-EMPLOYEE-ID = SPACES
                  MOVE "NO EMPLOYEE ID ON PUNCH" TO WS-EXC-REASON
               WHEN TP-IN-TIME = SPACES AND TP-OUT-TIME = SPACES
                  MOVE "MISSING IN AND OUT PUNCH" TO WS-EXC-REASON
               WHEN TP-IN-TIME = SPACES
                  MOVE "MISSING IN PUNCH" TO WS-EXC-REASON
               WHEN TP-OUT-TIME = SPACES
                  MOVE "MISSING OUT PUNCH" TO WS-EXC-REASON
               WHEN TP-PUNCH-DATE IS NOT NUMERIC
                  MOVE "PUNCH DATE NOT YYYYMMDD" TO WS-EXC-REASON
               WHEN TP-IN-TIME IS NOT NUMERIC OR
                     TP-OUT-TIME IS NOT NUMERIC
                  MOVE "PUNCH TIME NOT HHMM" TO WS-EXC-REASON
               WHEN TP-IN-HH-NUM > 23 OR TP-IN-MM-NUM > 59 OR
                     TP-OUT-HH-NUM > 23 OR TP-OUT-MM-NUM > 59
                  MOVE "PUNCH TIME NOT HHMM" TO WS-EXC-REASON
               WHEN OTHER
                  MOVE SPACES TO WS-EXC-REASON
            END-EVALUATE.
            IF WS-EXC-REASON = SPACES
               MOVE TP-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                  INVALID KEY
                     MOVE "NOT ON EMPLOYEE MASTER" TO WS-EXC-REASON
               END-READ
            END-IF.
            IF WS-EXC-REASON = SPACES
               PERFORM FIND-PUNCH-PERIOD
               IF WS-CAL-HIT = 0
                  MOVE "NO PAY PERIOD ON CALENDAR FOR DATE"
                     TO WS-EXC-REASON
               END-IF
            END-IF.
            IF WS-EXC-REASON NOT = SPACES
               MOVE "N" TO WS-PUNCH-VALID-FLAG
               PERFORM WRITE-PUNCH-EXCEPTION
            END-IF.

      *> A date belongs to the first period whose end date is on
      *> or after it.
       FIND-PUNCH-PERIOD.
            MOVE 0 TO WS-CAL-HIT.
            PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                  UNTIL WS-CAL-INDEX > WS-CAL-COUNT OR WS-CAL-HIT > 0
               IF WS-CT-END-DATE(WS-CAL-INDEX) >= TP-PUNCH-DATE-NUM
                  MOVE WS-CAL-INDEX TO WS-CAL-HIT
               END-IF
            END-PERFORM.

      *> Both punches round to the nearest interval; an out punch
      *> earlier than the in punch ran past midnight. The meal
      *> break comes off a shift longer than the threshold.
       PRICE-ONE-SHIFT.
            COMPUTE WS-ROUND-WORK =
               TP-IN-HH-NUM * 60 + TP-IN-MM-NUM.
            PERFORM ROUND-PUNCH-MINUTES.
            MOVE WS-ROUND-WORK TO WS-IN-MINUTES.
            COMPUTE WS-ROUND-WORK =
               TP-OUT-HH-NUM * 60 + TP-OUT-MM-NUM.
            PERFORM ROUND-PUNCH-MINUTES.
            MOVE WS-ROUND-WORK TO WS-OUT-MINUTES.
            IF WS-OUT-MINUTES < WS-IN-MINUTES
               ADD 1440 TO WS-OUT-MINUTES
            END-IF.
            COMPUTE WS-WORKED-MINUTES = WS-OUT-MINUTES - WS-IN-MINUTES.
            IF WS-WORKED-MINUTES > WS-MEAL-AFTER-MINUTES AND
                  WS-WORKED-MINUTES > WS-MEAL-MINUTES
               SUBTRACT WS-MEAL-MINUTES FROM WS-WORKED-MINUTES
               ADD 1 TO WS-MEAL-COUNT
            END-IF.
            EVALUATE TRUE
               WHEN WS-WORKED-MINUTES = 0
                  MOVE "IN AND OUT PUNCH ROUND TO THE SAME TIME"
                     TO WS-EXC-REASON
               WHEN WS-WORKED-MINUTES > WS-MAX-SHIFT-MINUTES
                  MOVE "SHIFT OVER POLICY MAXIMUM - MISSED PUNCH?"
                     TO WS-EXC-REASON
               WHEN OTHER
                  MOVE SPACES TO WS-EXC-REASON
            END-EVALUATE.
            IF WS-EXC-REASON NOT = SPACES
               MOVE "N" TO WS-PUNCH-VALID-FLAG
               PERFORM WRITE-PUNCH-EXCEPTION
            END-IF.

       ROUND-PUNCH-MINUTES.
            COMPUTE WS-ROUND-HALF = WS-ROUND-MINUTES / 2.
            COMPUTE WS-ROUND-QUOTIENT =
               (WS-ROUND-WORK + WS-ROUND-HALF) / WS-ROUND-MINUTES.
            COMPUTE WS-ROUND-WORK =
               WS-ROUND-QUOTIENT * WS-ROUND-MINUTES.

      *> Output side of the sort: shifts arrive grouped by employee
      *> and period in punch order, so a duplicate or overlap is
      *> always next to the shift it collides with.
       TOTAL-SORTED-SHIFTS.
            MOVE SPACES TO WS-GROUP-EMPLOYEE.
            PERFORM RETURN-SORTED-SHIFT.
            PERFORM UNTIL WS-SORT-EOF
               IF SP-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE OR
                     SP-PERIOD-NUMBER NOT = WS-GROUP-PERIOD
                  IF WS-GROUP-EMPLOYEE NOT = SPACES
                     PERFORM POST-EMPLOYEE-HOURS
                  END-IF
                  MOVE SP-EMPLOYEE-ID TO WS-GROUP-EMPLOYEE
                  MOVE SP-PERIOD-NUMBER TO WS-GROUP-PERIOD
                  MOVE ZEROS TO WS-GROUP-MINUTES WS-GROUP-SHIFTS
                     WS-PREV-DATE WS-PREV-IN-MINUTES
                     WS-PREV-OUT-MINUTES
               END-IF
               PERFORM ADD-ONE-SHIFT
               PERFORM RETURN-SORTED-SHIFT
            END-PERFORM.
            IF WS-GROUP-EMPLOYEE NOT = SPACES
               PERFORM POST-EMPLOYEE-HOURS
            END-IF.

       RETURN-SORTED-SHIFT.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       ADD-ONE-SHIFT.
            MOVE SPACES TO WS-EXC-REASON.
            IF WS-GROUP-SHIFTS > 0 AND SP-PUNCH-DATE = WS-PREV-DATE
               IF SP-IN-MINUTES = WS-PREV-IN-MINUTES
                  MOVE "DUPLICATE PUNCH - SHIFT ALREADY RECEIVED"
                     TO WS-EXC-REASON
               ELSE
                  IF SP-IN-MINUTES < WS-PREV-OUT-MINUTES
                     MOVE "OVERLAPS THE PREVIOUS SHIFT"
                        TO WS-EXC-REASON
                  END-IF
               END-IF
            END-IF.
            IF WS-EXC-REASON NOT = SPACES
               MOVE SP-EMPLOYEE-ID TO WS-EXC-ID
               MOVE SP-PUNCH-DATE TO WS-EXC-DATE
               MOVE SP-IN-TIME TO WS-EXC-IN
               MOVE SP-OUT-TIME TO WS-EXC-OUT
               PERFORM WRITE-PUNCH-EXCEPTION
            ELSE
               ADD SP-WORKED-MINUTES TO WS-GROUP-MINUTES
               ADD 1 TO WS-GROUP-SHIFTS
               ADD 1 TO WS-SHIFT-COUNT
               MOVE SP-PUNCH-DATE TO WS-PREV-DATE
               MOVE SP-IN-MINUTES TO WS-PREV-IN-MINUTES
               MOVE SP-OUT-MINUTES TO WS-PREV-OUT-MINUTES
            END-IF.

      *> One employee's period total becomes the timesheet, unless
      *> the period is already paid or shut, or the timesheet on
      *> file still carries another period nobody has paid yet.
       POST-EMPLOYEE-HOURS.
            MOVE WS-GROUP-EMPLOYEE TO WS-EXC-ID.
            MOVE WS-GROUP-PERIOD TO WS-EXC-DATE.
            MOVE SPACES TO WS-EXC-IN WS-EXC-OUT WS-EXC-REASON.
            MOVE WS-GROUP-PERIOD TO WS-LOOKUP-PERIOD.
            PERFORM LOOK-UP-PERIOD-STATUS.
            IF WS-LOOKUP-CLOSED-OR-POSTED
               MOVE "PERIOD ALREADY POSTED OR CLOSED - NOT LOADED"
                  TO WS-EXC-REASON
            END-IF.
            IF WS-EXC-REASON = SPACES
               COMPUTE WS-NEW-HOURS ROUNDED = WS-GROUP-MINUTES / 60
                  ON SIZE ERROR
                     MOVE "PERIOD HOURS OVER 999.99 - NOT LOADED"
                        TO WS-EXC-REASON
               END-COMPUTE
            END-IF.
            IF WS-EXC-REASON = SPACES
               MOVE WS-GROUP-EMPLOYEE TO TS-EMPLOYEE-ID
               READ TIMESHEET-FILE
                  INVALID KEY
                     MOVE WS-GROUP-EMPLOYEE TO TS-EMPLOYEE-ID
                     MOVE WS-GROUP-PERIOD TO TS-PERIOD-NUMBER
                     MOVE WS-NEW-HOURS TO TS-HOURS-WORKED
                     WRITE TIMESHEET-RECORD
                     ADD 1 TO WS-LOADED-COUNT
                  NOT INVALID KEY
                     PERFORM REPLACE-TIMESHEET
               END-READ
            END-IF.
            IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-PUNCH-EXCEPTION
            END-IF.

       REPLACE-TIMESHEET.
            IF TS-PERIOD-NUMBER NOT = WS-GROUP-PERIOD
               MOVE TS-PERIOD-NUMBER TO WS-LOOKUP-PERIOD
               PERFORM LOOK-UP-PERIOD-STATUS
               IF NOT WS-LOOKUP-CLOSED-OR-POSTED
                  MOVE SPACES TO WS-EXC-REASON
                  STRING "TIMESHEET STILL HOLDS UNPAID PERIOD "
                     TS-PERIOD-NUMBER " - NOT LOADED"
                     DELIMITED BY SIZE INTO WS-EXC-REASON
               END-IF
            ELSE
               PERFORM SUM-SPLIT-LINES
               IF WS-SPLIT-TOTAL > WS-NEW-HOURS
                  MOVE WS-NEW-HOURS TO WS-HOURS-EDIT
                  MOVE SPACES TO WS-EXC-REASON
                  STRING "CLOCK HOURS " WS-HOURS-EDIT
                     " BELOW HOURS SPLIT TO OTHER DEPTS"
                     DELIMITED BY SIZE INTO WS-EXC-REASON
               END-IF
            END-IF.
            IF WS-EXC-REASON = SPACES
               MOVE WS-GROUP-PERIOD TO TS-PERIOD-NUMBER
               MOVE WS-NEW-HOURS TO TS-HOURS-WORKED
               REWRITE TIMESHEET-RECORD
               ADD 1 TO WS-LOADED-COUNT
            END-IF.

      *> A period missing from the calendar reads as not posted.
       LOOK-UP-PERIOD-STATUS.
            MOVE SPACE TO WS-LOOKUP-STATUS.
            PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                  UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               IF WS-CT-PERIOD(WS-CAL-INDEX) = WS-LOOKUP-PERIOD
                  MOVE WS-CT-STATUS(WS-CAL-INDEX) TO WS-LOOKUP-STATUS
               END-IF
            END-PERFORM.

       SUM-SPLIT-LINES.
            MOVE ZEROS TO WS-SPLIT-TOTAL.
            MOVE "N" TO WS-LINE-EOF-SWITCH.
            MOVE WS-GROUP-EMPLOYEE TO TL-EMPLOYEE-ID.
            MOVE WS-GROUP-PERIOD TO TL-PERIOD-NUMBER.
            MOVE LOW-VALUES TO TL-DEPARTMENT.
            START TIMESHEET-LINE-FILE KEY NOT < TL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-LINE-EOF
               READ TIMESHEET-LINE-FILE NEXT
                  AT END SET WS-LINE-EOF TO TRUE
               END-READ
               IF NOT WS-LINE-EOF
                  IF TL-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE OR
                        TL-PERIOD-NUMBER NOT = WS-GROUP-PERIOD
                     SET WS-LINE-EOF TO TRUE
                  ELSE
                     ADD TL-HOURS TO WS-SPLIT-TOTAL
                  END-IF
               END-IF
            END-PERFORM.

       WRITE-EXCEPTION-HEADING.
            MOVE "TIME CLOCK IMPORT EXCEPTIONS" TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            MOVE "ID      DATE      IN    OUT   REASON"
               TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.

       WRITE-PUNCH-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            WRITE EXCEPTION-LINE FROM WS-EXC-LINE.
       END PROGRAM TIME-CLOCK-IMPORT.
