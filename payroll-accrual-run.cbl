      *> Month-end payroll accrual. Pay periods rarely end on the
      *> last day of the month, so the wages earned between the last
      *> calendar period end date on or before month end and the
      *> month end itself would never reach that month's books. For
      *> the month entered this run:
      *>  - finds that last period end, and the next period end
      *>    after month end on the pay calendar;
      *>  - prorates each active employee's period pay (PAY-RATE
      *>    times PAY-HOURS-BASIS) by business days - the stub's
      *>    business days over the next period's, both from
      *>    DATE-DIFF-BUSINESS-DAYS so weekends and holiday-calendar
      *>    dates never accrue;
      *>  - writes accrual-journal.dat: a DR "WAGE ACCRUAL dept"
      *>    line per department to its mapped expense account and a
      *>    CR to the reserved *ACCRUED-WAGES liability, dated month
      *>    end, followed by the matching reversal dated the first
      *>    of the next month, so the following month's real payroll
      *>    journal is not counted twice;
      *>  - lists each employee's accrual on payroll-accrual.rpt.
      *> Each half balances on its own. GL-POSTING-RUN carries the
      *> journal in its list, and its posted-journal record keeps a
      *> rerun of the same month from posting twice. Nothing on the
      *> payroll files is changed. A month whose last period ends on
      *> month end accrues nothing; a calendar with no period on
      *> either side of month end, or an unmapped department, posts
      *> completion code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "accrual-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT ACCRUAL-REPORT-FILE
               ASSIGN TO "payroll-accrual.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-MONTH-ENTRY PIC X(6) VALUE SPACES.
       01 WS-MONTH-NUM REDEFINES WS-MONTH-ENTRY.
           05 WS-MONTH-YEAR PIC 9(4).
           05 WS-MONTH-MM   PIC 9(2).
       01 WS-NEXT-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-FIRST-PARTS REDEFINES WS-NEXT-FIRST-DATE.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MM   PIC 9(2).
           05 WS-NEXT-DD   PIC 9(2).
       01 WS-MONTH-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-MINUS-ONE-DAY PIC S9(5) VALUE -1.
       01 WS-LAST-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-LAST-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-STUB-DAYS PIC S9(7) VALUE ZERO.
       01 WS-PERIOD-DAYS PIC S9(7) VALUE ZERO.
       01 WS-ACCRUAL-AMOUNT PIC 9(7)V99 VALUE ZEROS.
      *> Accruals accumulate per department in this table; 50
      *> matches the department table sizes elsewhere in the shop.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE    PIC X(20).
              10 WS-DT-ACCRUAL PIC 9(9)V99 COMP-3.
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACCRUED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-PAY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-ACCRUAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-DEPT-SIDE PIC X(2) VALUE SPACES.
       01 WS-LIABILITY-SIDE PIC X(2) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
       01 WS-DETAIL-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NAME   PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-DEPT   PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-RATE   PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-HOURS  PIC ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-ACCRUAL PIC $$$,$$9.99-.
       01 WS-DAYS-EDIT PIC Z,ZZ9.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "PAYROLL-ACCRUAL".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Month to accrue (YYYYMM):".
            ACCEPT WS-MONTH-ENTRY.
            IF WS-MONTH-ENTRY IS NOT NUMERIC
               DISPLAY "Month must be six digits YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "Month must be 01 through 12."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM SET-MONTH-DATES.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay-calendar.dat, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               PERFORM FIND-SURROUNDING-PERIODS
            END-IF.
            CLOSE PAY-CALENDAR-FILE.
            IF NOT WS-HAD-ISSUE
               PERFORM COUNT-BUSINESS-DAYS
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               DISPLAY "Unable to open pay-master.dat, status "
                  WS-PAY-MASTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open accrual-journal.dat, "
                  "status " WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT ACCRUAL-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open payroll-accrual.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               IF WS-STUB-DAYS > 0
                  PERFORM ACCRUE-EMPLOYEES
                  PERFORM WRITE-JOURNAL-LINES
               ELSE
                  DISPLAY "Last pay period ends on month end - "
                     "nothing to accrue."
               END-IF
               PERFORM WRITE-REPORT-TOTAL
               PERFORM PROVE-AND-POST-TOTALS
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE PAY-MASTER-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE ACCRUAL-REPORT-FILE.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> Month end is the day before the first of the next month,
      *> which is also the reversal's posting date.
       SET-MONTH-DATES.
            IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-YEAR = WS-MONTH-YEAR + 1
               MOVE 1 TO WS-NEXT-MM
            ELSE
               MOVE WS-MONTH-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1
            END-IF.
            MOVE 1 TO WS-NEXT-DD.
            CALL "DATE-ADD-DAYS" USING WS-NEXT-FIRST-DATE
               WS-MINUS-ONE-DAY WS-MONTH-END-DATE.

      *> The calendar reads in period order, so the last end date
      *> on or before month end and the first one after it bracket
      *> the stub.
       FIND-SURROUNDING-PERIODS.
            MOVE "N" TO WS-CAL-EOF-SWITCH.
            MOVE ZEROS TO CAL-PERIOD-NUMBER.
            START PAY-CALENDAR-FILE KEY NOT < CAL-PERIOD-NUMBER
               INVALID KEY SET WS-CAL-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CAL-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END SET WS-CAL-EOF TO TRUE
               END-READ
               IF NOT WS-CAL-EOF
                  IF CAL-PERIOD-END-DATE <= WS-MONTH-END-DATE
                     MOVE CAL-PERIOD-END-DATE TO WS-LAST-PERIOD-END
                     MOVE CAL-PERIOD-NUMBER TO WS-LAST-PERIOD
                  ELSE
                     IF WS-NEXT-PERIOD-END = 0
                        MOVE CAL-PERIOD-END-DATE
                           TO WS-NEXT-PERIOD-END
                        MOVE CAL-PERIOD-NUMBER TO WS-NEXT-PERIOD
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-LAST-PERIOD-END = 0
               DISPLAY "No pay period ends on or before "
                  WS-MONTH-END-DATE " - accrual refused."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-NEXT-PERIOD-END = 0 AND
                  WS-LAST-PERIOD-END NOT = WS-MONTH-END-DATE
               DISPLAY "No pay period after " WS-MONTH-END-DATE
                  " on the calendar - accrual refused."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       COUNT-BUSINESS-DAYS.
            MOVE ZERO TO WS-STUB-DAYS WS-PERIOD-DAYS.
            IF WS-LAST-PERIOD-END < WS-MONTH-END-DATE
               CALL "DATE-DIFF-BUSINESS-DAYS" USING
                  WS-LAST-PERIOD-END WS-MONTH-END-DATE WS-STUB-DAYS
               CALL "DATE-DIFF-BUSINESS-DAYS" USING
                  WS-LAST-PERIOD-END WS-NEXT-PERIOD-END
                  WS-PERIOD-DAYS
               IF WS-PERIOD-DAYS NOT > 0
                  DISPLAY "Period " WS-NEXT-PERIOD
                     " has no business days - accrual refused."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.
            MOVE WS-STUB-DAYS TO WS-DAYS-EDIT.
            DISPLAY "Month end          : " WS-MONTH-END-DATE.
            DISPLAY "Last period end    : " WS-LAST-PERIOD-END
               " (" WS-LAST-PERIOD ")".
            DISPLAY "Unpaid stub days   : " WS-DAYS-EDIT.
            MOVE WS-PERIOD-DAYS TO WS-DAYS-EDIT.
            DISPLAY "Next period days   : " WS-DAYS-EDIT
               " (" WS-NEXT-PERIOD ")".

       ACCRUE-EMPLOYEES.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-EMPLOYEE-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EMPLOYEE-COUNT
               IF EMPLOYEE-ACTIVE AND
                     EMPLOYEE-HIRE-DATE <= WS-MONTH-END-DATE
                  PERFORM ACCRUE-ONE-EMPLOYEE
               END-IF
               PERFORM READ-EMPLOYEE-FILE
            END-PERFORM.

       READ-EMPLOYEE-FILE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> The stub's share of one period's pay at the pay master's
      *> rate and hours basis.
       ACCRUE-ONE-EMPLOYEE.
            MOVE EMPLOYEE-ID TO PAY-EMPLOYEE-ID.
            READ PAY-MASTER-FILE
               INVALID KEY
                  ADD 1 TO WS-NO-PAY-COUNT
               NOT INVALID KEY
                  COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                     PAY-RATE * PAY-HOURS-BASIS * WS-STUB-DAYS
                     / WS-PERIOD-DAYS
                  IF WS-ACCRUAL-AMOUNT > 0
                     PERFORM ADD-ACCRUAL-TO-DEPARTMENT
                     PERFORM WRITE-ACCRUAL-DETAIL
                     ADD 1 TO WS-ACCRUED-COUNT
                     ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUAL
                  END-IF
            END-READ.

       ADD-ACCRUAL-TO-DEPARTMENT.
            MOVE 0 TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = EMPLOYEE-DEPARTMENT
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE EMPLOYEE-DEPARTMENT TO WS-DT-CODE(WS-DEPT-HIT)
               MOVE ZEROS TO WS-DT-ACCRUAL(WS-DEPT-HIT)
            END-IF.
            IF WS-DEPT-HIT > 0
               ADD WS-ACCRUAL-AMOUNT TO WS-DT-ACCRUAL(WS-DEPT-HIT)
            END-IF.

      *> The accrual posts on month end; the reversal is the same
      *> lines with the sides swapped, posted on the first of the
      *> next month.
       WRITE-JOURNAL-LINES.
            MOVE WS-MONTH-END-DATE TO WS-LINE-DATE.
            MOVE "DR" TO WS-DEPT-SIDE.
            MOVE "CR" TO WS-LIABILITY-SIDE.
            PERFORM WRITE-ONE-ACCRUAL-SET.
            MOVE WS-NEXT-FIRST-DATE TO WS-LINE-DATE.
            MOVE "CR" TO WS-DEPT-SIDE.
            MOVE "DR" TO WS-LIABILITY-SIDE.
            PERFORM WRITE-ONE-ACCRUAL-SET.

       WRITE-ONE-ACCRUAL-SET.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               MOVE WS-DT-ACCRUAL(WS-DEPT-INDEX) TO WS-LINE-AMOUNT
               MOVE WS-DEPT-SIDE TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               IF WS-DEPT-SIDE = "DR"
                  STRING "WAGE ACCRUAL " WS-DT-CODE(WS-DEPT-INDEX)
                     DELIMITED BY SIZE INTO WS-LINE-DESC
               ELSE
                  STRING "ACCRUAL REVERSED " WS-DT-CODE(WS-DEPT-INDEX)
                     DELIMITED BY SIZE INTO WS-LINE-DESC
               END-IF
               PERFORM WRITE-ONE-JOURNAL-LINE
            END-PERFORM.
            MOVE "*ACCRUED-WAGES" TO DAM-DEPT-CODE.
            PERFORM LOOK-UP-MAP-ACCOUNT.
            MOVE WS-TOTAL-ACCRUAL TO WS-LINE-AMOUNT.
            MOVE WS-LIABILITY-SIDE TO WS-LINE-SIDE.
            MOVE "ACCRUED WAGES PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-ONE-JOURNAL-LINE.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "N" TO WS-MAP-FOUND-FLAG.
            MOVE "UNMAPPED" TO WS-LINE-ACCOUNT.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMAPPED-COUNT
                  DISPLAY "No account mapped for " DAM-DEPT-CODE
               NOT INVALID KEY
                  MOVE DAM-ACCOUNT-NUMBER TO WS-LINE-ACCOUNT
                  SET WS-MAP-FOUND TO TRUE
            END-READ.

       WRITE-ONE-JOURNAL-LINE.
            MOVE SPACES TO JOURNAL-LINE-RECORD.
            MOVE WS-LINE-DATE TO JL-POST-DATE.
            MOVE "ACCRUAL" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-SIDE = "DR"
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
            ELSE
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO ACCRUAL-REPORT-LINE.
            STRING "PAYROLL ACCRUAL - MONTH ENDING " WS-MONTH-END-DATE
               "  STUB AFTER " WS-LAST-PERIOD-END
               "  REVERSES " WS-NEXT-FIRST-DATE
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE SPACES TO ACCRUAL-REPORT-LINE.
            STRING "  ID      NAME             DEPARTMENT          "
               "        RATE   HOURS      ACCRUAL"
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.

       WRITE-ACCRUAL-DETAIL.
            MOVE EMPLOYEE-ID TO WS-DET-ID.
            MOVE NameValue TO WS-DET-NAME.
            MOVE EMPLOYEE-DEPARTMENT TO WS-DET-DEPT.
            MOVE PAY-RATE TO WS-DET-RATE.
            MOVE PAY-HOURS-BASIS TO WS-DET-HOURS.
            MOVE WS-ACCRUAL-AMOUNT TO WS-DET-ACCRUAL.
            WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTAL.
            MOVE SPACES TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE WS-TOTAL-ACCRUAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ACCRUAL-REPORT-LINE.
            STRING "TOTAL ACCRUED  EMPLOYEES " WS-ACCRUED-COUNT
               "  AMOUNT " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.

       PROVE-AND-POST-TOTALS.
            DISPLAY "Employees read     : " WS-EMPLOYEE-COUNT.
            DISPLAY "Employees accrued  : " WS-ACCRUED-COUNT.
            DISPLAY "Not on pay master  : " WS-NO-PAY-COUNT.
            MOVE WS-TOTAL-DEBIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal debits     : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-CREDIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal credits    : " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Lines written      : " WS-LINE-COUNT.
            DISPLAY "Unmapped lookups   : " WS-UNMAPPED-COUNT.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               DISPLAY "DEBITS EQUAL CREDITS - JOURNAL BALANCED"
            ELSE
               DISPLAY "JOURNAL OUT OF BALANCE - DO NOT POST"
            END-IF.
            MOVE WS-LINE-COUNT TO WS-CTL-INPUT WS-CTL-WRITTEN.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                  WS-UNMAPPED-COUNT = 0
               MOVE WS-LINE-COUNT TO WS-CTL-ACCEPT
               MOVE ZEROS TO WS-CTL-REJECT
            ELSE
               MOVE ZEROS TO WS-CTL-ACCEPT
               MOVE WS-LINE-COUNT TO WS-CTL-REJECT
            END-IF.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM PAYROLL-ACCRUAL-RUN.
