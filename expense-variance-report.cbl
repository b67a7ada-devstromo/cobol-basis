      *> Departmental expense budget versus actual for one fiscal
      *> month, the money counterpart of HEADCOUNT-VARIANCE-REPORT.
      *> Budget comes from expense-budget.dat, actual from the
      *> ledger's balance buckets on gl-balance.dat (debits less
      *> credits on the account for the month, and for every month
      *> from the start of the fiscal year through it). Each
      *> department's budgeted accounts print with budget, actual,
      *> variance (budget less actual, negative when over) and
      *> percent of budget used, month and year-to-date, then the
      *> department's totals. A department whose month or
      *> year-to-date actual runs over its budget by more than the
      *> tolerance on budget-policy.dat is flagged for the
      *> controller and the run ends with completion code 4.
      *> Expense accounts that carry actuals but are in no
      *> department's budget are listed at the end so spending
      *> cannot hide outside the budget.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-VARIANCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "expense-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               ALTERNATE RECORD KEY IS EB-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-BUDGET-STATUS.
               SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "gl-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
               SELECT OPTIONAL BUDGET-POLICY-FILE
               ASSIGN TO "budget-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
               SELECT REPORT-FILE
               ASSIGN TO "expense-variance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY EXPENSE-BUDGET-REC.
       FD  GL-BALANCE-FILE.
           COPY GL-BALANCE-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       FD  BUDGET-POLICY-FILE.
           COPY BUDGET-POLICY-REC.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-CHART-STATUS PIC XX VALUE "00".
       01 WS-POLICY-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-GL-EOF-SWITCH PIC X VALUE "N".
           88 WS-GL-EOF VALUE "Y".
       01 WS-TOLERANCE-PCT PIC 9(3) VALUE 5.
       01 WS-FISCAL-START-MONTH PIC 9(2) VALUE 1.
       01 WS-PERIOD-IN PIC 9(6) VALUE ZERO.
       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-YEAR  PIC 9(4).
           05 WS-REPORT-MONTH PIC 9(2).
       01 WS-FISCAL-START PIC 9(6) VALUE ZERO.
       01 WS-FISCAL-START-PARTS REDEFINES WS-FISCAL-START.
           05 WS-FISCAL-YEAR  PIC 9(4).
           05 WS-FISCAL-MONTH PIC 9(2).
       01 WS-PERIOD-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-CUR-DEPT PIC X(20) VALUE SPACES.
       01 WS-CUR-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-NAME PIC X(20) VALUE SPACES.
      *> One account, one department and the whole run, each as
      *> budget and actual for the month and the year to date.
       01 WS-ACCT-TOTALS.
           05 WS-ACCT-MONTH-BUDGET PIC 9(11)V99 COMP-3.
           05 WS-ACCT-MONTH-ACTUAL PIC S9(11)V99 COMP-3.
           05 WS-ACCT-YTD-BUDGET   PIC 9(11)V99 COMP-3.
           05 WS-ACCT-YTD-ACTUAL   PIC S9(11)V99 COMP-3.
       01 WS-DEPT-TOTALS.
           05 WS-DEPT-MONTH-BUDGET PIC 9(11)V99 COMP-3.
           05 WS-DEPT-MONTH-ACTUAL PIC S9(11)V99 COMP-3.
           05 WS-DEPT-YTD-BUDGET   PIC 9(11)V99 COMP-3.
           05 WS-DEPT-YTD-ACTUAL   PIC S9(11)V99 COMP-3.
       01 WS-RUN-TOTALS.
           05 WS-RUN-MONTH-BUDGET PIC 9(11)V99 COMP-3.
           05 WS-RUN-MONTH-ACTUAL PIC S9(11)V99 COMP-3.
           05 WS-RUN-YTD-BUDGET   PIC 9(11)V99 COMP-3.
           05 WS-RUN-YTD-ACTUAL   PIC S9(11)V99 COMP-3.
       01 WS-UNBUDGETED-ACTUAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-UNBUDGETED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *> Figures handed to the shared line and tolerance paragraphs.
       01 WS-TEST-BUDGET PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TEST-ACTUAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TEST-LIMIT PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-OVER-FLAG PIC X VALUE "N".
           88 WS-OVER-TOLERANCE VALUE "Y".
       01 WS-DEPT-OVER-FLAG PIC X VALUE "N".
           88 WS-DEPT-OVER VALUE "Y".
       01 WS-PCT-USED PIC S9(5) VALUE ZERO.
       01 WS-PCT-EDIT PIC ZZZZ9.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNBUDGETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FIGURES-LINE.
           05 WS-FL-ACCOUNT  PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-NAME     PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-LABEL    PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-BUDGET   PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-ACTUAL   PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-VARIANCE PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-PCT      PIC X(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-FL-FLAG     PIC X(16).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-BUDGET-POLICY.
            DISPLAY "Fiscal month (YYYYMM, 0 for the current month):".
            ACCEPT WS-PERIOD-IN.
            IF WS-PERIOD-IN = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-PERIOD
            ELSE
               MOVE WS-PERIOD-IN TO WS-REPORT-PERIOD
            END-IF.
            MOVE SPACES TO WS-PERIOD-DATE.
            STRING WS-REPORT-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-DATE.
            CALL "DATE-VALIDATE" USING WS-PERIOD-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid fiscal month " WS-REPORT-PERIOD "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-FISCAL-START-MONTH TO WS-FISCAL-MONTH.
            IF WS-REPORT-MONTH < WS-FISCAL-START-MONTH
               COMPUTE WS-FISCAL-YEAR = WS-REPORT-YEAR - 1
            ELSE
               MOVE WS-REPORT-YEAR TO WS-FISCAL-YEAR
            END-IF.
            PERFORM OPEN-REPORT-FILES.
            IF NOT WS-HAD-ISSUE
               INITIALIZE WS-RUN-TOTALS
               PERFORM WRITE-REPORT-HEADING
               PERFORM REPORT-BUDGETED-ACCOUNTS
               PERFORM WRITE-RUN-TOTALS
               PERFORM REPORT-UNBUDGETED-ACCOUNTS
            END-IF.
            CLOSE BUDGET-FILE.
            CLOSE GL-BALANCE-FILE.
            CLOSE CHART-ACCOUNT-FILE.
            CLOSE REPORT-FILE.
            DISPLAY "Fiscal month      : " WS-REPORT-PERIOD
               " (year from " WS-FISCAL-START ")".
            DISPLAY "Departments listed: " WS-DEPT-COUNT.
            DISPLAY "Accounts listed   : " WS-ACCOUNT-COUNT.
            DISPLAY "Over tolerance    : " WS-OVER-COUNT.
            DISPLAY "Unbudgeted spend  : " WS-UNBUDGETED-COUNT
               " account(s)".
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-OVER-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *> Missing or unreadable policy file, or a field not keyed on
      *> it, leaves the 5 percent / January defaults in place.
       LOAD-BUDGET-POLICY.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BUDGET-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ BUDGET-POLICY-FILE
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF BGP-TOLERANCE-PCT IS NUMERIC
                     MOVE BGP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                  END-IF
                  IF BGP-FISCAL-START-MONTH IS NUMERIC AND
                        BGP-FISCAL-START-MONTH >= 1 AND
                        BGP-FISCAL-START-MONTH <= 12
                     MOVE BGP-FISCAL-START-MONTH
                        TO WS-FISCAL-START-MONTH
                  END-IF
               END-IF
               CLOSE BUDGET-POLICY-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       OPEN-REPORT-FILES.
            OPEN INPUT BUDGET-FILE.
            IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-budget.dat, "
                  "status " WS-BUDGET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT GL-BALANCE-FILE.
            IF WS-BALANCE-STATUS NOT = "00" AND WS-BALANCE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open gl-balance.dat, status "
                  WS-BALANCE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00" AND WS-CHART-STATUS
                  NOT = "05"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open expense-variance.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO REPORT-LINE.
            STRING "EXPENSE BUDGET VS ACTUAL  MONTH " WS-REPORT-PERIOD
               "  YEAR TO DATE FROM " WS-FISCAL-START
               "  TOLERANCE " WS-TOLERANCE-PCT " PERCENT"
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "ACCOUNT  NAME                 PERIOD"
               "              BUDGET              ACTUAL"
               "   VARIANCE (OVER-)   USED"
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

      *> The budget file in key order is department, account,
      *> month, so each account's lines arrive together inside its
      *> department's.
       REPORT-BUDGETED-ACCOUNTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO EB-KEY.
            START BUDGET-FILE KEY NOT < EB-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BUDGET.
            PERFORM UNTIL WS-EOF
               MOVE EB-DEPT-CODE TO WS-CUR-DEPT
               PERFORM START-DEPARTMENT
               PERFORM UNTIL WS-EOF OR EB-DEPT-CODE NOT = WS-CUR-DEPT
                  MOVE EB-ACCOUNT TO WS-CUR-ACCOUNT
                  INITIALIZE WS-ACCT-TOTALS
                  PERFORM UNTIL WS-EOF OR
                        EB-DEPT-CODE NOT = WS-CUR-DEPT OR
                        EB-ACCOUNT NOT = WS-CUR-ACCOUNT
                     PERFORM ADD-BUDGET-LINE
                     PERFORM READ-NEXT-BUDGET
                  END-PERFORM
                  PERFORM FINISH-ACCOUNT
               END-PERFORM
               PERFORM FINISH-DEPARTMENT
            END-PERFORM.

       READ-NEXT-BUDGET.
            READ BUDGET-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       START-DEPARTMENT.
            INITIALIZE WS-DEPT-TOTALS.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DEPARTMENT " WS-CUR-DEPT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       ADD-BUDGET-LINE.
            IF EB-PERIOD = WS-REPORT-PERIOD
               ADD EB-BUDGET-AMOUNT TO WS-ACCT-MONTH-BUDGET
            END-IF.
            IF EB-PERIOD >= WS-FISCAL-START AND
                  EB-PERIOD <= WS-REPORT-PERIOD
               ADD EB-BUDGET-AMOUNT TO WS-ACCT-YTD-BUDGET
            END-IF.

      *> An account budgeted only outside this fiscal year and with
      *> nothing spent in it has nothing to say and is skipped.
       FINISH-ACCOUNT.
            PERFORM FIND-ACCOUNT-ACTUAL.
            IF WS-ACCT-YTD-BUDGET = 0 AND WS-ACCT-YTD-ACTUAL = 0
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ACCOUNT-COUNT.
            MOVE WS-CUR-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  MOVE "NOT ON CHART" TO WS-ACCOUNT-NAME
               NOT INVALID KEY
                  MOVE COA-ACCOUNT-NAME TO WS-ACCOUNT-NAME
            END-READ.
            MOVE WS-ACCT-MONTH-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-ACCT-MONTH-ACTUAL TO WS-TEST-ACTUAL.
            MOVE WS-CUR-ACCOUNT TO WS-FL-ACCOUNT.
            MOVE WS-ACCOUNT-NAME TO WS-FL-NAME.
            MOVE "MONTH" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.
            MOVE WS-ACCT-YTD-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-ACCT-YTD-ACTUAL TO WS-TEST-ACTUAL.
            MOVE SPACES TO WS-FL-ACCOUNT WS-FL-NAME.
            MOVE "YTD" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.
            ADD WS-ACCT-MONTH-BUDGET TO WS-DEPT-MONTH-BUDGET.
            ADD WS-ACCT-MONTH-ACTUAL TO WS-DEPT-MONTH-ACTUAL.
            ADD WS-ACCT-YTD-BUDGET TO WS-DEPT-YTD-BUDGET.
            ADD WS-ACCT-YTD-ACTUAL TO WS-DEPT-YTD-ACTUAL.

      *> Debits less credits on the account for each balance bucket
      *> from the fiscal year's first month through the report's.
       FIND-ACCOUNT-ACTUAL.
            MOVE "N" TO WS-GL-EOF-SWITCH.
            MOVE WS-CUR-ACCOUNT TO GLB-ACCOUNT.
            MOVE WS-FISCAL-START TO GLB-PERIOD.
            START GL-BALANCE-FILE KEY NOT < GLB-KEY
               INVALID KEY SET WS-GL-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BALANCE.
            PERFORM UNTIL WS-GL-EOF OR
                  GLB-ACCOUNT NOT = WS-CUR-ACCOUNT OR
                  GLB-PERIOD > WS-REPORT-PERIOD
               COMPUTE WS-ACCT-YTD-ACTUAL = WS-ACCT-YTD-ACTUAL
                  + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               IF GLB-PERIOD = WS-REPORT-PERIOD
                  COMPUTE WS-ACCT-MONTH-ACTUAL = WS-ACCT-MONTH-ACTUAL
                     + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               END-IF
               PERFORM READ-NEXT-BALANCE
            END-PERFORM.

       READ-NEXT-BALANCE.
            READ GL-BALANCE-FILE NEXT
               AT END SET WS-GL-EOF TO TRUE
            END-READ.

      *> The department is flagged when either its month or its
      *> year to date runs past budget plus the tolerance.
       FINISH-DEPARTMENT.
            MOVE "N" TO WS-DEPT-OVER-FLAG.
            MOVE WS-DEPT-MONTH-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-DEPT-MONTH-ACTUAL TO WS-TEST-ACTUAL.
            PERFORM CHECK-TOLERANCE.
            IF WS-OVER-TOLERANCE
               SET WS-DEPT-OVER TO TRUE
            END-IF.
            MOVE "DEPT TOT" TO WS-FL-ACCOUNT.
            MOVE WS-CUR-DEPT TO WS-FL-NAME.
            MOVE "MONTH" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.
            MOVE WS-DEPT-YTD-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-DEPT-YTD-ACTUAL TO WS-TEST-ACTUAL.
            PERFORM CHECK-TOLERANCE.
            IF WS-OVER-TOLERANCE
               SET WS-DEPT-OVER TO TRUE
            END-IF.
            MOVE SPACES TO WS-FL-ACCOUNT WS-FL-NAME.
            MOVE "YTD" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.
            IF WS-DEPT-OVER
               ADD 1 TO WS-OVER-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-CUR-DEPT " OVER BUDGET BY MORE THAN "
                  WS-TOLERANCE-PCT " PERCENT - REFER TO CONTROLLER ***"
                  DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            ADD WS-DEPT-MONTH-BUDGET TO WS-RUN-MONTH-BUDGET.
            ADD WS-DEPT-MONTH-ACTUAL TO WS-RUN-MONTH-ACTUAL.
            ADD WS-DEPT-YTD-BUDGET TO WS-RUN-YTD-BUDGET.
            ADD WS-DEPT-YTD-ACTUAL TO WS-RUN-YTD-ACTUAL.

      *> Over tolerance once actual passes budget by more than the
      *> policy percent; spending against no budget at all is over.
       CHECK-TOLERANCE.
            MOVE "N" TO WS-OVER-FLAG.
            COMPUTE WS-TEST-LIMIT = WS-TEST-BUDGET
               * (100 + WS-TOLERANCE-PCT) / 100.
            IF WS-TEST-ACTUAL > 0 AND WS-TEST-ACTUAL > WS-TEST-LIMIT
               SET WS-OVER-TOLERANCE TO TRUE
            END-IF.

      *> Prints WS-TEST-BUDGET against WS-TEST-ACTUAL under the
      *> account, name and label already moved to the line.
       WRITE-FIGURES-LINE.
            MOVE WS-TEST-BUDGET TO WS-FL-BUDGET.
            MOVE WS-TEST-ACTUAL TO WS-FL-ACTUAL.
            COMPUTE WS-FL-VARIANCE = WS-TEST-BUDGET - WS-TEST-ACTUAL.
            IF WS-TEST-BUDGET = 0
               MOVE "   N/A" TO WS-FL-PCT
            ELSE
               COMPUTE WS-PCT-USED ROUNDED =
                  WS-TEST-ACTUAL * 100 / WS-TEST-BUDGET
                  ON SIZE ERROR
                     MOVE 99999 TO WS-PCT-USED
               END-COMPUTE
               IF WS-PCT-USED < 0
                  MOVE ZERO TO WS-PCT-USED
               END-IF
               MOVE WS-PCT-USED TO WS-PCT-EDIT
               MOVE SPACES TO WS-FL-PCT
               STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
                  INTO WS-FL-PCT
            END-IF.
            PERFORM CHECK-TOLERANCE.
            IF WS-OVER-TOLERANCE
               MOVE "OVER TOLERANCE" TO WS-FL-FLAG
            ELSE
               IF WS-TEST-ACTUAL > WS-TEST-BUDGET
                  MOVE "OVER BUDGET" TO WS-FL-FLAG
               ELSE
                  MOVE SPACES TO WS-FL-FLAG
               END-IF
            END-IF.
            MOVE WS-FIGURES-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-RUN-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-RUN-MONTH-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-RUN-MONTH-ACTUAL TO WS-TEST-ACTUAL.
            MOVE "ALL" TO WS-FL-ACCOUNT.
            MOVE "BUDGETED DEPTS" TO WS-FL-NAME.
            MOVE "MONTH" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.
            MOVE WS-RUN-YTD-BUDGET TO WS-TEST-BUDGET.
            MOVE WS-RUN-YTD-ACTUAL TO WS-TEST-ACTUAL.
            MOVE SPACES TO WS-FL-ACCOUNT WS-FL-NAME.
            MOVE "YTD" TO WS-FL-LABEL.
            PERFORM WRITE-FIGURES-LINE.

      *> Every expense account with a year-to-date actual that no
      *> budget line names.
       REPORT-UNBUDGETED-ACCOUNTS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "EXPENSE ACCOUNTS WITH ACTUALS BUT NO BUDGET (YTD)"
               TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "N" TO WS-GL-EOF-SWITCH.
            MOVE LOW-VALUES TO GLB-KEY.
            START GL-BALANCE-FILE KEY NOT < GLB-KEY
               INVALID KEY SET WS-GL-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BALANCE.
            PERFORM UNTIL WS-GL-EOF
               MOVE GLB-ACCOUNT TO WS-CUR-ACCOUNT
               MOVE ZEROS TO WS-UNBUDGETED-ACTUAL
               PERFORM UNTIL WS-GL-EOF OR
                     GLB-ACCOUNT NOT = WS-CUR-ACCOUNT
                  IF GLB-PERIOD >= WS-FISCAL-START AND
                        GLB-PERIOD <= WS-REPORT-PERIOD
                     COMPUTE WS-UNBUDGETED-ACTUAL =
                        WS-UNBUDGETED-ACTUAL + GLB-DEBIT-TOTAL
                        - GLB-CREDIT-TOTAL
                  END-IF
                  PERFORM READ-NEXT-BALANCE
               END-PERFORM
               IF WS-UNBUDGETED-ACTUAL NOT = 0
                  PERFORM CHECK-UNBUDGETED-ACCOUNT
               END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-UNBUDGETED-TOTAL TO WS-FL-ACTUAL.
            STRING "UNBUDGETED ACCOUNTS " WS-UNBUDGETED-COUNT
               "  ACTUAL " WS-FL-ACTUAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       CHECK-UNBUDGETED-ACCOUNT.
            MOVE WS-CUR-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  EXIT PARAGRAPH
            END-READ.
            IF NOT COA-EXPENSE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-CUR-ACCOUNT TO EB-ACCOUNT.
            READ BUDGET-FILE KEY IS EB-ACCOUNT
               INVALID KEY
                  ADD 1 TO WS-UNBUDGETED-COUNT
                  ADD WS-UNBUDGETED-ACTUAL TO WS-UNBUDGETED-TOTAL
                  MOVE ZEROS TO WS-TEST-BUDGET
                  MOVE WS-UNBUDGETED-ACTUAL TO WS-TEST-ACTUAL
                  MOVE WS-CUR-ACCOUNT TO WS-FL-ACCOUNT
                  MOVE COA-ACCOUNT-NAME TO WS-FL-NAME
                  MOVE "YTD" TO WS-FL-LABEL
                  PERFORM WRITE-FIGURES-LINE
            END-READ.
       END PROGRAM EXPENSE-VARIANCE-REPORT.
