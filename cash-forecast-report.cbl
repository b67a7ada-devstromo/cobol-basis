      *> Cash-receipts forecast for treasury: what the open invoices
      *> should bring in over the next 13 weeks, judged from how
      *> each customer has actually paid. The invoice file is walked
      *> in customer order; every invoice cash has paid off carries
      *> the date of the receipt that finished it, and the days from
      *> its invoice date to that date (DATE-DIFF-DAYS) average into
      *> the customer's days-to-pay. Each of the customer's open
      *> invoices is then expected that many days after its invoice
      *> date (DATE-ADD-DAYS) and its balance falls into the week
      *> of the forecast that date lands in, week 1 starting on the
      *> as-of date. A customer with no paid history is expected to
      *> pay in the terms plus the grace days from ar-policy.dat
      *> through AR-POLICY-LOAD. Open invoices whose expected date
      *> has already passed are shown apart as late against
      *> history rather than spread into the weeks, and anything
      *> expected beyond week 13 is totalled as later. The report
      *> lists each customer's basis and open balance, then the
      *> weekly forecast with a running cumulative. A foreign-
      *> currency invoice's balance is carried at its exchange rate,
      *> so every amount on the report is in base currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT FORECAST-REPORT-FILE
               ASSIGN TO "cash-forecast.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-AS-OF-NUM  PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-DISCOUNT-PCT PIC 99V99 VALUE ZEROS.
       01 WS-FINANCE-RATE PIC 9V9999 VALUE ZEROS.
       01 WS-GRACE-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-WRITEOFF-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-TERMS-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-POLICY-FOUND-FLAG PIC X VALUE "N".
       01 WS-DEFAULT-DAYS PIC 9(4) VALUE ZERO.
       01 WS-DIFF-FROM PIC 9(8) VALUE ZERO.
       01 WS-DIFF-TO   PIC 9(8) VALUE ZERO.
       01 WS-DIFF-DAYS PIC S9(7) VALUE ZERO.
       01 WS-ADD-DAYS  PIC S9(5) VALUE ZERO.
       01 WS-EXPECTED-DATE PIC 9(8) VALUE ZERO.
       01 WS-WEEK-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-DAYS-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-AVERAGE-DAYS PIC 9(4) VALUE ZERO.
       01 WS-CUST-OPEN PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CUST-LATE PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-INVOICE-RATE PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       01 WS-BASE-BALANCE PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *> The customer's open invoices are held until the walk has
      *> passed all of the customer's invoices and the history is
      *> complete; the file is keyed customer-first, so they arrive
      *> together.
       01 WS-OPEN-MAX PIC 9(4) VALUE 300.
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPEN-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OT-ENTRY OCCURS 300 TIMES.
              10 WS-OT-DATE    PIC 9(8).
              10 WS-OT-BALANCE PIC S9(9)V99 COMP-3.
       01 WS-WEEK-SUB PIC 9(2) VALUE ZERO.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-AMOUNT PIC S9(9)V99 COMP-3 OCCURS 13 TIMES.
       01 WS-WEEK-START PIC 9(8) VALUE ZERO.
       01 WS-WEEK-END   PIC 9(8) VALUE ZERO.
       01 WS-CUMULATIVE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LATE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LATER-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-UNPROJECTED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-OPEN-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HISTORY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEFAULT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CUSTOMER-LINE.
           05 WS-CL-CUSTOMER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-SURNAME   PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-PAID      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-DAYS      PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-BASIS     PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-OPEN      PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-CL-LATE      PIC $$$,$$$,$$9.99-.
       01 WS-WEEK-LINE.
           05 FILLER          PIC X(5) VALUE "WEEK ".
           05 WS-WL-WEEK      PIC Z9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-WL-START     PIC 9(8).
           05 FILLER          PIC X(3) VALUE " - ".
           05 WS-WL-END       PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-WL-AMOUNT    PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-WL-CUMULATIVE PIC $$$,$$$,$$$,$$9.99-.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Forecast from (YYYYMMDD, blank = today):".
            ACCEPT WS-AS-OF-DATE.
            IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-AS-OF-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid forecast date " WS-AS-OF-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.
            CALL "AR-POLICY-LOAD" USING WS-DISCOUNT-PCT
               WS-FINANCE-RATE WS-GRACE-DAYS WS-WRITEOFF-DAYS
               WS-TERMS-DAYS WS-POLICY-FOUND-FLAG.
            COMPUTE WS-DEFAULT-DAYS = WS-TERMS-DAYS + WS-GRACE-DAYS.
            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                  UNTIL WS-WEEK-SUB > 13
               MOVE ZEROS TO WS-WEEK-AMOUNT(WS-WEEK-SUB)
            END-PERFORM.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT FORECAST-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open cash-forecast.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM READ-NEXT-INVOICE
               PERFORM UNTIL WS-EOF
                  IF INV-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
                     IF WS-PRIOR-CUSTOMER NOT = SPACES
                        PERFORM CLOSE-CUSTOMER
                     END-IF
                     PERFORM OPEN-CUSTOMER
                  END-IF
                  PERFORM TAKE-ONE-INVOICE
                  PERFORM READ-NEXT-INVOICE
               END-PERFORM
               IF WS-PRIOR-CUSTOMER NOT = SPACES
                  PERFORM CLOSE-CUSTOMER
               END-IF
               PERFORM WRITE-WEEKLY-FORECAST
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE FORECAST-REPORT-FILE.
            DISPLAY "Customers with open invoices: " WS-CUSTOMER-COUNT.
            DISPLAY "  forecast from history     : " WS-HISTORY-COUNT.
            DISPLAY "  forecast from terms       : " WS-DEFAULT-COUNT.
            IF WS-OVERFLOW-COUNT > 0
               DISPLAY "Invoices not projected     : "
                  WS-OVERFLOW-COUNT " (past the per-customer table)"
            END-IF.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-OVERFLOW-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       OPEN-CUSTOMER.
            MOVE INV-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER.
            MOVE ZERO TO WS-PAID-COUNT WS-PAID-DAYS-TOTAL
               WS-OPEN-COUNT.
            MOVE ZEROS TO WS-CUST-OPEN WS-CUST-LATE.

      *> A paid invoice adds to the history; an open one is held
      *> for projection. Invoices closed by a credit memo or a
      *> write-off carry no paid date and say nothing about how the
      *> customer pays.
       TAKE-ONE-INVOICE.
            IF INV-CLOSED AND INV-PAID-DATE IS NUMERIC
                  AND INV-PAID-DATE > 0
               MOVE INV-DATE TO WS-DIFF-FROM
               MOVE INV-PAID-DATE TO WS-DIFF-TO
               CALL "DATE-DIFF-DAYS" USING WS-DIFF-FROM
                  WS-DIFF-TO WS-DIFF-DAYS
               IF WS-DIFF-DAYS < 0
                  MOVE ZERO TO WS-DIFF-DAYS
               END-IF
               ADD 1 TO WS-PAID-COUNT
               ADD WS-DIFF-DAYS TO WS-PAID-DAYS-TOTAL
               EXIT PARAGRAPH
            END-IF.
            IF NOT INV-OPEN OR INV-BALANCE NOT > 0
               EXIT PARAGRAPH
            END-IF.
            IF INV-BASE-CURRENCY OR INV-EXCHANGE-RATE NOT NUMERIC
                  OR INV-EXCHANGE-RATE = 0
               MOVE 1 TO WS-INVOICE-RATE
            ELSE
               MOVE INV-EXCHANGE-RATE TO WS-INVOICE-RATE
            END-IF.
            COMPUTE WS-BASE-BALANCE ROUNDED =
               INV-BALANCE * WS-INVOICE-RATE.
            ADD WS-BASE-BALANCE TO WS-CUST-OPEN.
            IF WS-OPEN-COUNT >= WS-OPEN-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD WS-BASE-BALANCE TO WS-UNPROJECTED-TOTAL
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE INV-DATE TO WS-OT-DATE(WS-OPEN-COUNT).
            MOVE WS-BASE-BALANCE TO WS-OT-BALANCE(WS-OPEN-COUNT).

       CLOSE-CUSTOMER.
            IF WS-CUST-OPEN = 0
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CUSTOMER-COUNT.
            ADD WS-CUST-OPEN TO WS-OPEN-TOTAL.
            IF WS-PAID-COUNT > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                  WS-PAID-DAYS-TOTAL / WS-PAID-COUNT
               MOVE "HISTORY" TO WS-CL-BASIS
               ADD 1 TO WS-HISTORY-COUNT
            ELSE
               MOVE WS-DEFAULT-DAYS TO WS-AVERAGE-DAYS
               MOVE "TERMS" TO WS-CL-BASIS
               ADD 1 TO WS-DEFAULT-COUNT
            END-IF.
            PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                  UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               PERFORM PROJECT-ONE-INVOICE
            END-PERFORM.
            MOVE WS-PRIOR-CUSTOMER TO WS-CL-CUSTOMER.
            MOVE WS-PRIOR-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "(NOT ON MASTER)" TO WS-CL-SURNAME
               NOT INVALID KEY
                  MOVE FirstLastname TO WS-CL-SURNAME
            END-READ.
            MOVE WS-PAID-COUNT TO WS-CL-PAID.
            MOVE WS-AVERAGE-DAYS TO WS-CL-DAYS.
            MOVE WS-CUST-OPEN TO WS-CL-OPEN.
            MOVE WS-CUST-LATE TO WS-CL-LATE.
            WRITE FORECAST-REPORT-LINE FROM WS-CUSTOMER-LINE.

       PROJECT-ONE-INVOICE.
            MOVE WS-AVERAGE-DAYS TO WS-ADD-DAYS.
            CALL "DATE-ADD-DAYS" USING WS-OT-DATE(WS-OPEN-SUB)
               WS-ADD-DAYS WS-EXPECTED-DATE.
            CALL "DATE-DIFF-DAYS" USING WS-AS-OF-NUM
               WS-EXPECTED-DATE WS-DIFF-DAYS.
            IF WS-DIFF-DAYS < 0
               ADD WS-OT-BALANCE(WS-OPEN-SUB) TO WS-CUST-LATE
               ADD WS-OT-BALANCE(WS-OPEN-SUB) TO WS-LATE-TOTAL
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-WEEK-NUMBER = WS-DIFF-DAYS / 7 + 1.
            IF WS-WEEK-NUMBER > 13
               ADD WS-OT-BALANCE(WS-OPEN-SUB) TO WS-LATER-TOTAL
            ELSE
               ADD WS-OT-BALANCE(WS-OPEN-SUB)
                  TO WS-WEEK-AMOUNT(WS-WEEK-NUMBER)
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "CASH RECEIPTS FORECAST FROM " WS-AS-OF-DATE
               " - NO HISTORY EXPECTS TERMS " WS-TERMS-DAYS
               " + GRACE " WS-GRACE-DAYS " DAYS"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "CUST    SURNAME                PAID  DAYS  BASIS"
               "             OPEN BALANCE  LATE ON HISTORY"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.

       WRITE-WEEKLY-FORECAST.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "WEEKLY FORECAST       FROM       TO"
               "                  EXPECTED           CUMULATIVE"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE ZEROS TO WS-CUMULATIVE.
            MOVE WS-AS-OF-NUM TO WS-WEEK-START.
            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                  UNTIL WS-WEEK-SUB > 13
               PERFORM WRITE-ONE-WEEK
            END-PERFORM.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE WS-LATE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "LATE ON HISTORY (EXPECTED BEFORE WEEK 1) "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            MOVE WS-LATER-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "EXPECTED AFTER WEEK 13                   "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.
            IF WS-UNPROJECTED-TOTAL > 0
               MOVE WS-UNPROJECTED-TOTAL TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "NOT PROJECTED (TABLE FULL)               "
                  WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
            END-IF.
            MOVE WS-OPEN-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FORECAST-REPORT-LINE.
            STRING "TOTAL OPEN RECEIVABLES                   "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
            WRITE FORECAST-REPORT-LINE.

       WRITE-ONE-WEEK.
            MOVE 6 TO WS-ADD-DAYS.
            CALL "DATE-ADD-DAYS" USING WS-WEEK-START WS-ADD-DAYS
               WS-WEEK-END.
            ADD WS-WEEK-AMOUNT(WS-WEEK-SUB) TO WS-CUMULATIVE.
            MOVE WS-WEEK-SUB TO WS-WL-WEEK.
            MOVE WS-WEEK-START TO WS-WL-START.
            MOVE WS-WEEK-END TO WS-WL-END.
            MOVE WS-WEEK-AMOUNT(WS-WEEK-SUB) TO WS-WL-AMOUNT.
            MOVE WS-CUMULATIVE TO WS-WL-CUMULATIVE.
            WRITE FORECAST-REPORT-LINE FROM WS-WEEK-LINE.
            MOVE 7 TO WS-ADD-DAYS.
            CALL "DATE-ADD-DAYS" USING WS-WEEK-START WS-ADD-DAYS
               WS-WEEK-END.
            MOVE WS-WEEK-END TO WS-WEEK-START.
       END PROGRAM CASH-FORECAST-REPORT.
