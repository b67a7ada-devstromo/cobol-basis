      *> Sales analysis: where the revenue comes from. Every
      *> invoice on invoice.dat except finance charges counts at its
      *> invoiced amount less sales tax (the tax is the state's, not
      *> ours), dated by its invoice date. For the month asked for
      *> (blank means the current month) each customer's sales are
      *> summed for that month, the calendar year to date, and the
      *> same two periods a year earlier. Customers are sorted by
      *> the StateValue on their master record and printed within
      *> state with state subtotals and percent change on each
      *> line; a state summary, the top customers ranked by
      *> year-to-date sales and the grand totals follow. The same
      *> customer and state figures can also go to
      *> sales-analysis.csv for the sales manager's spreadsheet.
      *> Every figure is in base currency: an invoice counts at its
      *> base total less its tax turned at the invoice's own rate,
      *> so customers billed in other currencies add up with the
      *> rest.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ANALYSIS-REPORT.
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
               SELECT SALES-REPORT-FILE
               ASSIGN TO "sales-analysis.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SALES-CSV-FILE
               ASSIGN TO "sales-analysis.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "sales-analysis.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  SALES-REPORT-FILE.
       01  SALES-REPORT-LINE PIC X(132).
       FD  SALES-CSV-FILE.
       01  SALES-CSV-RECORD PIC X(200).
       SD  SORT-WORK-FILE.
       01  SORT-SALES-RECORD.
           05 SR-STATE        PIC X(2).
           05 SR-CUSTOMER     PIC X(6).
           05 SR-NAME         PIC X(20).
           05 SR-MONTH        PIC S9(9)V99.
           05 SR-YTD          PIC S9(9)V99.
           05 SR-LY-MONTH     PIC S9(9)V99.
           05 SR-LY-YTD       PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-CSV-STATUS PIC XX VALUE "00".
       01 WS-INPUT-EOF-SWITCH PIC X VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CSV-ANSWER PIC X VALUE "N".
           88 WS-WANT-CSV VALUE "Y", "y".
       01 WS-PERIOD-INPUT PIC X(6) VALUE SPACES.
       01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
      *> The four periods as YYYYMM: this month, the first month of
      *> this year, and the same two a year back.
       01 WS-PERIODS.
           05 WS-THIS-MONTH.
              10 WS-THIS-YEAR  PIC 9(4).
              10 WS-THIS-MM    PIC 9(2).
           05 WS-THIS-MONTH-NUM REDEFINES WS-THIS-MONTH PIC 9(6).
           05 WS-LAST-MONTH.
              10 WS-LAST-YEAR  PIC 9(4).
              10 WS-LAST-MM    PIC 9(2).
           05 WS-LAST-MONTH-NUM REDEFINES WS-LAST-MONTH PIC 9(6).
       01 WS-THIS-YEAR-START PIC 9(6) VALUE ZERO.
       01 WS-LAST-YEAR-START PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-SALES PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-INVOICE-RATE PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       01 WS-INVOICE-BASE-TAX PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-PRIOR-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-CUST-SALES.
           05 WS-CS-MONTH    PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-CS-YTD      PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-CS-LY-MONTH PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-CS-LY-YTD   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-STATE-SALES.
           05 WS-SS-MONTH    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-SS-YTD      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-SS-LY-MONTH PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-SS-LY-YTD   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-GRAND-SALES.
           05 WS-GS-MONTH    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-GS-YTD      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-GS-LY-MONTH PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-GS-LY-YTD   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CURRENT-STATE PIC X(2) VALUE SPACES.
       01 WS-FIRST-STATE-FLAG PIC X VALUE "Y".
           88 WS-FIRST-STATE VALUE "Y".
      *> One entry per state seen, kept for the state summary that
      *> prints after the detail.
       01 WS-STATE-MAX PIC 9(3) VALUE 80.
       01 WS-STATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STATE-SUB PIC 9(3) VALUE ZERO.
       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 80 TIMES.
              10 WS-ST-STATE    PIC X(2).
              10 WS-ST-CUSTOMERS PIC 9(6).
              10 WS-ST-MONTH    PIC S9(11)V99 COMP-3.
              10 WS-ST-YTD      PIC S9(11)V99 COMP-3.
              10 WS-ST-LY-MONTH PIC S9(11)V99 COMP-3.
              10 WS-ST-LY-YTD   PIC S9(11)V99 COMP-3.
       01 WS-STATE-CUSTOMERS PIC 9(6) VALUE ZERO.
      *> The top customers by this year's sales, kept in order as
      *> each customer is returned from the sort.
       01 WS-TOP-MAX PIC 9(2) VALUE 10.
       01 WS-TOP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TOP-SUB PIC 9(2) VALUE ZERO.
       01 WS-TOP-SHIFT PIC 9(2) VALUE ZERO.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 11 TIMES.
              10 WS-TOP-CUSTOMER PIC X(6).
              10 WS-TOP-NAME     PIC X(20).
              10 WS-TOP-STATE    PIC X(2).
              10 WS-TOP-MONTH    PIC S9(9)V99 COMP-3.
              10 WS-TOP-YTD      PIC S9(9)V99 COMP-3.
              10 WS-TOP-LY-MONTH PIC S9(9)V99 COMP-3.
              10 WS-TOP-LY-YTD   PIC S9(9)V99 COMP-3.
       01 WS-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CSV-COUNT PIC 9(6) VALUE ZERO.
      *> Percent change of a current figure over last year's; with
      *> nothing last year the change prints as NEW (or a dash when
      *> there is nothing either year).
       01 WS-PCT-CURRENT PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-PCT-PRIOR   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-PCT-VALUE   PIC S9(5)V9 VALUE ZERO.
       01 WS-PCT-EDIT    PIC ----9.9.
       01 WS-PCT-TEXT    PIC X(7) VALUE SPACES.
       01 WS-PCT-MONTH-TEXT PIC X(7) VALUE SPACES.
       01 WS-PCT-YTD-TEXT   PIC X(7) VALUE SPACES.
       01 WS-LINE-LABEL PIC X(30) VALUE SPACES.
       01 WS-LINE-FIGURES.
           05 WS-LF-MONTH    PIC S9(11)V99 COMP-3.
           05 WS-LF-LY-MONTH PIC S9(11)V99 COMP-3.
           05 WS-LF-YTD      PIC S9(11)V99 COMP-3.
           05 WS-LF-LY-YTD   PIC S9(11)V99 COMP-3.
       01 WS-SALES-LINE.
           05 WS-SL-LABEL     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-SL-MONTH     PIC $$$$,$$$,$$9.99-.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-SL-LY-MONTH  PIC $$$$,$$$,$$9.99-.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-SL-MONTH-PCT PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-YTD       PIC $$$$,$$$,$$9.99-.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-SL-LY-YTD    PIC $$$$,$$$,$$9.99-.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-SL-YTD-PCT   PIC X(7).
       01 WS-CSV-TYPE PIC X(8) VALUE SPACES.
       01 WS-CSV-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-CSV-NAME PIC X(20) VALUE SPACES.
       01 WS-CSV-AMOUNT PIC -(11)9.99.
       01 WS-CSV-FIELDS.
           05 WS-CSV-MONTH    PIC X(15).
           05 WS-CSV-LY-MONTH PIC X(15).
           05 WS-CSV-YTD      PIC X(15).
           05 WS-CSV-LY-YTD   PIC X(15).
       01 WS-QUOTE PIC X VALUE QUOTE.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ACCEPT-REPORT-MONTH.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "Also write sales-analysis.csv? (Y/N)".
            ACCEPT WS-CSV-ANSWER.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT SALES-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open sales-analysis.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-WANT-CSV
               OPEN OUTPUT SALES-CSV-FILE
               IF WS-CSV-STATUS NOT = "00"
                  DISPLAY "Unable to open sales-analysis.csv, status "
                     WS-CSV-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.
            IF NOT WS-HAD-ISSUE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-STATE SR-CUSTOMER
                  INPUT PROCEDURE IS RELEASE-CUSTOMER-SALES
                  OUTPUT PROCEDURE IS PRINT-SALES-BY-STATE
            END-IF.
            CLOSE CUSTOMER-FILE.
            CLOSE SALES-REPORT-FILE.
            IF WS-WANT-CSV
               CLOSE SALES-CSV-FILE
            END-IF.
            DISPLAY "Sales Analysis - month " WS-THIS-MONTH.
            DISPLAY "Invoices counted : " WS-INVOICE-COUNT.
            DISPLAY "Customers listed : " WS-CUSTOMER-COUNT.
            DISPLAY "States           : " WS-STATE-COUNT.
            IF WS-WANT-CSV
               DISPLAY "CSV rows written : " WS-CSV-COUNT
            END-IF.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ACCEPT-REPORT-MONTH.
            DISPLAY "Report month (YYYYMM, blank = this month):".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-PERIOD-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD-INPUT
            END-IF.
            MOVE SPACES TO WS-CHECK-DATE.
            STRING WS-PERIOD-INPUT "01" DELIMITED BY SIZE
               INTO WS-CHECK-DATE.
            CALL "DATE-VALIDATE" USING WS-CHECK-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid report month " WS-PERIOD-INPUT "."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-PERIOD-INPUT TO WS-THIS-MONTH.
            COMPUTE WS-LAST-YEAR = WS-THIS-YEAR - 1.
            MOVE WS-THIS-MM TO WS-LAST-MM.
            COMPUTE WS-THIS-YEAR-START = WS-THIS-YEAR * 100 + 1.
            COMPUTE WS-LAST-YEAR-START = WS-LAST-YEAR * 100 + 1.

      *> Input side of the sort: one record per customer with any
      *> sales in the four periods, the state taken from the
      *> customer master (a customer no longer on it sorts under
      *> "??").
       RELEASE-CUSTOMER-SALES.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
               SET WS-INPUT-EOF TO TRUE
            ELSE
               PERFORM READ-NEXT-INVOICE
            END-IF.
            PERFORM UNTIL WS-INPUT-EOF
               IF INV-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
                  IF WS-PRIOR-CUSTOMER NOT = SPACES
                     PERFORM RELEASE-ONE-CUSTOMER
                  END-IF
                  MOVE INV-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER
                  MOVE ZEROS TO WS-CS-MONTH WS-CS-YTD
                     WS-CS-LY-MONTH WS-CS-LY-YTD
               END-IF
               IF NOT INV-FINANCE-CHARGE
                  PERFORM COUNT-ONE-INVOICE
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.
            IF WS-PRIOR-CUSTOMER NOT = SPACES
               PERFORM RELEASE-ONE-CUSTOMER
            END-IF.
            CLOSE INVOICE-FILE.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

       COUNT-ONE-INVOICE.
            MOVE INV-DATE(1:6) TO WS-INVOICE-PERIOD.
            IF WS-INVOICE-PERIOD > WS-THIS-MONTH-NUM OR
                  WS-INVOICE-PERIOD < WS-LAST-YEAR-START
               EXIT PARAGRAPH
            END-IF.
            IF WS-INVOICE-PERIOD > WS-LAST-MONTH-NUM AND
                  WS-INVOICE-PERIOD < WS-THIS-YEAR-START
               EXIT PARAGRAPH
            END-IF.
            IF INV-BASE-CURRENCY OR INV-EXCHANGE-RATE IS NOT NUMERIC
                  OR INV-EXCHANGE-RATE = 0
                  OR INV-BASE-TOTAL IS NOT NUMERIC
               MOVE 1 TO WS-INVOICE-RATE
               MOVE INV-TOTAL TO WS-INVOICE-SALES
            ELSE
               MOVE INV-EXCHANGE-RATE TO WS-INVOICE-RATE
               MOVE INV-BASE-TOTAL TO WS-INVOICE-SALES
            END-IF.
            IF INV-TAX-AMOUNT IS NUMERIC
               COMPUTE WS-INVOICE-BASE-TAX ROUNDED =
                  INV-TAX-AMOUNT * WS-INVOICE-RATE
               SUBTRACT WS-INVOICE-BASE-TAX FROM WS-INVOICE-SALES
            END-IF.
            ADD 1 TO WS-INVOICE-COUNT.
            IF WS-INVOICE-PERIOD >= WS-THIS-YEAR-START
               ADD WS-INVOICE-SALES TO WS-CS-YTD
               IF WS-INVOICE-PERIOD = WS-THIS-MONTH-NUM
                  ADD WS-INVOICE-SALES TO WS-CS-MONTH
               END-IF
            ELSE
               ADD WS-INVOICE-SALES TO WS-CS-LY-YTD
               IF WS-INVOICE-PERIOD = WS-LAST-MONTH-NUM
                  ADD WS-INVOICE-SALES TO WS-CS-LY-MONTH
               END-IF
            END-IF.

       RELEASE-ONE-CUSTOMER.
            IF WS-CS-YTD = 0 AND WS-CS-LY-YTD = 0
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-PRIOR-CUSTOMER TO SR-CUSTOMER CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "??" TO SR-STATE
                  MOVE "(NOT ON MASTER)" TO SR-NAME
               NOT INVALID KEY
                  MOVE StateValue TO SR-STATE
                  MOVE FirstLastname TO SR-NAME
            END-READ.
            IF SR-STATE = SPACES
               MOVE "??" TO SR-STATE
            END-IF.
            MOVE WS-CS-MONTH TO SR-MONTH.
            MOVE WS-CS-YTD TO SR-YTD.
            MOVE WS-CS-LY-MONTH TO SR-LY-MONTH.
            MOVE WS-CS-LY-YTD TO SR-LY-YTD.
            RELEASE SORT-SALES-RECORD.

      *> Output side: customers within state with a subtotal per
      *> state, then the state summary, the ranking and the totals.
       PRINT-SALES-BY-STATE.
            PERFORM WRITE-REPORT-HEADING.
            IF WS-WANT-CSV
               PERFORM WRITE-CSV-HEADER
            END-IF.
            PERFORM RETURN-SORTED-CUSTOMER.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-STATE OR SR-STATE NOT = WS-CURRENT-STATE
                  IF NOT WS-FIRST-STATE
                     PERFORM CLOSE-STATE
                  END-IF
                  PERFORM OPEN-STATE
               END-IF
               PERFORM PRINT-ONE-CUSTOMER
               PERFORM RETURN-SORTED-CUSTOMER
            END-PERFORM.
            IF NOT WS-FIRST-STATE
               PERFORM CLOSE-STATE
            END-IF.
            PERFORM WRITE-STATE-SUMMARY.
            PERFORM WRITE-TOP-CUSTOMERS.
            PERFORM WRITE-GRAND-TOTALS.

       RETURN-SORTED-CUSTOMER.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       OPEN-STATE.
            MOVE "N" TO WS-FIRST-STATE-FLAG.
            MOVE SR-STATE TO WS-CURRENT-STATE.
            MOVE ZEROS TO WS-SS-MONTH WS-SS-YTD WS-SS-LY-MONTH
               WS-SS-LY-YTD.
            MOVE ZERO TO WS-STATE-CUSTOMERS.
            MOVE SPACES TO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            MOVE SPACES TO SALES-REPORT-LINE.
            STRING "STATE " SR-STATE
               DELIMITED BY SIZE INTO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.

       PRINT-ONE-CUSTOMER.
            ADD 1 TO WS-CUSTOMER-COUNT WS-STATE-CUSTOMERS.
            ADD SR-MONTH TO WS-SS-MONTH WS-GS-MONTH.
            ADD SR-YTD TO WS-SS-YTD WS-GS-YTD.
            ADD SR-LY-MONTH TO WS-SS-LY-MONTH WS-GS-LY-MONTH.
            ADD SR-LY-YTD TO WS-SS-LY-YTD WS-GS-LY-YTD.
            MOVE SPACES TO WS-LINE-LABEL.
            STRING "  " SR-CUSTOMER "  " SR-NAME
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
            MOVE SR-MONTH TO WS-LF-MONTH.
            MOVE SR-LY-MONTH TO WS-LF-LY-MONTH.
            MOVE SR-YTD TO WS-LF-YTD.
            MOVE SR-LY-YTD TO WS-LF-LY-YTD.
            PERFORM WRITE-SALES-LINE.
            IF WS-WANT-CSV
               MOVE "CUSTOMER" TO WS-CSV-TYPE
               MOVE SR-CUSTOMER TO WS-CSV-CUSTOMER
               MOVE SR-NAME TO WS-CSV-NAME
               PERFORM WRITE-CSV-ROW
            END-IF.
            PERFORM RANK-ONE-CUSTOMER.

       CLOSE-STATE.
            MOVE SPACES TO WS-LINE-LABEL.
            STRING "  TOTAL STATE " WS-CURRENT-STATE
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
            MOVE WS-SS-MONTH TO WS-LF-MONTH.
            MOVE WS-SS-LY-MONTH TO WS-LF-LY-MONTH.
            MOVE WS-SS-YTD TO WS-LF-YTD.
            MOVE WS-SS-LY-YTD TO WS-LF-LY-YTD.
            PERFORM WRITE-SALES-LINE.
            IF WS-WANT-CSV
               MOVE "STATE" TO WS-CSV-TYPE
               MOVE SPACES TO WS-CSV-CUSTOMER WS-CSV-NAME
               PERFORM WRITE-CSV-ROW
            END-IF.
            IF WS-STATE-COUNT < WS-STATE-MAX
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-CURRENT-STATE TO WS-ST-STATE(WS-STATE-COUNT)
               MOVE WS-STATE-CUSTOMERS
                  TO WS-ST-CUSTOMERS(WS-STATE-COUNT)
               MOVE WS-SS-MONTH TO WS-ST-MONTH(WS-STATE-COUNT)
               MOVE WS-SS-YTD TO WS-ST-YTD(WS-STATE-COUNT)
               MOVE WS-SS-LY-MONTH TO WS-ST-LY-MONTH(WS-STATE-COUNT)
               MOVE WS-SS-LY-YTD TO WS-ST-LY-YTD(WS-STATE-COUNT)
            END-IF.

      *> Insert the customer among the top ones by this year's
      *> sales; an eleventh slot takes the push-down and drops off.
       RANK-ONE-CUSTOMER.
            IF SR-YTD NOT > 0
               EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO WS-TOP-SUB.
            PERFORM UNTIL WS-TOP-SUB > WS-TOP-COUNT
                  OR SR-YTD > WS-TOP-YTD(WS-TOP-SUB)
               ADD 1 TO WS-TOP-SUB
            END-PERFORM.
            IF WS-TOP-SUB > WS-TOP-MAX
               EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-TOP-SHIFT FROM WS-TOP-COUNT BY -1
                  UNTIL WS-TOP-SHIFT < WS-TOP-SUB
               MOVE WS-TOP-ENTRY(WS-TOP-SHIFT)
                  TO WS-TOP-ENTRY(WS-TOP-SHIFT + 1)
            END-PERFORM.
            MOVE SR-CUSTOMER TO WS-TOP-CUSTOMER(WS-TOP-SUB).
            MOVE SR-NAME TO WS-TOP-NAME(WS-TOP-SUB).
            MOVE SR-STATE TO WS-TOP-STATE(WS-TOP-SUB).
            MOVE SR-MONTH TO WS-TOP-MONTH(WS-TOP-SUB).
            MOVE SR-YTD TO WS-TOP-YTD(WS-TOP-SUB).
            MOVE SR-LY-MONTH TO WS-TOP-LY-MONTH(WS-TOP-SUB).
            MOVE SR-LY-YTD TO WS-TOP-LY-YTD(WS-TOP-SUB).
            IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
            END-IF.

       WRITE-SALES-LINE.
            MOVE WS-LINE-LABEL TO WS-SL-LABEL.
            MOVE WS-LF-MONTH TO WS-SL-MONTH.
            MOVE WS-LF-LY-MONTH TO WS-SL-LY-MONTH.
            MOVE WS-LF-YTD TO WS-SL-YTD.
            MOVE WS-LF-LY-YTD TO WS-SL-LY-YTD.
            MOVE WS-LF-MONTH TO WS-PCT-CURRENT.
            MOVE WS-LF-LY-MONTH TO WS-PCT-PRIOR.
            PERFORM FIGURE-PERCENT-CHANGE.
            MOVE WS-PCT-TEXT TO WS-SL-MONTH-PCT WS-PCT-MONTH-TEXT.
            MOVE WS-LF-YTD TO WS-PCT-CURRENT.
            MOVE WS-LF-LY-YTD TO WS-PCT-PRIOR.
            PERFORM FIGURE-PERCENT-CHANGE.
            MOVE WS-PCT-TEXT TO WS-SL-YTD-PCT WS-PCT-YTD-TEXT.
            WRITE SALES-REPORT-LINE FROM WS-SALES-LINE.

       FIGURE-PERCENT-CHANGE.
            IF WS-PCT-PRIOR = 0
               IF WS-PCT-CURRENT = 0
                  MOVE "      -" TO WS-PCT-TEXT
               ELSE
                  MOVE "    NEW" TO WS-PCT-TEXT
               END-IF
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PCT-VALUE ROUNDED =
               (WS-PCT-CURRENT - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
               ON SIZE ERROR
                  MOVE 9999.9 TO WS-PCT-VALUE
            END-COMPUTE.
            IF WS-PCT-VALUE > 9999.9
               MOVE 9999.9 TO WS-PCT-VALUE
            END-IF.
            MOVE WS-PCT-VALUE TO WS-PCT-EDIT.
            MOVE WS-PCT-EDIT TO WS-PCT-TEXT.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO SALES-REPORT-LINE.
            STRING "SALES ANALYSIS BY STATE AND CUSTOMER - MONTH "
               WS-THIS-MONTH " (LAST YEAR " WS-LAST-MONTH
               ") - EXCLUDES FINANCE CHARGES AND SALES TAX"
               DELIMITED BY SIZE INTO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            MOVE SPACES TO SALES-REPORT-LINE.
            STRING "  CUST    NAME                       THIS MONTH"
               "    LAST YR MONTH  CHG %       YEAR TO DATE"
               "      LAST YR YTD  CHG %"
               DELIMITED BY SIZE INTO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.

       WRITE-STATE-SUMMARY.
            MOVE SPACES TO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            MOVE SPACES TO SALES-REPORT-LINE.
            STRING "SALES BY STATE"
               DELIMITED BY SIZE INTO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                  UNTIL WS-STATE-SUB > WS-STATE-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               STRING "  " WS-ST-STATE(WS-STATE-SUB) "  "
                  WS-ST-CUSTOMERS(WS-STATE-SUB) " CUSTOMER(S)"
                  DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-ST-MONTH(WS-STATE-SUB) TO WS-LF-MONTH
               MOVE WS-ST-LY-MONTH(WS-STATE-SUB) TO WS-LF-LY-MONTH
               MOVE WS-ST-YTD(WS-STATE-SUB) TO WS-LF-YTD
               MOVE WS-ST-LY-YTD(WS-STATE-SUB) TO WS-LF-LY-YTD
               PERFORM WRITE-SALES-LINE
            END-PERFORM.

       WRITE-TOP-CUSTOMERS.
            MOVE SPACES TO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            MOVE SPACES TO SALES-REPORT-LINE.
            STRING "TOP " WS-TOP-MAX
               " CUSTOMERS BY YEAR-TO-DATE SALES"
               DELIMITED BY SIZE INTO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                  UNTIL WS-TOP-SUB > WS-TOP-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-TOP-SUB ". " WS-TOP-CUSTOMER(WS-TOP-SUB)
                  " " WS-TOP-STATE(WS-TOP-SUB) " "
                  WS-TOP-NAME(WS-TOP-SUB)
                  DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-TOP-MONTH(WS-TOP-SUB) TO WS-LF-MONTH
               MOVE WS-TOP-LY-MONTH(WS-TOP-SUB) TO WS-LF-LY-MONTH
               MOVE WS-TOP-YTD(WS-TOP-SUB) TO WS-LF-YTD
               MOVE WS-TOP-LY-YTD(WS-TOP-SUB) TO WS-LF-LY-YTD
               PERFORM WRITE-SALES-LINE
            END-PERFORM.

       WRITE-GRAND-TOTALS.
            MOVE SPACES TO SALES-REPORT-LINE.
            WRITE SALES-REPORT-LINE.
            MOVE "ALL STATES" TO WS-LINE-LABEL.
            MOVE WS-GS-MONTH TO WS-LF-MONTH.
            MOVE WS-GS-LY-MONTH TO WS-LF-LY-MONTH.
            MOVE WS-GS-YTD TO WS-LF-YTD.
            MOVE WS-GS-LY-YTD TO WS-LF-LY-YTD.
            PERFORM WRITE-SALES-LINE.
            IF WS-WANT-CSV
               MOVE "TOTAL" TO WS-CSV-TYPE
               MOVE SPACES TO WS-CURRENT-STATE WS-CSV-CUSTOMER
                  WS-CSV-NAME
               PERFORM WRITE-CSV-ROW
            END-IF.

       WRITE-CSV-HEADER.
            MOVE SPACES TO SALES-CSV-RECORD.
            STRING "TYPE,STATE,CUSTOMER,NAME,MONTH,LY-MONTH,"
               "MONTH-PCT,YTD,LY-YTD,YTD-PCT"
               DELIMITED BY SIZE INTO SALES-CSV-RECORD.
            WRITE SALES-CSV-RECORD.

      *> The figures just printed by WRITE-SALES-LINE go out as one
      *> row; the name travels quoted and NEW or a dash stands in
      *> for a percent with nothing last year.
       WRITE-CSV-ROW.
            MOVE WS-LF-MONTH TO WS-CSV-AMOUNT.
            MOVE WS-CSV-AMOUNT TO WS-CSV-MONTH.
            MOVE WS-LF-LY-MONTH TO WS-CSV-AMOUNT.
            MOVE WS-CSV-AMOUNT TO WS-CSV-LY-MONTH.
            MOVE WS-LF-YTD TO WS-CSV-AMOUNT.
            MOVE WS-CSV-AMOUNT TO WS-CSV-YTD.
            MOVE WS-LF-LY-YTD TO WS-CSV-AMOUNT.
            MOVE WS-CSV-AMOUNT TO WS-CSV-LY-YTD.
            MOVE SPACES TO SALES-CSV-RECORD.
            STRING
               FUNCTION TRIM(WS-CSV-TYPE TRAILING)
                  DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-STATE TRAILING)
                  DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CUSTOMER TRAILING)
                  DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-NAME TRAILING)
                  DELIMITED BY SIZE
               WS-QUOTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-MONTH) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-LY-MONTH) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-MONTH-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-YTD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-LY-YTD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-YTD-TEXT) DELIMITED BY SIZE
               INTO SALES-CSV-RECORD.
            WRITE SALES-CSV-RECORD.
            ADD 1 TO WS-CSV-COUNT.
       END PROGRAM SALES-ANALYSIS-REPORT.
