      *> Monthly ticket time billing: the service desk's billable
      *> hours on ticket-time.dat become invoices, so time worked
      *> stops being given away. Every billable entry not yet billed
      *> and worked on or before the bill-through date (blank means
      *> today) is sorted by the customer on its ticket, then ticket
      *> and work date. Each customer's time becomes one open
      *> invoice with a line per rate class - the class is a labour
      *> item on item-catalog.dat, so the line carries the catalog
      *> description, hourly rate, taxable flag and revenue account
      *> the way INVOICE-ENTRY prices a keyed line, with the hours
      *> on the detail listing rather than in the whole-unit
      *> quantity. Each entry is priced at hours times the rate,
      *> rounded to the cent, and the line is the sum of its
      *> entries. Sales tax is figured for the customer's state as
      *> INVOICE-ENTRY figures it, and the invoice must pass the
      *> same credit tests: billing hold, the customer's own limit,
      *> and the group's balance against the parent's limit. With no
      *> supervisor at the console to override, a customer failing
      *> one is skipped and listed; its time stays unbilled for the
      *> next run. Billed entries are stamped with the invoice
      *> number and run date. Invoices are numbered 7MMDDn from the
      *> run date, n taking the first free digit for the customer.
      *> ticket-time-detail.rpt lists each invoice's time by ticket
      *> to go out with the invoice; ticket-billing.rpt is the
      *> register of customers billed and skipped, with totals.
      *> A customer billed in a foreign currency is invoiced in it:
      *> each class's catalog rate is converted at the
      *> exchange-rate.dat rate in force on the run date before the
      *> time is priced, and the rate and base-currency total are
      *> stamped on the invoice. No rate on file skips the customer.
      *> The register's closing total is in base currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-TIME-BILLING-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL TICKET-TIME-FILE
               ASSIGN TO "ticket-time.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTE-KEY
               FILE STATUS IS WS-TIME-STATUS.
               SELECT OPTIONAL TICKET-FILE
               ASSIGN TO "service-tickets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUMBER
               FILE STATUS IS WS-TICKET-STATUS.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               SELECT OPTIONAL ITEM-CATALOG-FILE
               ASSIGN TO "item-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
               SELECT OPTIONAL SALES-TAX-RATE-FILE
               ASSIGN TO "sales-tax-rate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STX-STATE
               FILE STATUS IS WS-TAX-RATE-STATUS.
               SELECT BILLING-REGISTER-FILE
               ASSIGN TO "ticket-billing.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT DETAIL-LISTING-FILE
               ASSIGN TO "ticket-time-detail.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "ticket-billing.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-TIME-FILE.
           COPY TICKET-TIME-REC.
       FD  TICKET-FILE.
           COPY SERVICE-TICKET-REC.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  ITEM-CATALOG-FILE.
           COPY ITEM-CATALOG-REC.
       FD  SALES-TAX-RATE-FILE.
           COPY SALES-TAX-RATE-REC.
       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-LINE PIC X(100).
       FD  DETAIL-LISTING-FILE.
       01  DETAIL-LISTING-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-TIME-RECORD.
           05 SR-CUSTOMER     PIC X(6).
           05 SR-TICKET       PIC 9(6).
           05 SR-WORK-DATE    PIC 9(8).
           05 SR-SEQ          PIC 9(4).
           05 SR-EMPLOYEE     PIC X(6).
           05 SR-HOURS        PIC 9(3)V99.
           05 SR-RATE-CLASS   PIC X(8).
           05 SR-SUMMARY      PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-TIME-STATUS PIC XX VALUE "00".
       01 WS-TICKET-STATUS PIC XX VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-ITEM-STATUS PIC XX VALUE "00".
       01 WS-TAX-RATE-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-DETAIL-STATUS PIC XX VALUE "00".
       01 WS-INPUT-EOF-SWITCH PIC X VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-INV-EOF-SWITCH PIC X VALUE "N".
           88 WS-INV-EOF VALUE "Y".
       01 WS-CUST-EOF-SWITCH PIC X VALUE "N".
           88 WS-CUST-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05 WS-RD-YEAR  PIC 9(4).
           05 WS-RD-MONTH PIC 9(2).
           05 WS-RD-DAY   PIC 9(2).
       01 WS-THROUGH-INPUT PIC X(8) VALUE SPACES.
       01 WS-THROUGH-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-LAST-TICKET PIC 9(6) VALUE ZERO.
       01 WS-TICKET-FOUND-FLAG PIC X VALUE "N".
           88 WS-TICKET-FOUND VALUE "Y".
       01 WS-CURRENT-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-CUSTOMER-NAME PIC X(46) VALUE SPACES.
      *> One customer's time as returned from the sort. Entries
      *> past the table's end stay unbilled and come through on the
      *> next run.
       01 WS-ENTRY-MAX PIC 9(4) VALUE 300.
       01 WS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-SUB PIC 9(4) VALUE ZERO.
       01 WS-HELD-BACK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CUST-HELD-BACK PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-TABLE.
           05 WS-EN-ENTRY OCCURS 300 TIMES.
              10 WS-EN-TICKET     PIC 9(6).
              10 WS-EN-SEQ        PIC 9(4).
              10 WS-EN-WORK-DATE  PIC 9(8).
              10 WS-EN-EMPLOYEE   PIC X(6).
              10 WS-EN-HOURS      PIC 9(3)V99.
              10 WS-EN-RATE-CLASS PIC X(8).
              10 WS-EN-SUMMARY    PIC X(60).
              10 WS-EN-RATE       PIC 9(5)V99 COMP-3.
              10 WS-EN-AMOUNT     PIC 9(7)V99 COMP-3.
      *> The invoice's lines: one per rate class, five at most as
      *> the invoice layout allows.
       01 WS-CLASS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CLASS-SUB PIC 9(2) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 5 TIMES.
              10 WS-CL-RATE-CLASS  PIC X(8).
              10 WS-CL-DESCRIPTION PIC X(30).
              10 WS-CL-RATE        PIC 9(5)V99 COMP-3.
              10 WS-CL-TAXABLE     PIC X.
              10 WS-CL-ACCOUNT     PIC X(8).
              10 WS-CL-HOURS       PIC 9(5)V99 COMP-3.
              10 WS-CL-AMOUNT      PIC 9(9)V99 COMP-3.
       01 WS-CLASS-FOUND-FLAG PIC X VALUE "N".
           88 WS-CLASS-FOUND VALUE "Y".
      *> Why the customer was not billed; spaces while it still can
      *> be.
       01 WS-SKIP-REASON PIC X(40) VALUE SPACES.
       01 WS-INVOICE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-NUMBER-GROUP REDEFINES WS-INVOICE-NUMBER.
           05 WS-IN-SEVEN PIC 9(1).
           05 WS-IN-MONTH PIC 9(2).
           05 WS-IN-DAY   PIC 9(2).
           05 WS-IN-SEQ   PIC 9(1).
       01 WS-WRITTEN-FLAG PIC X VALUE "N".
           88 WS-WRITTEN VALUE "Y".
       01 WS-NUMBERS-LEFT-FLAG PIC X VALUE "Y".
           88 WS-NUMBERS-LEFT VALUE "Y".
       01 WS-TIME-CHARGES PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-INVOICE-HOURS PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-INVOICE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TAXABLE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-AMOUNT PIC 9(5)V99 VALUE ZEROS.
       01 WS-TAX-RATE PIC 99V999 VALUE ZEROS.
       01 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
       01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BASE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-OPEN-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-BALANCE-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-HELD-INVOICE PIC X(400) VALUE SPACES.
       01 WS-GROUP-PARENT PIC X(6) VALUE SPACES.
       01 WS-GROUP-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-MEMBERS PIC 9(6) VALUE ZERO.
       01 WS-PARENT-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROS.
       01 WS-PARENT-HOLD-FLAG PIC X VALUE SPACE.
           88 WS-PARENT-ON-HOLD VALUE "H".
       01 WS-PARENT-FOUND-FLAG PIC X VALUE "N".
           88 WS-PARENT-FOUND VALUE "Y".
       01 WS-DETAIL-TICKET PIC 9(6) VALUE ZERO.
       01 WS-TICKET-HOURS PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-TICKET-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-TICKET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BILLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ENTRIES-BILLED PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-HOURS PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-BILLED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HOURS-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-REGISTER-DETAIL.
           05 WS-RG-CUSTOMER PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-RG-ACTION   PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-RG-INVOICE  PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-RG-HOURS    PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-RG-AMOUNT   PIC $$$,$$9.99-.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-RG-CURRENCY PIC X(3).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-RG-NOTE     PIC X(40).
       01 WS-TIME-LINE.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-TL-DATE     PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-TL-EMPLOYEE PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-TL-CLASS    PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-TL-HOURS    PIC ZZ9.99.
           05 FILLER         PIC X(3) VALUE " @ ".
           05 WS-TL-RATE     PIC ZZ,ZZZ.ZZ.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-TL-AMOUNT   PIC $,$$$,$$9.99-.
       01 WS-SUBTOTAL-LINE.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-ST-LABEL    PIC X(26).
           05 WS-ST-HOURS    PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(13) VALUE SPACES.
           05 WS-ST-AMOUNT   PIC $,$$$,$$9.99-.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Bill time worked through (YYYYMMDD, blank = "
               "today):".
            ACCEPT WS-THROUGH-INPUT.
            IF WS-THROUGH-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-THROUGH-DATE
            ELSE
               CALL "DATE-VALIDATE" USING WS-THROUGH-INPUT
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "Invalid bill-through date "
                     WS-THROUGH-INPUT "."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-THROUGH-INPUT TO WS-THROUGH-DATE
            END-IF.
            OPEN I-O TICKET-TIME-FILE.
            IF WS-TIME-STATUS NOT = "00" AND WS-TIME-STATUS
                  NOT = "05"
               DISPLAY "Unable to open ticket-time.dat, status "
                  WS-TIME-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT TICKET-FILE.
            IF WS-TICKET-STATUS NOT = "00" AND WS-TICKET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open service-tickets.dat, status "
                  WS-TICKET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O INVOICE-FILE.
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
            OPEN INPUT ITEM-CATALOG-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open item-catalog.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT SALES-TAX-RATE-FILE.
            IF WS-TAX-RATE-STATUS NOT = "00" AND WS-TAX-RATE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open sales-tax-rate.dat, status "
                  WS-TAX-RATE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT BILLING-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open ticket-billing.rpt, status "
                  WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT DETAIL-LISTING-FILE.
            IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "Unable to open ticket-time-detail.rpt, "
                  "status " WS-DETAIL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-CUSTOMER SR-TICKET
                     SR-WORK-DATE SR-SEQ
                  INPUT PROCEDURE IS RELEASE-UNBILLED-TIME
                  OUTPUT PROCEDURE IS BILL-TIME-BY-CUSTOMER
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE TICKET-TIME-FILE TICKET-FILE.
            CLOSE INVOICE-FILE CUSTOMER-FILE.
            CLOSE ITEM-CATALOG-FILE SALES-TAX-RATE-FILE.
            CLOSE BILLING-REGISTER-FILE DETAIL-LISTING-FILE.
            DISPLAY "Time entries to bill: " WS-RELEASED-COUNT.
            DISPLAY "Customers billed    : " WS-BILLED-COUNT.
            DISPLAY "Customers skipped   : " WS-SKIPPED-COUNT.
            DISPLAY "Entries billed      : " WS-ENTRIES-BILLED.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0 OR WS-HELD-BACK-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *> Input side of the sort: billable, unbilled time worked by
      *> the bill-through date, tagged with the customer and summary
      *> of its ticket. Time on a ticket no longer on file cannot be
      *> billed to anyone and is reported.
       RELEASE-UNBILLED-TIME.
            MOVE "N" TO WS-INPUT-EOF-SWITCH.
            MOVE ZEROS TO TTE-KEY.
            START TICKET-TIME-FILE KEY NOT < TTE-KEY
               INVALID KEY SET WS-INPUT-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-TIME-ENTRY.
            PERFORM UNTIL WS-INPUT-EOF
               IF TTE-BILLABLE AND TTE-UNBILLED AND
                     TTE-WORK-DATE NOT > WS-THROUGH-DATE
                  PERFORM RELEASE-ONE-ENTRY
               END-IF
               PERFORM READ-NEXT-TIME-ENTRY
            END-PERFORM.

       READ-NEXT-TIME-ENTRY.
            READ TICKET-TIME-FILE NEXT
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

       RELEASE-ONE-ENTRY.
            IF TTE-TICKET-NUMBER NOT = WS-LAST-TICKET
               MOVE TTE-TICKET-NUMBER TO WS-LAST-TICKET TKT-NUMBER
               MOVE "Y" TO WS-TICKET-FOUND-FLAG
               READ TICKET-FILE
                  INVALID KEY
                     MOVE "N" TO WS-TICKET-FOUND-FLAG
               END-READ
            END-IF.
            IF NOT WS-TICKET-FOUND
               ADD 1 TO WS-NO-TICKET-COUNT
               DISPLAY "Time entry " TTE-TICKET-NUMBER "/" TTE-SEQ
                  " - ticket not on file, not billed."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE TKT-CUSTOMER-NUMBER TO SR-CUSTOMER.
            MOVE TTE-TICKET-NUMBER TO SR-TICKET.
            MOVE TTE-WORK-DATE TO SR-WORK-DATE.
            MOVE TTE-SEQ TO SR-SEQ.
            MOVE TTE-EMPLOYEE-ID TO SR-EMPLOYEE.
            MOVE TTE-HOURS TO SR-HOURS.
            MOVE TTE-RATE-CLASS TO SR-RATE-CLASS.
            MOVE TKT-SUMMARY TO SR-SUMMARY.
            RELEASE SORT-TIME-RECORD.
            ADD 1 TO WS-RELEASED-COUNT.

      *> Output side: the entries are gathered a customer at a time
      *> and billed at each change of customer.
       BILL-TIME-BY-CUSTOMER.
            MOVE "N" TO WS-SORT-EOF-SWITCH.
            MOVE SPACES TO WS-CURRENT-CUSTOMER.
            MOVE ZERO TO WS-ENTRY-COUNT.
            PERFORM RETURN-NEXT-ENTRY.
            PERFORM UNTIL WS-SORT-EOF
               IF SR-CUSTOMER NOT = WS-CURRENT-CUSTOMER
                  IF WS-CURRENT-CUSTOMER NOT = SPACES
                     PERFORM BILL-ONE-CUSTOMER
                  END-IF
                  MOVE SR-CUSTOMER TO WS-CURRENT-CUSTOMER
                  MOVE ZERO TO WS-ENTRY-COUNT WS-CUST-HELD-BACK
                  MOVE ZEROS TO WS-INVOICE-HOURS
               END-IF
               PERFORM KEEP-ONE-ENTRY
               PERFORM RETURN-NEXT-ENTRY
            END-PERFORM.
            IF WS-CURRENT-CUSTOMER NOT = SPACES
               PERFORM BILL-ONE-CUSTOMER
            END-IF.

       RETURN-NEXT-ENTRY.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       KEEP-ONE-ENTRY.
            IF WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
               ADD 1 TO WS-HELD-BACK-COUNT WS-CUST-HELD-BACK
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ENTRY-COUNT.
            MOVE SR-TICKET TO WS-EN-TICKET(WS-ENTRY-COUNT).
            MOVE SR-SEQ TO WS-EN-SEQ(WS-ENTRY-COUNT).
            MOVE SR-WORK-DATE TO WS-EN-WORK-DATE(WS-ENTRY-COUNT).
            MOVE SR-EMPLOYEE TO WS-EN-EMPLOYEE(WS-ENTRY-COUNT).
            MOVE SR-HOURS TO WS-EN-HOURS(WS-ENTRY-COUNT).
            MOVE SR-RATE-CLASS TO WS-EN-RATE-CLASS(WS-ENTRY-COUNT).
            MOVE SR-SUMMARY TO WS-EN-SUMMARY(WS-ENTRY-COUNT).
            MOVE ZEROS TO WS-EN-RATE(WS-ENTRY-COUNT)
               WS-EN-AMOUNT(WS-ENTRY-COUNT).
            ADD SR-HOURS TO WS-INVOICE-HOURS.

       BILL-ONE-CUSTOMER.
            MOVE SPACES TO WS-SKIP-REASON.
            MOVE ZEROS TO WS-INVOICE-TOTAL WS-TAX-AMOUNT
               WS-TIME-CHARGES.
            PERFORM LOOK-UP-CUSTOMER-RATE.
            IF WS-SKIP-REASON = SPACES
               PERFORM PRICE-CUSTOMER-TIME
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM BUILD-TIME-INVOICE
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM CHECK-CREDIT-LIMIT
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM CHECK-GROUP-CREDIT
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-TIME-INVOICE
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM MARK-ENTRIES-BILLED
               PERFORM WRITE-DETAIL-LISTING
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-BASE-TOTAL TO WS-TOTAL-BILLED
               ADD WS-INVOICE-HOURS TO WS-TOTAL-HOURS
               MOVE "BILLED" TO WS-RG-ACTION
               MOVE WS-INVOICE-NUMBER TO WS-RG-INVOICE
               MOVE SPACES TO WS-RG-NOTE
               IF WS-CUST-HELD-BACK > 0
                  MOVE "MORE TIME WAITING - BILLS NEXT RUN"
                     TO WS-RG-NOTE
               END-IF
            ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-RG-ACTION
               MOVE SPACES TO WS-RG-INVOICE
               MOVE WS-SKIP-REASON TO WS-RG-NOTE
            END-IF.
            PERFORM WRITE-REGISTER-DETAIL.

      *> The customer's currency and the run-date rate, wanted
      *> before any class is priced.
       LOOK-UP-CUSTOMER-RATE.
            MOVE SPACES TO WS-CURRENCY-CODE.
            MOVE WS-CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "CUSTOMER NOT ON FILE" TO WS-SKIP-REASON
                  EXIT PARAGRAPH
            END-READ.
            MOVE CUSTOMER-CURRENCY-CODE TO WS-CURRENCY-CODE.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-CURRENCY-CODE
               WS-RUN-DATE WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               MOVE "NO EXCHANGE RATE ON FILE" TO WS-SKIP-REASON
            END-IF.

      *> Each entry at its class's catalog rate; the classes become
      *> the invoice lines.
       PRICE-CUSTOMER-TIME.
            MOVE ZERO TO WS-CLASS-COUNT.
            INITIALIZE WS-CLASS-TABLE.
            PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                  UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                  OR WS-SKIP-REASON NOT = SPACES
               PERFORM PRICE-ONE-ENTRY
            END-PERFORM.
            PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                  UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               IF WS-CL-AMOUNT(WS-CLASS-SUB) > 99999.99
                  MOVE "LINE OVER 99,999.99" TO WS-SKIP-REASON
               END-IF
            END-PERFORM.

       PRICE-ONE-ENTRY.
            MOVE "N" TO WS-CLASS-FOUND-FLAG.
            PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                  UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                  OR WS-CLASS-FOUND
               IF WS-CL-RATE-CLASS(WS-CLASS-SUB) =
                     WS-EN-RATE-CLASS(WS-ENTRY-SUB)
                  SET WS-CLASS-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF WS-CLASS-FOUND
               SUBTRACT 1 FROM WS-CLASS-SUB
            ELSE
               PERFORM ADD-RATE-CLASS
               IF WS-SKIP-REASON NOT = SPACES
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE WS-CL-RATE(WS-CLASS-SUB) TO WS-EN-RATE(WS-ENTRY-SUB).
            COMPUTE WS-EN-AMOUNT(WS-ENTRY-SUB) ROUNDED =
               WS-EN-HOURS(WS-ENTRY-SUB) * WS-CL-RATE(WS-CLASS-SUB).
            ADD WS-EN-HOURS(WS-ENTRY-SUB) TO WS-CL-HOURS(WS-CLASS-SUB).
            ADD WS-EN-AMOUNT(WS-ENTRY-SUB)
               TO WS-CL-AMOUNT(WS-CLASS-SUB).

       ADD-RATE-CLASS.
            IF WS-CLASS-COUNT = 5
               MOVE "MORE THAN 5 RATE CLASSES" TO WS-SKIP-REASON
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-EN-RATE-CLASS(WS-ENTRY-SUB) TO ITM-ITEM-CODE.
            READ ITEM-CATALOG-FILE
               INVALID KEY
                  STRING "RATE CLASS " ITM-ITEM-CODE " NOT ON CATALOG"
                     DELIMITED BY SIZE INTO WS-SKIP-REASON
                  EXIT PARAGRAPH
            END-READ.
            ADD 1 TO WS-CLASS-COUNT.
            MOVE WS-CLASS-COUNT TO WS-CLASS-SUB.
            MOVE ITM-ITEM-CODE TO WS-CL-RATE-CLASS(WS-CLASS-SUB).
            MOVE ITM-DESCRIPTION TO WS-CL-DESCRIPTION(WS-CLASS-SUB).
            COMPUTE WS-CL-RATE(WS-CLASS-SUB) ROUNDED =
               ITM-UNIT-PRICE / WS-EXCHANGE-RATE
               ON SIZE ERROR
                  MOVE "CONVERTED RATE OVER 99,999.99"
                     TO WS-SKIP-REASON
            END-COMPUTE.
            MOVE ITM-TAXABLE-FLAG TO WS-CL-TAXABLE(WS-CLASS-SUB).
            MOVE ITM-REVENUE-ACCOUNT TO WS-CL-ACCOUNT(WS-CLASS-SUB).
            MOVE ZEROS TO WS-CL-HOURS(WS-CLASS-SUB)
               WS-CL-AMOUNT(WS-CLASS-SUB).

      *> The invoice is built in the FD record area; the customer
      *> read leaves the hold byte, limit and state in hand for the
      *> credit and tax tests.
       BUILD-TIME-INVOICE.
            MOVE WS-CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "CUSTOMER NOT ON FILE" TO WS-SKIP-REASON
                  EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO WS-CUSTOMER-NAME.
            STRING NameValue " " FirstLastname
               DELIMITED BY SIZE INTO WS-CUSTOMER-NAME.
            MOVE SPACES TO INVOICE-RECORD.
            INITIALIZE INV-ITEM-LINE(1) INV-ITEM-LINE(2)
               INV-ITEM-LINE(3) INV-ITEM-LINE(4) INV-ITEM-LINE(5).
            MOVE ZEROS TO INV-LINE-AMOUNT(1) INV-LINE-AMOUNT(2)
               INV-LINE-AMOUNT(3) INV-LINE-AMOUNT(4)
               INV-LINE-AMOUNT(5).
            MOVE ZEROS TO WS-TAXABLE-TOTAL.
            MOVE WS-CLASS-COUNT TO INV-LINE-COUNT.
            PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                  UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               PERFORM BUILD-ONE-LINE
            END-PERFORM.
            MOVE WS-INVOICE-TOTAL TO WS-TIME-CHARGES.
            PERFORM FIGURE-SALES-TAX.

       BUILD-ONE-LINE.
            MOVE WS-CL-AMOUNT(WS-CLASS-SUB)
               TO INV-LINE-AMOUNT(WS-CLASS-SUB).
            MOVE WS-CL-RATE-CLASS(WS-CLASS-SUB)
               TO INV-LINE-ITEM-CODE(WS-CLASS-SUB).
            MOVE WS-CL-DESCRIPTION(WS-CLASS-SUB)
               TO INV-LINE-DESCRIPTION(WS-CLASS-SUB).
            MOVE ZERO TO INV-LINE-QUANTITY(WS-CLASS-SUB).
            MOVE WS-CL-RATE(WS-CLASS-SUB)
               TO INV-LINE-UNIT-PRICE(WS-CLASS-SUB).
            MOVE WS-CL-TAXABLE(WS-CLASS-SUB)
               TO INV-LINE-TAXABLE(WS-CLASS-SUB).
            MOVE WS-CL-ACCOUNT(WS-CLASS-SUB)
               TO INV-LINE-REVENUE-ACCOUNT(WS-CLASS-SUB).
            ADD WS-CL-AMOUNT(WS-CLASS-SUB) TO WS-INVOICE-TOTAL.
            IF WS-CL-TAXABLE(WS-CLASS-SUB) = "Y"
               ADD WS-CL-AMOUNT(WS-CLASS-SUB) TO WS-TAXABLE-TOTAL
            END-IF.

       FIGURE-SALES-TAX.
            MOVE ZEROS TO WS-TAX-RATE WS-TAX-AMOUNT.
            MOVE StateValue TO INV-TAX-STATE.
            IF WS-TAXABLE-TOTAL > 0
               MOVE StateValue TO STX-STATE
               READ SALES-TAX-RATE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE STX-RATE-PERCENT TO WS-TAX-RATE
                     COMPUTE WS-TAX-AMOUNT ROUNDED =
                        WS-TAXABLE-TOTAL * WS-TAX-RATE / 100
               END-READ
            END-IF.
            MOVE WS-TAX-RATE TO INV-TAX-RATE.
            MOVE WS-TAX-AMOUNT TO INV-TAX-AMOUNT.
            ADD WS-TAX-AMOUNT TO WS-INVOICE-TOTAL.

      *> The hold and limit tests INVOICE-ENTRY applies. A zero
      *> limit means no limit is set.
       CHECK-CREDIT-LIMIT.
            IF CUSTOMER-ON-HOLD
               MOVE "CUSTOMER ON BILLING HOLD" TO WS-SKIP-REASON
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-CURRENT-CUSTOMER TO WS-BALANCE-CUSTOMER.
            PERFORM SUM-OPEN-BALANCE.
            IF CUSTOMER-CREDIT-LIMIT IS NUMERIC AND
                  CUSTOMER-CREDIT-LIMIT > 0 AND
                  WS-OPEN-BALANCE + WS-INVOICE-TOTAL >
                  CUSTOMER-CREDIT-LIMIT
               MOVE "WOULD PASS CREDIT LIMIT" TO WS-SKIP-REASON
            END-IF.

      *> The group test INVOICE-ENTRY applies to an account
      *> hierarchy: the parent and every branch naming it, their
      *> open balances against the parent's limit, and the parent's
      *> hold byte. A group of one has nothing more to test.
       CHECK-GROUP-CREDIT.
            IF CUSTOMER-NO-PARENT
               MOVE WS-CURRENT-CUSTOMER TO WS-GROUP-PARENT
            ELSE
               MOVE CUSTOMER-PARENT-NUMBER TO WS-GROUP-PARENT
            END-IF.
            MOVE ZEROS TO WS-GROUP-BALANCE WS-PARENT-CREDIT-LIMIT.
            MOVE ZERO TO WS-GROUP-MEMBERS.
            MOVE SPACE TO WS-PARENT-HOLD-FLAG.
            MOVE "N" TO WS-PARENT-FOUND-FLAG WS-CUST-EOF-SWITCH.
            MOVE LOW-VALUES TO CUSTOMER-NUMBER.
            START CUSTOMER-FILE KEY NOT < CUSTOMER-NUMBER
               INVALID KEY SET WS-CUST-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-GROUP-CUSTOMER.
            PERFORM UNTIL WS-CUST-EOF
               IF CUSTOMER-NUMBER = WS-GROUP-PARENT OR
                     CUSTOMER-PARENT-NUMBER = WS-GROUP-PARENT
                  PERFORM ADD-GROUP-MEMBER
               END-IF
               PERFORM READ-NEXT-GROUP-CUSTOMER
            END-PERFORM.
            IF WS-GROUP-MEMBERS < 2 OR NOT WS-PARENT-FOUND
               EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
               WHEN WS-PARENT-ON-HOLD
                  MOVE "PARENT ON BILLING HOLD" TO WS-SKIP-REASON
               WHEN WS-PARENT-CREDIT-LIMIT > 0 AND
                     WS-GROUP-BALANCE + WS-INVOICE-TOTAL >
                     WS-PARENT-CREDIT-LIMIT
                  MOVE "WOULD PASS PARENT'S GROUP LIMIT"
                     TO WS-SKIP-REASON
            END-EVALUATE.

       ADD-GROUP-MEMBER.
            ADD 1 TO WS-GROUP-MEMBERS.
            MOVE CUSTOMER-NUMBER TO WS-BALANCE-CUSTOMER.
            PERFORM SUM-OPEN-BALANCE.
            ADD WS-OPEN-BALANCE TO WS-GROUP-BALANCE.
            IF CUSTOMER-NUMBER = WS-GROUP-PARENT
               SET WS-PARENT-FOUND TO TRUE
               MOVE CUSTOMER-HOLD-FLAG TO WS-PARENT-HOLD-FLAG
               IF CUSTOMER-CREDIT-LIMIT IS NUMERIC
                  MOVE CUSTOMER-CREDIT-LIMIT TO WS-PARENT-CREDIT-LIMIT
               END-IF
            END-IF.

       READ-NEXT-GROUP-CUSTOMER.
            READ CUSTOMER-FILE NEXT
               AT END SET WS-CUST-EOF TO TRUE
            END-READ.

      *> The walk reuses the invoice record area, so the invoice
      *> being built is saved around it.
       SUM-OPEN-BALANCE.
            MOVE INVOICE-RECORD TO WS-HELD-INVOICE.
            MOVE ZEROS TO WS-OPEN-BALANCE.
            MOVE "N" TO WS-INV-EOF-SWITCH.
            MOVE SPACES TO INV-KEY.
            MOVE WS-BALANCE-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE ZEROS TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-INV-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-OPEN-INVOICE.
            PERFORM UNTIL WS-INV-EOF OR
                  INV-CUSTOMER-NUMBER NOT = WS-BALANCE-CUSTOMER
               IF INV-OPEN AND INV-BALANCE > 0
                  ADD INV-BALANCE TO WS-OPEN-BALANCE
               END-IF
               PERFORM READ-NEXT-OPEN-INVOICE
            END-PERFORM.
            MOVE WS-HELD-INVOICE TO INVOICE-RECORD.

       READ-NEXT-OPEN-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-INV-EOF TO TRUE
            END-READ.

      *> 7MMDD0 first; a key already taken (a keyed invoice, or a
      *> rerun the same day) moves on to the next digit.
       WRITE-TIME-INVOICE.
            MOVE 7 TO WS-IN-SEVEN.
            MOVE WS-RD-MONTH TO WS-IN-MONTH.
            MOVE WS-RD-DAY TO WS-IN-DAY.
            MOVE 0 TO WS-IN-SEQ.
            MOVE "N" TO WS-WRITTEN-FLAG.
            MOVE "Y" TO WS-NUMBERS-LEFT-FLAG.
            MOVE WS-CURRENT-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE WS-RUN-DATE TO INV-DATE.
            MOVE WS-INVOICE-TOTAL TO INV-TOTAL INV-BALANCE.
            MOVE "O" TO INV-STATUS.
            MOVE "T" TO INV-SOURCE.
            MOVE "N" TO INV-JOURNAL-FLAG.
            MOVE ZEROS TO INV-PAID-DATE.
            COMPUTE WS-BASE-TOTAL ROUNDED =
               WS-INVOICE-TOTAL * WS-EXCHANGE-RATE.
            MOVE WS-CURRENCY-CODE TO INV-CURRENCY-CODE.
            MOVE WS-EXCHANGE-RATE TO INV-EXCHANGE-RATE.
            MOVE WS-BASE-TOTAL TO INV-BASE-TOTAL.
            PERFORM TRY-ONE-INVOICE-NUMBER
               UNTIL WS-WRITTEN OR NOT WS-NUMBERS-LEFT.
            IF NOT WS-WRITTEN
               MOVE "NO FREE INVOICE NUMBER TODAY" TO WS-SKIP-REASON
            END-IF.

       TRY-ONE-INVOICE-NUMBER.
            MOVE WS-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            WRITE INVOICE-RECORD
               INVALID KEY
                  IF WS-IN-SEQ = 9
                     MOVE "N" TO WS-NUMBERS-LEFT-FLAG
                  ELSE
                     ADD 1 TO WS-IN-SEQ
                  END-IF
               NOT INVALID KEY
                  SET WS-WRITTEN TO TRUE
            END-WRITE.

       MARK-ENTRIES-BILLED.
            PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                  UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               MOVE WS-EN-TICKET(WS-ENTRY-SUB) TO TTE-TICKET-NUMBER
               MOVE WS-EN-SEQ(WS-ENTRY-SUB) TO TTE-SEQ
               READ TICKET-TIME-FILE
                  INVALID KEY
                     DISPLAY "Time entry " TTE-TICKET-NUMBER "/"
                        TTE-SEQ " not re-read, status "
                        WS-TIME-STATUS
                     SET WS-HAD-ISSUE TO TRUE
                  NOT INVALID KEY
                     PERFORM STAMP-ONE-ENTRY
               END-READ
            END-PERFORM.

       STAMP-ONE-ENTRY.
            MOVE "B" TO TTE-BILLED-FLAG.
            MOVE WS-INVOICE-NUMBER TO TTE-INVOICE-NUMBER.
            MOVE WS-RUN-DATE TO TTE-BILLED-DATE.
            REWRITE TICKET-TIME-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark time entry "
                     TTE-TICKET-NUMBER "/" TTE-SEQ ", status "
                     WS-TIME-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-ENTRIES-BILLED
            END-REWRITE.

      *> The listing that goes out with the invoice: the time by
      *> ticket in work-date order with a subtotal per ticket, then
      *> the invoice's time charges, tax and total.
       WRITE-DETAIL-LISTING.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            STRING "TICKET TIME DETAIL - INVOICE " WS-INVOICE-NUMBER
               " DATED " WS-RUN-DATE
               DELIMITED BY SIZE INTO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            STRING "CUSTOMER " WS-CURRENT-CUSTOMER " "
               WS-CUSTOMER-NAME
               DELIMITED BY SIZE INTO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            STRING "    WORKED    EMPLOYEE RATE CLS    HOURS"
               "       RATE           AMOUNT"
               DELIMITED BY SIZE INTO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.
            MOVE ZERO TO WS-DETAIL-TICKET.
            PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                  UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-EN-TICKET(WS-ENTRY-SUB) NOT = WS-DETAIL-TICKET
                  IF WS-DETAIL-TICKET NOT = ZERO
                     PERFORM WRITE-TICKET-SUBTOTAL
                  END-IF
                  PERFORM WRITE-TICKET-HEADING
               END-IF
               PERFORM WRITE-TIME-LINE
            END-PERFORM.
            IF WS-DETAIL-TICKET NOT = ZERO
               PERFORM WRITE-TICKET-SUBTOTAL
            END-IF.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.
            MOVE "TIME CHARGES" TO WS-ST-LABEL.
            MOVE WS-INVOICE-HOURS TO WS-ST-HOURS.
            MOVE WS-TIME-CHARGES TO WS-ST-AMOUNT.
            WRITE DETAIL-LISTING-LINE FROM WS-SUBTOTAL-LINE.
            IF WS-TAX-AMOUNT > 0
               MOVE WS-TAX-AMOUNT TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO DETAIL-LISTING-LINE
               STRING "    SALES TAX " INV-TAX-STATE
                  "                              "
                  WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO DETAIL-LISTING-LINE
               WRITE DETAIL-LISTING-LINE
            END-IF.
            MOVE WS-INVOICE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            STRING "    INVOICE TOTAL                            "
               WS-TOTAL-MONEY-EDIT " " WS-CURRENCY-CODE
               DELIMITED BY SIZE INTO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.

       WRITE-TICKET-HEADING.
            MOVE WS-EN-TICKET(WS-ENTRY-SUB) TO WS-DETAIL-TICKET.
            MOVE ZEROS TO WS-TICKET-HOURS WS-TICKET-AMOUNT.
            MOVE SPACES TO DETAIL-LISTING-LINE.
            STRING "  TICKET " WS-DETAIL-TICKET " "
               WS-EN-SUMMARY(WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO DETAIL-LISTING-LINE.
            WRITE DETAIL-LISTING-LINE.

       WRITE-TIME-LINE.
            MOVE WS-EN-WORK-DATE(WS-ENTRY-SUB) TO WS-TL-DATE.
            MOVE WS-EN-EMPLOYEE(WS-ENTRY-SUB) TO WS-TL-EMPLOYEE.
            MOVE WS-EN-RATE-CLASS(WS-ENTRY-SUB) TO WS-TL-CLASS.
            MOVE WS-EN-HOURS(WS-ENTRY-SUB) TO WS-TL-HOURS.
            MOVE WS-EN-RATE(WS-ENTRY-SUB) TO WS-TL-RATE.
            MOVE WS-EN-AMOUNT(WS-ENTRY-SUB) TO WS-TL-AMOUNT.
            WRITE DETAIL-LISTING-LINE FROM WS-TIME-LINE.
            ADD WS-EN-HOURS(WS-ENTRY-SUB) TO WS-TICKET-HOURS.
            ADD WS-EN-AMOUNT(WS-ENTRY-SUB) TO WS-TICKET-AMOUNT.

       WRITE-TICKET-SUBTOTAL.
            MOVE SPACES TO WS-ST-LABEL.
            STRING "TICKET " WS-DETAIL-TICKET " SUBTOTAL"
               DELIMITED BY SIZE INTO WS-ST-LABEL.
            MOVE WS-TICKET-HOURS TO WS-ST-HOURS.
            MOVE WS-TICKET-AMOUNT TO WS-ST-AMOUNT.
            WRITE DETAIL-LISTING-LINE FROM WS-SUBTOTAL-LINE.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "TICKET TIME BILLING REGISTER " WS-RUN-DATE
               " - TIME THROUGH " WS-THROUGH-DATE
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "CUST    ACTION    INVOICE      HOURS       AMOUNT"
               " CUR  NOTE"
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
            MOVE WS-CURRENT-CUSTOMER TO WS-RG-CUSTOMER.
            MOVE WS-INVOICE-HOURS TO WS-RG-HOURS.
            MOVE WS-INVOICE-TOTAL TO WS-RG-AMOUNT.
            MOVE WS-CURRENCY-CODE TO WS-RG-CURRENCY.
            WRITE BILLING-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "CUSTOMERS BILLED " WS-BILLED-COUNT
               "  SKIPPED " WS-SKIPPED-COUNT
               "  ENTRIES BILLED " WS-ENTRIES-BILLED
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE WS-TOTAL-HOURS TO WS-HOURS-EDIT.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "TOTAL HOURS      " WS-HOURS-EDIT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE WS-TOTAL-BILLED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "TOTAL BILLED     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            IF WS-NO-TICKET-COUNT > 0 OR WS-HELD-BACK-COUNT > 0
               MOVE SPACES TO BILLING-REGISTER-LINE
               STRING "ENTRIES ON NO TICKET " WS-NO-TICKET-COUNT
                  "  HELD FOR NEXT RUN " WS-HELD-BACK-COUNT
                  DELIMITED BY SIZE INTO BILLING-REGISTER-LINE
               WRITE BILLING-REGISTER-LINE
            END-IF.
       END PROGRAM TICKET-TIME-BILLING-RUN.
