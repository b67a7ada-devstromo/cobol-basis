      *> Recurring contract billing: walks contract.dat and turns
      *> every active contract whose next bill date has come into an
      *> open invoice, so the clerks stop rekeying the same monthly
      *> amounts through INVOICE-ENTRY. Item lines are priced from
      *> item-catalog.dat at today's price and carry the catalog
      *> description, taxable flag and revenue account; fixed-amount
      *> lines carry the contract description. Sales tax is figured
      *> from sales-tax-rate.dat for the customer's state the way
      *> INVOICE-ENTRY figures it. The invoice goes through the same
      *> tests INVOICE-ENTRY applies: a customer on billing hold, or
      *> one the invoice would push past its credit limit, is
      *> skipped, and so is a branch or parent account whose parent
      *> is on hold or whose group's open balance the invoice would
      *> push past the parent's limit - there is no supervisor at
      *> the console to override, so the register lists it for the
      *> billing clerk to key by hand. A billed contract's next bill
      *> date moves on by its frequency (one period per run; a
      *> contract still behind bills again next run) and its
      *> last-billed-on date is set to today, so a second run the
      *> same day bills nothing twice. A contract whose next bill
      *> date has passed its end date is marked ended instead.
      *> Invoices are numbered 8MMDDn
      *> from the run date, n taking the first free digit for the
      *> customer. contract-billing.rpt lists every contract billed,
      *> skipped or ended with closing totals.
      *> A customer billed in a foreign currency is invoiced in it:
      *> catalog prices are converted at the exchange-rate.dat rate
      *> in force on the run date, fixed-amount lines are taken as
      *> already agreed in the customer's currency, and the rate and
      *> base-currency total are stamped on the invoice. No rate on
      *> file skips the contract. The closing total is in base
      *> currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-BILLING-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CONTRACT-NUMBER
               FILE STATUS IS WS-CONTRACT-STATUS.
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
               ASSIGN TO "contract-billing.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
           COPY CONTRACT-REC.
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
       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-STATUS PIC XX VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-ITEM-STATUS PIC XX VALUE "00".
       01 WS-TAX-RATE-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-INV-EOF-SWITCH PIC X VALUE "N".
           88 WS-INV-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05 WS-RD-YEAR  PIC 9(4).
           05 WS-RD-MONTH PIC 9(2).
           05 WS-RD-DAY   PIC 9(2).
       01 WS-NEXT-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DATE-GROUP REDEFINES WS-NEXT-DATE.
           05 WS-ND-YEAR  PIC 9(4).
           05 WS-ND-MONTH PIC 9(2).
           05 WS-ND-DAY   PIC 9(2).
       01 WS-PERIOD-MONTHS PIC 9(2) VALUE ZERO.
       01 WS-INVOICE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-NUMBER-GROUP REDEFINES WS-INVOICE-NUMBER.
           05 WS-IN-EIGHT PIC 9(1).
           05 WS-IN-MONTH PIC 9(2).
           05 WS-IN-DAY   PIC 9(2).
           05 WS-IN-SEQ   PIC 9(1).
       01 WS-WRITTEN-FLAG PIC X VALUE "N".
           88 WS-WRITTEN VALUE "Y".
       01 WS-NUMBERS-LEFT-FLAG PIC X VALUE "Y".
           88 WS-NUMBERS-LEFT VALUE "Y".
      *> Why the contract was not billed; spaces while it still can
      *> be.
       01 WS-SKIP-REASON PIC X(30) VALUE SPACES.
       01 WS-LINE-SUB PIC 9(2) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-INVOICE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TAXABLE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-AMOUNT PIC 9(5)V99 VALUE ZEROS.
       01 WS-TAX-RATE PIC 99V999 VALUE ZEROS.
       01 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
       01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-UNIT-PRICE PIC 9(5)V99 VALUE ZEROS.
       01 WS-BASE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-OPEN-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-BALANCE-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-CUST-EOF-SWITCH PIC X VALUE "N".
           88 WS-CUST-EOF VALUE "Y".
       01 WS-GROUP-PARENT PIC X(6) VALUE SPACES.
       01 WS-GROUP-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-MEMBERS PIC 9(6) VALUE ZERO.
       01 WS-PARENT-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROS.
       01 WS-PARENT-HOLD-FLAG PIC X VALUE SPACE.
           88 WS-PARENT-ON-HOLD VALUE "H".
       01 WS-PARENT-FOUND-FLAG PIC X VALUE "N".
           88 WS-PARENT-FOUND VALUE "Y".
       01 WS-HELD-INVOICE PIC X(400) VALUE SPACES.
       01 WS-BILLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ENDED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-BILLED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 WS-DET-CONTRACT PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-CUSTOMER PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-ACTION   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-INVOICE  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$$,$$9.99-.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-CURRENCY PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-NOTE     PIC X(40).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN I-O CONTRACT-FILE.
            IF WS-CONTRACT-STATUS NOT = "00" AND WS-CONTRACT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open contract.dat, status "
                  WS-CONTRACT-STATUS
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
               DISPLAY "Unable to open contract-billing.rpt, "
                  "status " WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               PERFORM WALK-CONTRACTS
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE CONTRACT-FILE INVOICE-FILE CUSTOMER-FILE.
            CLOSE ITEM-CATALOG-FILE SALES-TAX-RATE-FILE.
            CLOSE BILLING-REGISTER-FILE.
            DISPLAY "Contracts billed : " WS-BILLED-COUNT.
            DISPLAY "Contracts skipped: " WS-SKIPPED-COUNT.
            DISPLAY "Contracts ended  : " WS-ENDED-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       WALK-CONTRACTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO CTR-CONTRACT-NUMBER.
            START CONTRACT-FILE KEY NOT < CTR-CONTRACT-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CONTRACT.
            PERFORM UNTIL WS-EOF
               IF CTR-ACTIVE AND CTR-NEXT-BILL-DATE NOT > WS-RUN-DATE
                  PERFORM TAKE-ONE-CONTRACT
               END-IF
               PERFORM READ-NEXT-CONTRACT
            END-PERFORM.

       READ-NEXT-CONTRACT.
            READ CONTRACT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       TAKE-ONE-CONTRACT.
            MOVE SPACES TO WS-SKIP-REASON.
            MOVE ZEROS TO WS-INVOICE-TOTAL WS-TAX-AMOUNT.
            MOVE SPACES TO WS-CURRENCY-CODE.
            IF CTR-END-DATE > 0 AND CTR-NEXT-BILL-DATE > CTR-END-DATE
               PERFORM END-ONE-CONTRACT
               EXIT PARAGRAPH
            END-IF.
            IF CTR-LAST-BILLED-ON = WS-RUN-DATE
               MOVE "ALREADY BILLED TODAY" TO WS-SKIP-REASON
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM BUILD-CONTRACT-INVOICE
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM CHECK-CREDIT-LIMIT
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM CHECK-GROUP-CREDIT
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-CONTRACT-INVOICE
            END-IF.
            IF WS-SKIP-REASON = SPACES
               PERFORM ADVANCE-CONTRACT
            ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-DET-ACTION
               MOVE SPACES TO WS-DET-INVOICE
               MOVE WS-SKIP-REASON TO WS-DET-NOTE
               PERFORM WRITE-REGISTER-DETAIL
            END-IF.

       END-ONE-CONTRACT.
            MOVE "E" TO CTR-STATUS.
            PERFORM REWRITE-CONTRACT.
            ADD 1 TO WS-ENDED-COUNT.
            MOVE "ENDED" TO WS-DET-ACTION.
            MOVE SPACES TO WS-DET-INVOICE.
            MOVE "PAST END DATE - NOT BILLED" TO WS-DET-NOTE.
            PERFORM WRITE-REGISTER-DETAIL.

      *> The invoice is built in the FD record area; the customer
      *> read leaves the hold byte, limit and state in hand for the
      *> credit and tax tests.
       BUILD-CONTRACT-INVOICE.
            MOVE CTR-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
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
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO INVOICE-RECORD.
            INITIALIZE INV-ITEM-LINE(1) INV-ITEM-LINE(2)
               INV-ITEM-LINE(3) INV-ITEM-LINE(4) INV-ITEM-LINE(5).
            MOVE ZEROS TO INV-LINE-AMOUNT(1) INV-LINE-AMOUNT(2)
               INV-LINE-AMOUNT(3) INV-LINE-AMOUNT(4)
               INV-LINE-AMOUNT(5).
            MOVE ZEROS TO WS-TAXABLE-TOTAL.
            MOVE CTR-LINE-COUNT TO INV-LINE-COUNT.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > CTR-LINE-COUNT
                  OR WS-SKIP-REASON NOT = SPACES
               PERFORM PRICE-ONE-LINE
            END-PERFORM.
            IF WS-SKIP-REASON = SPACES
               PERFORM FIGURE-SALES-TAX
            END-IF.

       PRICE-ONE-LINE.
            IF CTR-LINE-ITEM-CODE(WS-LINE-SUB) = SPACES
               MOVE CTR-LINE-AMOUNT(WS-LINE-SUB)
                  TO INV-LINE-AMOUNT(WS-LINE-SUB)
               MOVE CTR-DESCRIPTION
                  TO INV-LINE-DESCRIPTION(WS-LINE-SUB)
               MOVE "N" TO INV-LINE-TAXABLE(WS-LINE-SUB)
               ADD CTR-LINE-AMOUNT(WS-LINE-SUB) TO WS-INVOICE-TOTAL
               EXIT PARAGRAPH
            END-IF.
            MOVE CTR-LINE-ITEM-CODE(WS-LINE-SUB) TO ITM-ITEM-CODE.
            READ ITEM-CATALOG-FILE
               INVALID KEY
                  STRING "ITEM " ITM-ITEM-CODE " NOT ON CATALOG"
                     DELIMITED BY SIZE INTO WS-SKIP-REASON
                  EXIT PARAGRAPH
            END-READ.
            COMPUTE WS-UNIT-PRICE ROUNDED =
               ITM-UNIT-PRICE / WS-EXCHANGE-RATE
               ON SIZE ERROR
                  MOVE "CONVERTED PRICE OVER 99,999.99"
                     TO WS-SKIP-REASON
                  EXIT PARAGRAPH
            END-COMPUTE.
            COMPUTE WS-LINE-AMOUNT = CTR-LINE-QUANTITY(WS-LINE-SUB)
               * WS-UNIT-PRICE.
            IF WS-LINE-AMOUNT > 99999.99
               MOVE "LINE OVER 99,999.99" TO WS-SKIP-REASON
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-LINE-AMOUNT TO INV-LINE-AMOUNT(WS-LINE-SUB).
            MOVE ITM-ITEM-CODE TO INV-LINE-ITEM-CODE(WS-LINE-SUB).
            MOVE ITM-DESCRIPTION TO INV-LINE-DESCRIPTION(WS-LINE-SUB).
            MOVE CTR-LINE-QUANTITY(WS-LINE-SUB)
               TO INV-LINE-QUANTITY(WS-LINE-SUB).
            MOVE WS-UNIT-PRICE TO INV-LINE-UNIT-PRICE(WS-LINE-SUB).
            MOVE ITM-TAXABLE-FLAG TO INV-LINE-TAXABLE(WS-LINE-SUB).
            MOVE ITM-REVENUE-ACCOUNT
               TO INV-LINE-REVENUE-ACCOUNT(WS-LINE-SUB).
            ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.
            IF ITM-TAXABLE
               ADD WS-LINE-AMOUNT TO WS-TAXABLE-TOTAL
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
            MOVE CTR-CUSTOMER-NUMBER TO WS-BALANCE-CUSTOMER.
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
               MOVE CTR-CUSTOMER-NUMBER TO WS-GROUP-PARENT
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
                  MOVE "WOULD PASS GROUP CREDIT LIMIT"
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

      *> 8MMDD0 first; a key already taken (another contract for the
      *> customer, or a keyed invoice) moves on to the next digit.
       WRITE-CONTRACT-INVOICE.
            MOVE 8 TO WS-IN-EIGHT.
            MOVE WS-RD-MONTH TO WS-IN-MONTH.
            MOVE WS-RD-DAY TO WS-IN-DAY.
            MOVE 0 TO WS-IN-SEQ.
            MOVE "N" TO WS-WRITTEN-FLAG.
            MOVE "Y" TO WS-NUMBERS-LEFT-FLAG.
            MOVE CTR-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE WS-RUN-DATE TO INV-DATE.
            MOVE WS-INVOICE-TOTAL TO INV-TOTAL INV-BALANCE.
            MOVE "O" TO INV-STATUS.
            MOVE "R" TO INV-SOURCE.
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

      *> Billing day is 1-28, so moving the month on never lands on
      *> a day the month lacks.
       ADVANCE-CONTRACT.
            EVALUATE TRUE
               WHEN CTR-QUARTERLY
                  MOVE 3 TO WS-PERIOD-MONTHS
               WHEN CTR-ANNUAL
                  MOVE 12 TO WS-PERIOD-MONTHS
               WHEN OTHER
                  MOVE 1 TO WS-PERIOD-MONTHS
            END-EVALUATE.
            MOVE CTR-NEXT-BILL-DATE TO WS-NEXT-DATE.
            ADD WS-PERIOD-MONTHS TO WS-ND-MONTH.
            IF WS-ND-MONTH > 12
               SUBTRACT 12 FROM WS-ND-MONTH
               ADD 1 TO WS-ND-YEAR
            END-IF.
            MOVE WS-NEXT-DATE TO CTR-NEXT-BILL-DATE.
            MOVE WS-RUN-DATE TO CTR-LAST-BILLED-ON.
            MOVE WS-INVOICE-NUMBER TO CTR-LAST-INVOICE.
            PERFORM REWRITE-CONTRACT.
            ADD 1 TO WS-BILLED-COUNT.
            ADD WS-BASE-TOTAL TO WS-TOTAL-BILLED.
            MOVE "BILLED" TO WS-DET-ACTION.
            MOVE WS-INVOICE-NUMBER TO WS-DET-INVOICE.
            MOVE SPACES TO WS-DET-NOTE.
            IF CTR-NEXT-BILL-DATE NOT > WS-RUN-DATE
               STRING "STILL BEHIND - NEXT " CTR-NEXT-BILL-DATE
                  DELIMITED BY SIZE INTO WS-DET-NOTE
            ELSE
               STRING "NEXT BILL " CTR-NEXT-BILL-DATE
                  DELIMITED BY SIZE INTO WS-DET-NOTE
            END-IF.
            PERFORM WRITE-REGISTER-DETAIL.

       REWRITE-CONTRACT.
            REWRITE CONTRACT-RECORD
               INVALID KEY
                  DISPLAY "Unable to update contract "
                     CTR-CONTRACT-NUMBER ", status "
                     WS-CONTRACT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "CONTRACT BILLING REGISTER " WS-RUN-DATE
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "CONTRACT CUST    ACTION    INVOICE      AMOUNT"
               " CUR  NOTE"
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
            MOVE CTR-CONTRACT-NUMBER TO WS-DET-CONTRACT.
            MOVE CTR-CUSTOMER-NUMBER TO WS-DET-CUSTOMER.
            MOVE WS-INVOICE-TOTAL TO WS-DET-AMOUNT.
            MOVE WS-CURRENCY-CODE TO WS-DET-CURRENCY.
            WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "CONTRACTS BILLED " WS-BILLED-COUNT
               "  SKIPPED " WS-SKIPPED-COUNT
               "  ENDED " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE WS-TOTAL-BILLED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "TOTAL BILLED     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
       END PROGRAM CONTRACT-BILLING-RUN.
