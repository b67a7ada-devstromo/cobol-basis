      *> master never had. Each invoice is keyed against a customer
      *> whose number passes the shared KEY-CHECK-DIGIT validation
      *> and exists on customer.dat, the date runs through
      *> DATE-VALIDATE, and up to five item lines are keyed (a blank
      *> item code ends the lines) and totalled onto the open-invoice
      *> file. Each line is an item from item-catalog.dat and a
      *> quantity, billed at the catalog unit price; the catalog
      *> description, taxable flag and revenue account go onto the
      *> line with it. Sales tax on the taxable lines, net of any
      *> staff discount, is figured at the sales-tax-rate.dat rate
      *> for the customer's state and added to the total; a state
      *> with no rate on file is not taxed.
      *> Every invoice entered in the session also prints on the
      *> billing register, item lines and tax beneath it, with a
      *> closing total, so the day's billing is provable on paper.
      *> Credit control: an invoice that would push the customer's
      *> open balance past the master's credit limit, or any invoice
      *> for a customer on billing hold, is refused - unless the
      *> IDENTITY-ACCESS-LEVEL and keys an explicit override. The
      *> daily over-limit picture prints from
      *> CREDIT-EXCEPTION-REPORT.
      *> A customer in an account hierarchy is also checked as a
      *> group: the open balances of the parent and all its branches
      *> against the parent's credit limit, and a parent on hold
      *> stops billing to every branch, under the same override.
      *> Each invoice entered is logged through MAINT-TRANS-WRITE
      *> under the signed-on operator, keyed customer + invoice
      *> number, so who keyed a bill stays on the audit trail.
      *> A customer billed in a foreign currency is invoiced in that
      *> currency: the catalog's base-currency prices are converted
      *> at the exchange-rate.dat rate in force on the invoice date
      *> (EXCHANGE-RATE-LOOKUP) before the credit check, so the
      *> discount, tax and credit limit all work in the customer's
      *> currency. The rate and the base-currency total are stamped
      *> on the invoice; an invoice dated before any rate on file is
      *> refused. The register's run totals are in base currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ENTRY.
       ENVIRONMENT DIVISION.
               ASSIGN TO "staff-discount.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCOUNT-LOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY STAFF-XREF-REC.
       FD  DISCOUNT-LOG-FILE.
           COPY STAFF-DISCOUNT-LOG-REC.
       FD  ITEM-CATALOG-FILE.
           COPY ITEM-CATALOG-REC.
       FD  SALES-TAX-RATE-FILE.
           COPY SALES-TAX-RATE-REC.
       WORKING-STORAGE SECTION.
           01 WS-INVOICE-STATUS PIC XX VALUE "00".
           01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           01 WS-REGISTER-STATUS PIC XX VALUE "00".
           01 WS-ITEM-STATUS PIC XX VALUE "00".
           01 WS-TAX-RATE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ENTER-TRANS VALUE "E".
              88 WS-EXIT-TRANS  VALUE "X".
           01 WS-NEW-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-NEW-INVOICE  PIC X(6) VALUE SPACES.
           01 WS-NEW-DATE     PIC X(8) VALUE SPACES.
           01 WS-NEW-ITEM     PIC X(8) VALUE SPACES.
           01 WS-NEW-QUANTITY PIC 9(5) VALUE ZERO.
           01 WS-EXTENDED-PRICE PIC 9(9)V99 VALUE ZEROS.
           01 WS-LINE-COUNT   PIC 9(2) VALUE ZERO.
           01 WS-LINE-TABLE.
              05 WS-LT-LINE OCCURS 5 TIMES.
                 10 WS-LT-AMOUNT      PIC S9(5)V99.
                 10 WS-LT-ITEM-CODE   PIC X(8).
                 10 WS-LT-DESCRIPTION PIC X(30).
                 10 WS-LT-QUANTITY    PIC 9(5).
                 10 WS-LT-UNIT-PRICE  PIC 9(5)V99.
                 10 WS-LT-TAXABLE     PIC X.
                    88 WS-LT-IS-TAXABLE VALUE "Y".
                 10 WS-LT-ACCOUNT     PIC X(8).
           01 WS-ITEM-FOUND-FLAG PIC X VALUE "N".
              88 WS-ITEM-FOUND VALUE "Y".
           01 WS-TAXABLE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-TAX-STATE PIC X(2) VALUE SPACES.
           01 WS-TAX-RATE PIC 99V999 VALUE ZEROS.
           01 WS-TAX-AMOUNT PIC 9(5)V99 VALUE ZEROS.
           01 WS-RUN-TAX PIC 9(9)V99 COMP-3 VALUE ZEROS.
           01 WS-LINE-SUB PIC 9(2) VALUE ZERO.
           01 WS-INVOICE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
           01 WS-RATE-DATE PIC 9(8) VALUE ZERO.
           01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
           01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
           01 WS-BASE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-BASE-TAX PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
              05 WS-DET-DATE     PIC 9(8).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-TOTAL    PIC $$$,$$9.99-.
              05 FILLER          PIC X VALUE SPACE.
              05 WS-DET-CURRENCY PIC X(3).
           01 WS-ITEM-DETAIL-LINE.
              05 FILLER          PIC X(4) VALUE SPACES.
              05 WS-ID-ITEM      PIC X(8).
              05 FILLER          PIC X VALUE SPACE.
              05 WS-ID-DESCRIPTION PIC X(30).
              05 FILLER          PIC X VALUE SPACE.
              05 WS-ID-QUANTITY  PIC ZZ,ZZZ.
              05 WS-ID-AT        PIC X(3).
              05 WS-ID-PRICE     PIC ZZ,ZZZ.ZZ.
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-ID-AMOUNT    PIC $$$,$$9.99-.
              05 FILLER          PIC X VALUE SPACE.
              05 WS-ID-TAX-MARK  PIC X.
           01 WS-TAX-DETAIL-LINE.
              05 FILLER          PIC X(4) VALUE SPACES.
              05 FILLER          PIC X(10) VALUE "SALES TAX ".
              05 WS-TD-STATE     PIC X(2).
              05 FILLER          PIC X VALUE SPACE.
              05 WS-TD-RATE      PIC Z9.999.
              05 FILLER          PIC X VALUE "%".
              05 FILLER          PIC X(40) VALUE SPACES.
              05 WS-TD-AMOUNT    PIC $$$,$$9.99-.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "INVOICE".
           01 WS-MAINT-TRANS-CODE PIC X VALUE "A".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-OPEN-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
           01 WS-BALANCE-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-GROUP-PARENT PIC X(6) VALUE SPACES.
           01 WS-GROUP-BALANCE PIC 9(9)V99 COMP-3 VALUE ZEROS.
           01 WS-GROUP-MEMBERS PIC 9(6) VALUE ZERO.
           01 WS-PARENT-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROS.
           01 WS-PARENT-HOLD-FLAG PIC X VALUE SPACE.
              88 WS-PARENT-ON-HOLD VALUE "H".
           01 WS-PARENT-FOUND-FLAG PIC X VALUE "N".
              88 WS-PARENT-FOUND VALUE "Y".
           01 WS-CUST-EOF-SWITCH PIC X VALUE "N".
              88 WS-CUST-EOF VALUE "Y".
           01 WS-INV-EOF-SWITCH PIC X VALUE "N".
              88 WS-INV-EOF VALUE "Y".
           01 WS-CREDIT-OK-FLAG PIC X VALUE "Y".
           01 WS-DISCOUNT-PCT PIC 99V99 VALUE ZEROS.
           01 WS-FINANCE-RATE PIC 9V9999 VALUE ZEROS.
           01 WS-GRACE-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-WRITEOFF-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-TERMS-DAYS PIC 9(3) VALUE ZEROS.
           01 WS-POLICY-FOUND-FLAG PIC X VALUE "N".
           01 WS-DISCOUNT-AMOUNT PIC 9(5)V99 VALUE ZEROS.
           01 WS-DISCOUNT-COUNT PIC 9(6) VALUE ZERO.
               GOBACK
            END-IF.
            CALL "AR-POLICY-LOAD" USING WS-DISCOUNT-PCT
               WS-FINANCE-RATE WS-GRACE-DAYS WS-WRITEOFF-DAYS
               WS-TERMS-DAYS WS-POLICY-FOUND-FLAG.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
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
               DISPLAY "Unable to open billing-register.rpt, "
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE ITEM-CATALOG-FILE SALES-TAX-RATE-FILE.
            CLOSE BILLING-REGISTER-FILE.
            DISPLAY "Invoices entered: " WS-ENTERED-COUNT.
            DISPLAY "Credit refusals : " WS-REFUSED-COUNT.
       ENTER-ONE-INVOICE.
            PERFORM ACCEPT-INVOICE-DATA.
            PERFORM VALIDATE-INVOICE-DATA.
            IF WS-INPUT-VALID
               PERFORM CONVERT-TO-CUSTOMER-CURRENCY
            END-IF.
            IF WS-INPUT-VALID
               PERFORM CHECK-CREDIT-LIMIT
            END-IF.
            IF WS-INPUT-VALID AND WS-CREDIT-OK
               PERFORM APPLY-STAFF-DISCOUNT
               PERFORM FIGURE-SALES-TAX
               PERFORM FIGURE-BASE-TOTAL
               PERFORM WRITE-INVOICE-RECORD
            ELSE
               IF NOT WS-INPUT-VALID
               WS-NEW-DATE.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE ZEROS TO WS-INVOICE-TOTAL.
            INITIALIZE WS-LINE-TABLE.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Invoice number (6 digits):".
            MOVE 1 TO WS-LINE-SUB.
            PERFORM ACCEPT-ONE-LINE UNTIL WS-LINE-SUB > 5.

      *> A line is priced from the catalog as it stands now. An
      *> unknown item, a zero quantity or an extended price too big
      *> for the line amount re-asks the same line.
       ACCEPT-ONE-LINE.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE ZERO TO WS-NEW-QUANTITY.
            DISPLAY "Line " WS-LINE-SUB " item code (blank = done):".
            ACCEPT WS-NEW-ITEM.
            IF WS-NEW-ITEM = SPACES
               MOVE 6 TO WS-LINE-SUB
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-ITEM-FOUND-FLAG.
            MOVE WS-NEW-ITEM TO ITM-ITEM-CODE.
            READ ITEM-CATALOG-FILE
               INVALID KEY
                  DISPLAY "Item " WS-NEW-ITEM " not on the catalog."
               NOT INVALID KEY
                  SET WS-ITEM-FOUND TO TRUE
            END-READ.
            IF NOT WS-ITEM-FOUND
               EXIT PARAGRAPH
            END-IF.
            DISPLAY ITM-DESCRIPTION " at " ITM-UNIT-PRICE
               " - quantity:".
            ACCEPT WS-NEW-QUANTITY.
            IF WS-NEW-QUANTITY = 0
               DISPLAY "Quantity must be greater than zero."
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EXTENDED-PRICE =
               WS-NEW-QUANTITY * ITM-UNIT-PRICE.
            IF WS-EXTENDED-PRICE > 99999.99
               DISPLAY "Line over 99,999.99 - split the quantity "
                  "across lines."
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-EXTENDED-PRICE TO WS-LT-AMOUNT(WS-LINE-SUB).
            MOVE ITM-ITEM-CODE TO WS-LT-ITEM-CODE(WS-LINE-SUB).
            MOVE ITM-DESCRIPTION TO WS-LT-DESCRIPTION(WS-LINE-SUB).
            MOVE WS-NEW-QUANTITY TO WS-LT-QUANTITY(WS-LINE-SUB).
            MOVE ITM-UNIT-PRICE TO WS-LT-UNIT-PRICE(WS-LINE-SUB).
            MOVE ITM-TAXABLE-FLAG TO WS-LT-TAXABLE(WS-LINE-SUB).
            MOVE ITM-REVENUE-ACCOUNT TO WS-LT-ACCOUNT(WS-LINE-SUB).
            ADD 1 TO WS-LINE-COUNT.
            ADD WS-EXTENDED-PRICE TO WS-INVOICE-TOTAL.
            ADD 1 TO WS-LINE-SUB.

       VALIDATE-INVOICE-DATA.
            SET WS-INPUT-VALID TO TRUE.
               END-READ
            END-IF.

      *> The lines were priced from the catalog in base currency.
      *> For a foreign-currency customer each unit price is
      *> converted at the invoice-date rate and the line re-extended,
      *> so quantity times price still equals the line amount on the
      *> customer's invoice. Base-currency customers pass untouched
      *> at a rate of one.
       CONVERT-TO-CUSTOMER-CURRENCY.
            MOVE CUSTOMER-CURRENCY-CODE TO WS-CURRENCY-CODE.
            MOVE WS-NEW-DATE TO WS-RATE-DATE.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-CURRENCY-CODE
               WS-RATE-DATE WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               DISPLAY "No " WS-CURRENCY-CODE " exchange rate on "
                  "file for " WS-NEW-DATE " - invoice refused."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            IF CUSTOMER-BASE-CURRENCY
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WS-INVOICE-TOTAL.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > WS-LINE-COUNT
               COMPUTE WS-LT-UNIT-PRICE(WS-LINE-SUB) ROUNDED =
                  WS-LT-UNIT-PRICE(WS-LINE-SUB) / WS-EXCHANGE-RATE
                  ON SIZE ERROR
                     MOVE "N" TO WS-VALID-SWITCH
               END-COMPUTE
               COMPUTE WS-EXTENDED-PRICE =
                  WS-LT-QUANTITY(WS-LINE-SUB) *
                  WS-LT-UNIT-PRICE(WS-LINE-SUB)
               IF WS-EXTENDED-PRICE > 99999.99
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  MOVE WS-EXTENDED-PRICE TO WS-LT-AMOUNT(WS-LINE-SUB)
                  ADD WS-EXTENDED-PRICE TO WS-INVOICE-TOTAL
               END-IF
            END-PERFORM.
            IF NOT WS-INPUT-VALID
               DISPLAY "A line is over 99,999.99 " WS-CURRENCY-CODE
                  " at rate " WS-EXCHANGE-RATE " - split the "
                  "quantity across lines."
            END-IF.

      *> The base-currency equivalent at the same rate, for the
      *> revaluation and the register's run totals.
       FIGURE-BASE-TOTAL.
            COMPUTE WS-BASE-TOTAL ROUNDED =
               WS-INVOICE-TOTAL * WS-EXCHANGE-RATE.
            COMPUTE WS-BASE-TAX ROUNDED =
               WS-TAX-AMOUNT * WS-EXCHANGE-RATE.

      *> VALIDATE-INVOICE-DATA leaves the customer record in hand,
      *> so the hold byte and credit limit are already here. A zero
      *> limit means no limit is set.
       CHECK-CREDIT-LIMIT.
            MOVE "Y" TO WS-CREDIT-OK-FLAG.
            MOVE WS-NEW-CUSTOMER TO WS-BALANCE-CUSTOMER.
            PERFORM SUM-OPEN-BALANCE.
            EVALUATE TRUE
               WHEN CUSTOMER-ON-HOLD
                     " past its credit limit."
                  PERFORM OFFER-SUPERVISOR-OVERRIDE
            END-EVALUATE.
            IF WS-CREDIT-OK
               PERFORM CHECK-GROUP-CREDIT
            END-IF.
            IF NOT WS-CREDIT-OK
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "Invoice refused."
               DISPLAY "Override needs supervisor access level 3."
            END-IF.

      *> The group is the parent (the customer's own, or the
      *> customer itself when it has none) and every account naming
      *> it as parent - found by a pass over the master, since no
      *> key runs on the parent number. A customer with no parent
      *> and no branches is a group of one and is done already.
      *> The pass moves the record area, so the invoiced customer
      *> is read back at the end for the steps that follow.
       CHECK-GROUP-CREDIT.
            IF CUSTOMER-NO-PARENT
               MOVE WS-NEW-CUSTOMER TO WS-GROUP-PARENT
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
            MOVE WS-NEW-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-NEW-CUSTOMER
                     " not re-read, status " WS-CUSTOMER-STATUS
                  MOVE "N" TO WS-CREDIT-OK-FLAG
                  EXIT PARAGRAPH
            END-READ.
            IF WS-GROUP-MEMBERS < 2 OR NOT WS-PARENT-FOUND
               EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
               WHEN WS-PARENT-ON-HOLD
                  DISPLAY "Parent account " WS-GROUP-PARENT
                     " is on billing hold."
                  PERFORM OFFER-SUPERVISOR-OVERRIDE
               WHEN WS-PARENT-CREDIT-LIMIT > 0 AND
                     WS-GROUP-BALANCE + WS-INVOICE-TOTAL >
                     WS-PARENT-CREDIT-LIMIT
                  DISPLAY "Invoice would push group " WS-GROUP-PARENT
                     " past the parent's credit limit."
                  PERFORM OFFER-SUPERVISOR-OVERRIDE
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

       SUM-OPEN-BALANCE.
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
                  ADD 1 TO WS-LINE-COUNT
                  COMPUTE WS-LT-AMOUNT(WS-LINE-COUNT) =
                     0 - WS-DISCOUNT-AMOUNT
                  MOVE "STAFF DISCOUNT"
                     TO WS-LT-DESCRIPTION(WS-LINE-COUNT)
                  SUBTRACT WS-DISCOUNT-AMOUNT
                     FROM WS-INVOICE-TOTAL
                  ADD 1 TO WS-DISCOUNT-COUNT
               END-IF
            END-IF.

      *> Tax runs on the taxable lines less their share of the staff
      *> discount, at the rate for the customer's state (the
      *> customer record is still in hand from validation).
       FIGURE-SALES-TAX.
            MOVE ZEROS TO WS-TAXABLE-TOTAL WS-TAX-RATE WS-TAX-AMOUNT.
            MOVE StateValue TO WS-TAX-STATE.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LT-IS-TAXABLE(WS-LINE-SUB)
                  ADD WS-LT-AMOUNT(WS-LINE-SUB) TO WS-TAXABLE-TOTAL
               END-IF
            END-PERFORM.
            IF WS-DISCOUNT-AMOUNT > 0
               COMPUTE WS-TAXABLE-TOTAL ROUNDED = WS-TAXABLE-TOTAL
                  - WS-TAXABLE-TOTAL * WS-DISCOUNT-PCT / 100
            END-IF.
            IF WS-TAXABLE-TOTAL = 0
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-TAX-STATE TO STX-STATE.
            READ SALES-TAX-RATE-FILE
               INVALID KEY
                  DISPLAY "No sales tax rate on file for state '"
                     WS-TAX-STATE "' - no tax charged."
               NOT INVALID KEY
                  MOVE STX-RATE-PERCENT TO WS-TAX-RATE
                  COMPUTE WS-TAX-AMOUNT ROUNDED =
                     WS-TAXABLE-TOTAL * WS-TAX-RATE / 100
                  ADD WS-TAX-AMOUNT TO WS-INVOICE-TOTAL
            END-READ.

       LOOK-UP-STAFF-XREF.
            MOVE "N" TO WS-XREF-FOUND-FLAG.
            MOVE "N" TO WS-XREF-EOF-SWITCH.
                  UNTIL WS-LINE-SUB > 5
               MOVE WS-LT-AMOUNT(WS-LINE-SUB)
                  TO INV-LINE-AMOUNT(WS-LINE-SUB)
               MOVE WS-LT-ITEM-CODE(WS-LINE-SUB)
                  TO INV-LINE-ITEM-CODE(WS-LINE-SUB)
               MOVE WS-LT-DESCRIPTION(WS-LINE-SUB)
                  TO INV-LINE-DESCRIPTION(WS-LINE-SUB)
               MOVE WS-LT-QUANTITY(WS-LINE-SUB)
                  TO INV-LINE-QUANTITY(WS-LINE-SUB)
               MOVE WS-LT-UNIT-PRICE(WS-LINE-SUB)
                  TO INV-LINE-UNIT-PRICE(WS-LINE-SUB)
               MOVE WS-LT-TAXABLE(WS-LINE-SUB)
                  TO INV-LINE-TAXABLE(WS-LINE-SUB)
               MOVE WS-LT-ACCOUNT(WS-LINE-SUB)
                  TO INV-LINE-REVENUE-ACCOUNT(WS-LINE-SUB)
            END-PERFORM.
            MOVE WS-TAX-STATE TO INV-TAX-STATE.
            MOVE WS-TAX-RATE TO INV-TAX-RATE.
            MOVE WS-TAX-AMOUNT TO INV-TAX-AMOUNT.
            MOVE WS-INVOICE-TOTAL TO INV-TOTAL INV-BALANCE.
            MOVE "O" TO INV-STATUS.
            MOVE "K" TO INV-SOURCE.
            MOVE "N" TO INV-JOURNAL-FLAG.
            MOVE ZEROS TO INV-PAID-DATE.
            MOVE WS-CURRENCY-CODE TO INV-CURRENCY-CODE.
            MOVE WS-EXCHANGE-RATE TO INV-EXCHANGE-RATE.
            MOVE WS-BASE-TOTAL TO INV-BASE-TOTAL.
            WRITE INVOICE-RECORD
               INVALID KEY
                  DISPLAY "Invoice " WS-NEW-INVOICE " for "
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-ENTERED-COUNT
                  ADD WS-BASE-TOTAL TO WS-RUN-TOTAL
                  ADD WS-BASE-TAX TO WS-RUN-TAX
                  PERFORM WRITE-REGISTER-DETAIL
                  IF WS-DISCOUNT-AMOUNT > 0
                     PERFORM WRITE-DISCOUNT-LOG
                  END-IF
                  DISPLAY "Invoice " WS-NEW-INVOICE " for "
                     WS-NEW-CUSTOMER " entered."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            STRING INV-CUSTOMER-NUMBER INV-INVOICE-NUMBER
               DELIMITED BY SIZE INTO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-MAINT-TRANS-CODE WS-MAINT-KEY.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "BILLING REGISTER  CUST    INVOICE DATE"
               "        TOTAL CUR"
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.

            MOVE WS-NEW-INVOICE TO WS-DET-INVOICE.
            MOVE WS-NEW-DATE TO WS-DET-DATE.
            MOVE WS-INVOICE-TOTAL TO WS-DET-TOTAL.
            MOVE WS-CURRENCY-CODE TO WS-DET-CURRENCY.
            WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM WRITE-REGISTER-ITEM-LINE
            END-PERFORM.
            IF WS-TAX-AMOUNT > 0
               MOVE WS-TAX-STATE TO WS-TD-STATE
               MOVE WS-TAX-RATE TO WS-TD-RATE
               MOVE WS-TAX-AMOUNT TO WS-TD-AMOUNT
               WRITE BILLING-REGISTER-LINE FROM WS-TAX-DETAIL-LINE
            END-IF.

       WRITE-REGISTER-ITEM-LINE.
            MOVE WS-LT-ITEM-CODE(WS-LINE-SUB) TO WS-ID-ITEM.
            MOVE WS-LT-DESCRIPTION(WS-LINE-SUB) TO WS-ID-DESCRIPTION.
            MOVE WS-LT-QUANTITY(WS-LINE-SUB) TO WS-ID-QUANTITY.
            MOVE WS-LT-UNIT-PRICE(WS-LINE-SUB) TO WS-ID-PRICE.
            IF WS-LT-QUANTITY(WS-LINE-SUB) > 0
               MOVE " @ " TO WS-ID-AT
            ELSE
               MOVE SPACES TO WS-ID-AT
            END-IF.
            MOVE WS-LT-AMOUNT(WS-LINE-SUB) TO WS-ID-AMOUNT.
            IF WS-LT-IS-TAXABLE(WS-LINE-SUB)
               MOVE "T" TO WS-ID-TAX-MARK
            ELSE
               MOVE SPACE TO WS-ID-TAX-MARK
            END-IF.
            WRITE BILLING-REGISTER-LINE FROM WS-ITEM-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "TOTAL BILLED     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
            MOVE WS-RUN-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO BILLING-REGISTER-LINE.
            STRING "SALES TAX BILLED " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO BILLING-REGISTER-LINE.
            WRITE BILLING-REGISTER-LINE.
       END PROGRAM INVOICE-ENTRY.
