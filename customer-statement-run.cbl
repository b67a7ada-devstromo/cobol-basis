      *> label run skips them. The body shows the balance carried in
      *> from before the statement period, the invoices billed and
      *> payments received inside it, and the closing balance.
      *> Each invoice billed in the period is itemized under the
      *> billed figure - its item lines with quantity, unit price
      *> and extended price, and the sales tax charged on it.
      *> Branches that bill to their parent get no statement of
      *> their own: the parent's statement is printed consolidated,
      *> its own account and each such branch shown as a section
      *> with the branch subtotal, then the group totals. A branch
      *> whose parent is not on file, has no address or has no
      *> other reason to print falls back to its own statement.
      *> A customer billed in a foreign currency gets its statement
      *> in that currency - the invoices and receipts are already
      *> held in it - with the currency named under the address.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-STATEMENT-RUN.
       ENVIRONMENT DIVISION.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
       01 WS-STATEMENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ADDR-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-NO-ACTIVITY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONSOLIDATED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ROUTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACCOUNT-NUMBER PIC X(6) VALUE SPACES.
       01 WS-ACCOUNT-NAME PIC X(46) VALUE SPACES.
       01 WS-GROUP-PRIOR   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-BILLED  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-PAID    PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-CLOSING PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *> Branches billing to a parent, gathered on a first pass over
      *> the master in customer-number order. WS-BR-DONE is set once
      *> the branch has appeared on its parent's statement, or the
      *> group had nothing to print.
       01 WS-BRANCH-MAX PIC 9(4) VALUE 500.
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BR-SUB PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 500 TIMES.
              10 WS-BR-PARENT PIC X(6).
              10 WS-BR-NUMBER PIC X(6).
              10 WS-BR-NAME   PIC X(46).
              10 WS-BR-DONE-FLAG PIC X.
                 88 WS-BR-DONE VALUE "Y".
       01 WS-BR-FOUND-FLAG PIC X VALUE "N".
           88 WS-BR-FOUND VALUE "Y".
       01 WS-HAS-BRANCHES-FLAG PIC X VALUE "N".
           88 WS-HAS-BRANCHES VALUE "Y".
       01 WS-GROUP-ACTIVE-FLAG PIC X VALUE "N".
           88 WS-GROUP-ACTIVE VALUE "Y".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-INV-LINE-SUB PIC 9(2) VALUE ZERO.
       01 WS-INVOICE-HEAD-LINE.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE "INVOICE ".
           05 WS-IH-INVOICE  PIC 9(6).
           05 FILLER         PIC X(7) VALUE " DATED ".
           05 WS-IH-DATE     PIC 9(8).
           05 FILLER         PIC X(38) VALUE SPACES.
           05 WS-IH-TOTAL    PIC $$$,$$9.99-.
       01 WS-ITEM-LINE.
           05 FILLER         PIC X(6) VALUE SPACES.
           05 WS-IL-ITEM     PIC X(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-IL-DESCRIPTION PIC X(30).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-IL-QUANTITY PIC ZZ,ZZZ.
           05 WS-IL-AT       PIC X(3).
           05 WS-IL-PRICE    PIC ZZ,ZZZ.ZZ.
           05 FILLER         PIC X(7) VALUE SPACES.
           05 WS-IL-AMOUNT   PIC $$$,$$9.99-.
       01 WS-TAX-LINE.
           05 FILLER         PIC X(6) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "SALES TAX ".
           05 WS-TL-STATE    PIC X(2).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-TL-RATE     PIC Z9.999.
           05 FILLER         PIC X VALUE "%".
           05 FILLER         PIC X(45) VALUE SPACES.
           05 WS-TL-AMOUNT   PIC $$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM RESTART-CUSTOMER-FILE
               PERFORM READ-CUSTOMER-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM ROUTE-ONE-CUSTOMER
                  PERFORM READ-CUSTOMER-FILE
               END-PERFORM
               PERFORM STATEMENT-UNROUTED-BRANCHES
            END-IF.
            CLOSE CUSTOMER-FILE.
            CLOSE INVOICE-FILE.
            DISPLAY "Statements printed: " WS-STATEMENT-COUNT.
            DISPLAY "No address on file: " WS-NO-ADDR-COUNT.
            DISPLAY "No activity       : " WS-NO-ACTIVITY-COUNT.
            DISPLAY "Consolidated      : " WS-CONSOLIDATED-COUNT.
            DISPLAY "Branches folded in: " WS-ROUTED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               AT END SET WS-EOF TO TRUE
            END-READ.

       RESTART-CUSTOMER-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO CUSTOMER-NUMBER.
            START CUSTOMER-FILE KEY NOT < CUSTOMER-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.

      *> First pass: every branch with bill-to parent. A table
      *> overflow is reported and the excess branches simply keep
      *> their own statements.
       LOAD-BRANCH-TABLE.
            MOVE ZERO TO WS-BRANCH-COUNT.
            PERFORM RESTART-CUSTOMER-FILE.
            PERFORM READ-CUSTOMER-FILE.
            PERFORM UNTIL WS-EOF
               IF NOT CUSTOMER-NO-PARENT AND CUSTOMER-BILL-TO-PARENT
                  IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                     ADD 1 TO WS-BRANCH-COUNT
                     MOVE CUSTOMER-PARENT-NUMBER
                        TO WS-BR-PARENT(WS-BRANCH-COUNT)
                     MOVE CUSTOMER-NUMBER
                        TO WS-BR-NUMBER(WS-BRANCH-COUNT)
                     MOVE SPACES TO WS-BR-NAME(WS-BRANCH-COUNT)
                     STRING NameValue " " FirstLastname
                        DELIMITED BY SIZE
                        INTO WS-BR-NAME(WS-BRANCH-COUNT)
                     MOVE "N" TO WS-BR-DONE-FLAG(WS-BRANCH-COUNT)
                  ELSE
                     DISPLAY "Branch table full - " CUSTOMER-NUMBER
                        " printed on its own."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               END-IF
               PERFORM READ-CUSTOMER-FILE
            END-PERFORM.

      *> A branch in the table waits for its parent; a parent with
      *> branches in the table prints consolidated; anyone else
      *> prints as before.
       ROUTE-ONE-CUSTOMER.
            MOVE "N" TO WS-BR-FOUND-FLAG WS-HAS-BRANCHES-FLAG.
            PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                  UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               IF WS-BR-NUMBER(WS-BR-SUB) = CUSTOMER-NUMBER
                  SET WS-BR-FOUND TO TRUE
               END-IF
               IF WS-BR-PARENT(WS-BR-SUB) = CUSTOMER-NUMBER
                  SET WS-HAS-BRANCHES TO TRUE
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN WS-BR-FOUND
                  CONTINUE
               WHEN WS-HAS-BRANCHES
                  PERFORM CONSOLIDATED-STATEMENT
               WHEN OTHER
                  PERFORM STATEMENT-ONE-CUSTOMER
            END-EVALUATE.

      *> After the main pass the record area is free for keyed
      *> reads: branches their parent never took in print alone.
       STATEMENT-UNROUTED-BRANCHES.
            PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                  UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               IF NOT WS-BR-DONE(WS-BR-SUB)
                  MOVE WS-BR-NUMBER(WS-BR-SUB) TO CUSTOMER-NUMBER
                  READ CUSTOMER-FILE
                     INVALID KEY
                        DISPLAY "Branch " WS-BR-NUMBER(WS-BR-SUB)
                           " not re-read, status " WS-CUSTOMER-STATUS
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        PERFORM STATEMENT-ONE-CUSTOMER
                  END-READ
               END-IF
            END-PERFORM.

       STATEMENT-ONE-CUSTOMER.
            MOVE CUSTOMER-NUMBER TO WS-ACCOUNT-NUMBER.
            PERFORM SUM-CUSTOMER-ACTIVITY.
            IF WS-PRIOR-BILLED = 0 AND WS-PRIOR-PAID = 0 AND
                  WS-PERIOD-BILLED = 0 AND WS-PERIOD-PAID = 0
               WS-PERIOD-BILLED WS-PERIOD-PAID.
            MOVE "N" TO WS-INV-EOF-SWITCH.
            MOVE SPACES TO INV-KEY.
            MOVE WS-ACCOUNT-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE ZEROS TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-INV-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-INV-EOF OR
                  INV-CUSTOMER-NUMBER NOT = WS-ACCOUNT-NUMBER
               IF INV-DATE < WS-PERIOD-NUM
                  ADD INV-TOTAL TO WS-PRIOR-BILLED
               ELSE
            END-PERFORM.
            MOVE "N" TO WS-RCP-EOF-SWITCH.
            MOVE LOW-VALUES TO RCP-KEY.
            MOVE WS-ACCOUNT-NUMBER TO RCP-CUSTOMER-NUMBER.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-RCP-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-RCP-EOF OR
                  RCP-CUSTOMER-NUMBER NOT = WS-ACCOUNT-NUMBER
               IF RCP-DATE < WS-PERIOD-NUM
                  ADD RCP-AMOUNT TO WS-PRIOR-PAID
               ELSE
               WS-PERIOD-START " - CUSTOMER " CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM PRINT-ADDRESS-BLOCK.
            PERFORM PRINT-CURRENCY-LINE.
            PERFORM PRINT-ACCOUNT-BODY.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> Branches bill in their parent's currency, so the
      *> statement's own customer names it for a consolidated one
      *> too. Base-currency statements print as they always have.
       PRINT-CURRENCY-LINE.
            IF NOT CUSTOMER-BASE-CURRENCY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  AMOUNTS IN " CUSTOMER-CURRENCY-CODE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
            END-IF.

       PRINT-ADDRESS-BLOCK.
            MOVE SPACES TO STATEMENT-LINE.
            STRING NameValue " " FirstLastname
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            STRING CityValue " " StateValue " " PostalCode
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> Prior balance, itemized billing, payments and closing
      *> balance for WS-ACCOUNT-NUMBER from the sums in hand.
       PRINT-ACCOUNT-BODY.
            MOVE WS-PRIOR-BALANCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  PRIOR BALANCE     " WS-TOTAL-MONEY-EDIT
            STRING "  INVOICES BILLED   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF WS-PERIOD-BILLED > 0
               PERFORM PRINT-PERIOD-INVOICES
            END-IF.
            MOVE WS-PERIOD-PAID TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  PAYMENTS RECEIVED " WS-TOTAL-MONEY-EDIT
            STRING "  CLOSING BALANCE   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> One statement to the parent for the group: a first round
      *> over the parent and its billed-to branches decides whether
      *> there is anything to print and builds the group totals, a
      *> second prints each account with activity as its own
      *> section. A group with no address goes untaken so the
      *> branches fall back to statements of their own.
       CONSOLIDATED-STATEMENT.
            MOVE ZEROS TO WS-GROUP-PRIOR WS-GROUP-BILLED
               WS-GROUP-PAID WS-GROUP-CLOSING.
            MOVE "N" TO WS-GROUP-ACTIVE-FLAG.
            MOVE CUSTOMER-NUMBER TO WS-ACCOUNT-NUMBER.
            PERFORM ADD-ACCOUNT-TO-GROUP.
            PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                  UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               IF WS-BR-PARENT(WS-BR-SUB) = CUSTOMER-NUMBER
                  MOVE WS-BR-NUMBER(WS-BR-SUB) TO WS-ACCOUNT-NUMBER
                  PERFORM ADD-ACCOUNT-TO-GROUP
               END-IF
            END-PERFORM.
            IF NOT WS-GROUP-ACTIVE
               ADD 1 TO WS-NO-ACTIVITY-COUNT
               PERFORM MARK-GROUP-DONE
               EXIT PARAGRAPH
            END-IF.
            IF StreetLineOne = SPACES
               ADD 1 TO WS-NO-ADDR-COUNT
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-STATEMENT-COUNT.
            ADD 1 TO WS-CONSOLIDATED-COUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "CONSOLIDATED STATEMENT OF ACCOUNT - PERIOD FROM "
               WS-PERIOD-START " - PARENT " CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM PRINT-ADDRESS-BLOCK.
            PERFORM PRINT-CURRENCY-LINE.
            MOVE CUSTOMER-NUMBER TO WS-ACCOUNT-NUMBER.
            MOVE SPACES TO WS-ACCOUNT-NAME.
            STRING NameValue " " FirstLastname
               DELIMITED BY SIZE INTO WS-ACCOUNT-NAME.
            PERFORM PRINT-GROUP-SECTION.
            PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                  UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               IF WS-BR-PARENT(WS-BR-SUB) = CUSTOMER-NUMBER
                  MOVE WS-BR-NUMBER(WS-BR-SUB) TO WS-ACCOUNT-NUMBER
                  MOVE WS-BR-NAME(WS-BR-SUB) TO WS-ACCOUNT-NAME
                  PERFORM PRINT-GROUP-SECTION
                  ADD 1 TO WS-ROUTED-COUNT
               END-IF
            END-PERFORM.
            PERFORM MARK-GROUP-DONE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-GROUP-PRIOR TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  GROUP PRIOR BALANCE     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-GROUP-BILLED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  GROUP INVOICES BILLED   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-GROUP-PAID TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  GROUP PAYMENTS RECEIVED " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-GROUP-CLOSING TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  GROUP CLOSING BALANCE   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

       ADD-ACCOUNT-TO-GROUP.
            PERFORM SUM-CUSTOMER-ACTIVITY.
            IF WS-PRIOR-BILLED NOT = 0 OR WS-PRIOR-PAID NOT = 0 OR
                  WS-PERIOD-BILLED NOT = 0 OR WS-PERIOD-PAID NOT = 0
               SET WS-GROUP-ACTIVE TO TRUE
            END-IF.
            COMPUTE WS-GROUP-PRIOR = WS-GROUP-PRIOR +
               WS-PRIOR-BILLED - WS-PRIOR-PAID.
            ADD WS-PERIOD-BILLED TO WS-GROUP-BILLED.
            ADD WS-PERIOD-PAID TO WS-GROUP-PAID.
            COMPUTE WS-GROUP-CLOSING = WS-GROUP-PRIOR +
               WS-GROUP-BILLED - WS-GROUP-PAID.

      *> One account's section of a consolidated statement; an
      *> account with no activity is left off. Its closing balance
      *> is the branch subtotal.
       PRINT-GROUP-SECTION.
            PERFORM SUM-CUSTOMER-ACTIVITY.
            IF WS-PRIOR-BILLED = 0 AND WS-PRIOR-PAID = 0 AND
                  WS-PERIOD-BILLED = 0 AND WS-PERIOD-PAID = 0
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PRIOR-BALANCE =
               WS-PRIOR-BILLED - WS-PRIOR-PAID.
            COMPUTE WS-CLOSING-BALANCE = WS-PRIOR-BALANCE +
               WS-PERIOD-BILLED - WS-PERIOD-PAID.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING " ACCOUNT " WS-ACCOUNT-NUMBER " " WS-ACCOUNT-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM PRINT-ACCOUNT-BODY.

       MARK-GROUP-DONE.
            PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                  UNTIL WS-BR-SUB > WS-BRANCH-COUNT
               IF WS-BR-PARENT(WS-BR-SUB) = CUSTOMER-NUMBER
                  SET WS-BR-DONE(WS-BR-SUB) TO TRUE
               END-IF
            END-PERFORM.

       PRINT-PERIOD-INVOICES.
            MOVE "N" TO WS-INV-EOF-SWITCH.
            MOVE SPACES TO INV-KEY.
            MOVE WS-ACCOUNT-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE ZEROS TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-INV-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-INV-EOF OR
                  INV-CUSTOMER-NUMBER NOT = WS-ACCOUNT-NUMBER
               IF INV-DATE NOT < WS-PERIOD-NUM
                  PERFORM PRINT-ONE-INVOICE
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.

       PRINT-ONE-INVOICE.
            MOVE INV-INVOICE-NUMBER TO WS-IH-INVOICE.
            MOVE INV-DATE TO WS-IH-DATE.
            MOVE INV-TOTAL TO WS-IH-TOTAL.
            WRITE STATEMENT-LINE FROM WS-INVOICE-HEAD-LINE.
            PERFORM VARYING WS-INV-LINE-SUB FROM 1 BY 1
                  UNTIL WS-INV-LINE-SUB > INV-LINE-COUNT
                  OR WS-INV-LINE-SUB > 5
               PERFORM PRINT-ONE-ITEM-LINE
            END-PERFORM.
            IF INV-TAX-AMOUNT IS NUMERIC AND INV-TAX-AMOUNT > 0
               MOVE INV-TAX-STATE TO WS-TL-STATE
               MOVE INV-TAX-RATE TO WS-TL-RATE
               MOVE INV-TAX-AMOUNT TO WS-TL-AMOUNT
               WRITE STATEMENT-LINE FROM WS-TAX-LINE
            END-IF.

       PRINT-ONE-ITEM-LINE.
            MOVE INV-LINE-ITEM-CODE(WS-INV-LINE-SUB) TO WS-IL-ITEM.
            MOVE INV-LINE-DESCRIPTION(WS-INV-LINE-SUB)
               TO WS-IL-DESCRIPTION.
            MOVE INV-LINE-QUANTITY(WS-INV-LINE-SUB) TO WS-IL-QUANTITY.
            MOVE INV-LINE-UNIT-PRICE(WS-INV-LINE-SUB) TO WS-IL-PRICE.
            IF INV-LINE-QUANTITY(WS-INV-LINE-SUB) > 0
               MOVE " @ " TO WS-IL-AT
            ELSE
               MOVE SPACES TO WS-IL-AT
            END-IF.
            MOVE INV-LINE-AMOUNT(WS-INV-LINE-SUB) TO WS-IL-AMOUNT.
            WRITE STATEMENT-LINE FROM WS-ITEM-LINE.
       END PROGRAM CUSTOMER-STATEMENT-RUN.
