      *> Receivables journal extract: the daily ledger side of
      *> billing and cash. Every invoice and receipt not yet
      *> carried to the ledger is summarized into a balanced set of
      *> lines on ar-journal.dat - AR control debited with revenue
      *> credited for keyed invoices and finance-charge income
      *> credited for INV-FINANCE-CHARGE items. A keyed invoice's
      *> item lines credit the revenue account each line carries
      *> from the item catalog, one summed line per account; lines
      *> with no item (the staff discount) net into *REVENUE, and
      *> the sales tax is credited to *SALES-TAX-PAYABLE. Cash is
      *> debited for new receipts, with AR control credited for the
      *> part already applied and the rest parked in the
      *> unapplied-cash liability; and, for cash journaled earlier
      *> that has since
      *> been applied, unapplied cash debited and AR control
      *> credited. Applied invoice adjustments move AR control
      *> against the adjustments account - credit memos debit
      *> *AR-ADJUSTMENTS and credit AR control, debit adjustments
      *> the reverse; pending and rejected ones never reach the
      *> ledger. The accounts come from reserved codes on the
      *> dept-account-map (*AR-CONTROL, *REVENUE, *FIN-CHG-INCOME,
      *> *CASH, *UNAPPLIED-CASH, *AR-ADJUSTMENTS,
      *> *SALES-TAX-PAYABLE), not literals; item revenue accounts
      *> were proved against the chart when the item was cataloged.
      *> Debits must equal credits with every code mapped before the
      *> items are marked journaled, so a refused journal leaves
      *> everything to be picked up by the next run; the proof
      *> posts through CONTROL-TOTAL-WRITE the way the payroll
      *> journal's does.
      *> The ledger is kept in base currency, so every amount is
      *> journaled at its base value: an invoice at INV-BASE-TOTAL,
      *> its tax and item lines at the invoice's own rate with the
      *> untyped revenue taking the rounding; cash at
      *> RCP-BASE-AMOUNT and its applied part at the receipt's
      *> rate; an adjustment at the rate of the invoice it
      *> adjusts. An adjustment whose invoice is no longer on file
      *> cannot be valued and refuses the journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT OPTIONAL INVOICE-ADJUST-FILE
               ASSIGN TO "invoice-adjust.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ADJUST-NUMBER
               FILE STATUS IS WS-ADJUST-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "ar-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  INVOICE-ADJUST-FILE.
           COPY INVOICE-ADJUST-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-ADJUST-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
      *> Pass switch: the first walk only accumulates, the second
      *> (run only when the journal proves) marks the items.
       01 WS-PASS-SWITCH PIC X VALUE "A".
           88 WS-ACCUMULATE-PASS VALUE "A".
           88 WS-MARK-PASS       VALUE "M".
       01 WS-APPLIED-NOW PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-NEWLY-APPLIED PIC S9(7)V99 COMP-3 VALUE ZEROS.
      *> The document in hand's rate and base amount; a base-currency
      *> document (or one stamped before currencies were carried)
      *> goes at one for one.
       01 WS-DOC-RATE PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       01 WS-DOC-BASE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-BASE-PART PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-APPLIED-NOW-BASE PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-JOURNALED-BASE PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-NEWLY-APPLIED-BASE PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-INVOICE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECEIPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADJUST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-BILLED   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-FIN-CHG  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-UNTYPED  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-SALES-TAX PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-UNTYPED-PART   PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-INV-LINE-SUB   PIC 9(2) VALUE ZERO.
      *> Item revenue summed per revenue account across the run.
       01 WS-REVENUE-TABLE.
           05 WS-RV-ENTRY OCCURS 50 TIMES.
              10 WS-RV-ACCOUNT PIC X(8).
              10 WS-RV-AMOUNT  PIC S9(9)V99 COMP-3.
       01 WS-RV-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RV-SUB   PIC 9(3) VALUE ZERO.
       01 WS-RV-FOUND-FLAG PIC X VALUE "N".
           88 WS-RV-FOUND VALUE "Y".
       01 WS-SIGNED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CASH     PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-APPLIED  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-PARKED   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-RELEASED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CR-MEMOS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DR-ADJUST PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-LINE-MAP-CODE PIC X(20) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "AR-JOURNAL".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O INVOICE-ADJUST-FILE.
            IF WS-ADJUST-STATUS NOT = "00" AND WS-ADJUST-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice-adjust.dat, status "
                  WS-ADJUST-STATUS
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
               DISPLAY "Unable to open ar-journal.dat, status "
                  WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SET WS-ACCUMULATE-PASS TO TRUE
               PERFORM WALK-INVOICES
               PERFORM WALK-RECEIPTS
               PERFORM WALK-ADJUSTMENTS
               PERFORM WRITE-JOURNAL-LINES
               PERFORM PROVE-AND-POST-TOTALS
               IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                     WS-UNMAPPED-COUNT = 0
                  SET WS-MARK-PASS TO TRUE
                  PERFORM WALK-INVOICES
                  PERFORM WALK-RECEIPTS
                  PERFORM WALK-ADJUSTMENTS
               END-IF
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE INVOICE-ADJUST-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE JOURNAL-FILE.
            DISPLAY "Invoices journaled: " WS-INVOICE-COUNT.
            DISPLAY "Receipts journaled: " WS-RECEIPT-COUNT.
            DISPLAY "Adjustments journaled: " WS-ADJUST-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       WALK-INVOICES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO INV-KEY.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-EOF
               IF NOT INV-JOURNALED
                  PERFORM TAKE-ONE-INVOICE
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       TAKE-ONE-INVOICE.
            IF WS-ACCUMULATE-PASS
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM FIGURE-INVOICE-RATE
               IF INV-FINANCE-CHARGE
                  ADD WS-DOC-BASE-AMOUNT TO WS-TOTAL-FIN-CHG
               ELSE
                  ADD WS-DOC-BASE-AMOUNT TO WS-TOTAL-BILLED
                  PERFORM SPLIT-INVOICE-REVENUE
               END-IF
            ELSE
               MOVE "J" TO INV-JOURNAL-FLAG
               REWRITE INVOICE-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark invoice "
                        INV-CUSTOMER-NUMBER "-" INV-INVOICE-NUMBER
                        " journaled, status " WS-INVOICE-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

       FIGURE-INVOICE-RATE.
            IF INV-BASE-CURRENCY OR INV-EXCHANGE-RATE IS NOT NUMERIC
                  OR INV-EXCHANGE-RATE = 0
                  OR INV-BASE-TOTAL IS NOT NUMERIC
               MOVE 1 TO WS-DOC-RATE
               MOVE INV-TOTAL TO WS-DOC-BASE-AMOUNT
            ELSE
               MOVE INV-EXCHANGE-RATE TO WS-DOC-RATE
               MOVE INV-BASE-TOTAL TO WS-DOC-BASE-AMOUNT
            END-IF.

      *> Whatever of the total is neither tax nor an item line with
      *> a revenue account - the staff discount - is untyped revenue.
      *> Tax and item lines are turned to base at the invoice's rate,
      *> rounded as invoice entry rounds; the untyped part is what
      *> is left of the base total, so the invoice still balances.
       SPLIT-INVOICE-REVENUE.
            IF INV-TAX-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO INV-TAX-AMOUNT
            END-IF.
            COMPUTE WS-BASE-PART ROUNDED =
               INV-TAX-AMOUNT * WS-DOC-RATE.
            ADD WS-BASE-PART TO WS-TOTAL-SALES-TAX.
            COMPUTE WS-UNTYPED-PART = WS-DOC-BASE-AMOUNT
               - WS-BASE-PART.
            PERFORM VARYING WS-INV-LINE-SUB FROM 1 BY 1
                  UNTIL WS-INV-LINE-SUB > INV-LINE-COUNT
                  OR WS-INV-LINE-SUB > 5
               IF INV-LINE-REVENUE-ACCOUNT(WS-INV-LINE-SUB)
                     NOT = SPACES
                  COMPUTE WS-BASE-PART ROUNDED =
                     INV-LINE-AMOUNT(WS-INV-LINE-SUB) * WS-DOC-RATE
                  PERFORM ADD-TO-REVENUE-TABLE
               END-IF
            END-PERFORM.
            ADD WS-UNTYPED-PART TO WS-TOTAL-UNTYPED.

       ADD-TO-REVENUE-TABLE.
            MOVE "N" TO WS-RV-FOUND-FLAG.
            PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                  UNTIL WS-RV-SUB > WS-RV-COUNT OR WS-RV-FOUND
               IF WS-RV-ACCOUNT(WS-RV-SUB) =
                     INV-LINE-REVENUE-ACCOUNT(WS-INV-LINE-SUB)
                  SET WS-RV-FOUND TO TRUE
                  ADD WS-BASE-PART TO WS-RV-AMOUNT(WS-RV-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-RV-FOUND
               IF WS-RV-COUNT >= 50
                  DISPLAY "More than 50 item revenue accounts - "
                     "account " INV-LINE-REVENUE-ACCOUNT
                     (WS-INV-LINE-SUB) " not carried."
                  ADD 1 TO WS-UNMAPPED-COUNT
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE INV-LINE-REVENUE-ACCOUNT(WS-INV-LINE-SUB)
                  TO WS-RV-ACCOUNT(WS-RV-COUNT)
               MOVE WS-BASE-PART TO WS-RV-AMOUNT(WS-RV-COUNT)
            END-IF.
            SUBTRACT WS-BASE-PART FROM WS-UNTYPED-PART.

       WALK-RECEIPTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO RCP-KEY.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-EOF
               PERFORM TAKE-ONE-RECEIPT
               PERFORM READ-NEXT-RECEIPT
            END-PERFORM.

       READ-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> What has been applied so far less what the ledger already
      *> knows about is the newly applied cash. A new receipt
      *> brings its whole amount in as cash; one whose cash is
      *> already on the ledger only moves its newly applied part
      *> out of unapplied cash. Cash refunded to the customer was
      *> never applied: it stays in unapplied cash here and the
      *> refund run's journal takes it out again.
       TAKE-ONE-RECEIPT.
            IF RCP-JOURNALED-APPLIED IS NOT NUMERIC
               MOVE ZEROS TO RCP-JOURNALED-APPLIED
            END-IF.
            IF RCP-REFUNDED-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO RCP-REFUNDED-AMOUNT
            END-IF.
            COMPUTE WS-APPLIED-NOW =
               RCP-AMOUNT - RCP-UNAPPLIED - RCP-REFUNDED-AMOUNT.
            COMPUTE WS-NEWLY-APPLIED =
               WS-APPLIED-NOW - RCP-JOURNALED-APPLIED.
            IF WS-NEWLY-APPLIED < 0
               MOVE ZEROS TO WS-NEWLY-APPLIED
            END-IF.
            IF NOT RCP-CASH-JOURNALED OR WS-NEWLY-APPLIED > 0
               IF WS-ACCUMULATE-PASS
                  PERFORM ACCUMULATE-ONE-RECEIPT
               ELSE
                  MOVE "J" TO RCP-JOURNAL-FLAG
                  ADD WS-NEWLY-APPLIED TO RCP-JOURNALED-APPLIED
                  REWRITE RECEIPT-RECORD
                     INVALID KEY
                        DISPLAY "Unable to mark receipt "
                           RCP-CUSTOMER-NUMBER " " RCP-DATE "-"
                           RCP-SEQ " journaled, status "
                           WS-RECEIPT-STATUS
                        SET WS-HAD-ISSUE TO TRUE
                  END-REWRITE
               END-IF
            END-IF.

      *> The newly applied part's base value is the base value of
      *> everything applied so far less that of what was journaled
      *> before, so the rounding never piles up across runs.
       ACCUMULATE-ONE-RECEIPT.
            ADD 1 TO WS-RECEIPT-COUNT.
            PERFORM FIGURE-RECEIPT-RATE.
            MOVE ZEROS TO WS-NEWLY-APPLIED-BASE.
            IF WS-NEWLY-APPLIED > 0
               COMPUTE WS-APPLIED-NOW-BASE ROUNDED =
                  WS-APPLIED-NOW * WS-DOC-RATE
               COMPUTE WS-JOURNALED-BASE ROUNDED =
                  RCP-JOURNALED-APPLIED * WS-DOC-RATE
               COMPUTE WS-NEWLY-APPLIED-BASE =
                  WS-APPLIED-NOW-BASE - WS-JOURNALED-BASE
               IF WS-NEWLY-APPLIED-BASE < 0
                  MOVE ZEROS TO WS-NEWLY-APPLIED-BASE
               END-IF
            END-IF.
            ADD WS-NEWLY-APPLIED-BASE TO WS-TOTAL-APPLIED.
            IF RCP-CASH-JOURNALED
               ADD WS-NEWLY-APPLIED-BASE TO WS-TOTAL-RELEASED
            ELSE
               ADD WS-DOC-BASE-AMOUNT TO WS-TOTAL-CASH
               COMPUTE WS-TOTAL-PARKED = WS-TOTAL-PARKED
                  + WS-DOC-BASE-AMOUNT - WS-NEWLY-APPLIED-BASE
            END-IF.

       FIGURE-RECEIPT-RATE.
            IF RCP-BASE-CURRENCY OR RCP-EXCHANGE-RATE IS NOT NUMERIC
                  OR RCP-EXCHANGE-RATE = 0
                  OR RCP-BASE-AMOUNT IS NOT NUMERIC
               MOVE 1 TO WS-DOC-RATE
               MOVE RCP-AMOUNT TO WS-DOC-BASE-AMOUNT
            ELSE
               MOVE RCP-EXCHANGE-RATE TO WS-DOC-RATE
               MOVE RCP-BASE-AMOUNT TO WS-DOC-BASE-AMOUNT
            END-IF.

       WALK-ADJUSTMENTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO IA-ADJUST-NUMBER.
            START INVOICE-ADJUST-FILE KEY NOT < IA-ADJUST-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ADJUSTMENT.
            PERFORM UNTIL WS-EOF
               IF IA-APPLIED AND NOT IA-JOURNALED
                  PERFORM TAKE-ONE-ADJUSTMENT
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
            END-PERFORM.

       READ-NEXT-ADJUSTMENT.
            READ INVOICE-ADJUST-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       TAKE-ONE-ADJUSTMENT.
            IF WS-ACCUMULATE-PASS
               ADD 1 TO WS-ADJUST-COUNT
               PERFORM FIGURE-ADJUSTMENT-BASE
               IF IA-CREDIT-MEMO
                  ADD WS-BASE-PART TO WS-TOTAL-CR-MEMOS
               ELSE
                  ADD WS-BASE-PART TO WS-TOTAL-DR-ADJUST
               END-IF
            ELSE
               MOVE "J" TO IA-JOURNAL-FLAG
               REWRITE INVOICE-ADJUST-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark adjustment "
                        IA-ADJUST-NUMBER " journaled, status "
                        WS-ADJUST-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

      *> An adjustment is in the currency of the invoice it adjusts
      *> and is valued at that invoice's rate.
       FIGURE-ADJUSTMENT-BASE.
            MOVE IA-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE IA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
               INVALID KEY
                  DISPLAY "Adjustment " IA-ADJUST-NUMBER
                     " - invoice " IA-CUSTOMER-NUMBER "-"
                     IA-INVOICE-NUMBER " not on file, no rate."
                  ADD 1 TO WS-UNMAPPED-COUNT
                  MOVE ZEROS TO WS-BASE-PART
                  EXIT PARAGRAPH
            END-READ.
            PERFORM FIGURE-INVOICE-RATE.
            COMPUTE WS-BASE-PART ROUNDED = IA-AMOUNT * WS-DOC-RATE.

      *> Only non-zero lines are written; each names its reserved
      *> map code, looked up when the line is written.
       WRITE-JOURNAL-LINES.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            COMPUTE WS-LINE-AMOUNT = WS-TOTAL-BILLED
               + WS-TOTAL-FIN-CHG.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - INVOICES BILLED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*REVENUE" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-UNTYPED TO WS-SIGNED-AMOUNT.
            PERFORM SET-CREDIT-SIDE.
            MOVE "REVENUE - KEYED INVOICES" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                  UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-AMOUNT(WS-RV-SUB) TO WS-SIGNED-AMOUNT
               PERFORM SET-CREDIT-SIDE
               MOVE WS-RV-ACCOUNT(WS-RV-SUB) TO WS-LINE-ACCOUNT
               MOVE "REVENUE - ITEM SALES" TO WS-LINE-DESC
               PERFORM WRITE-ACCOUNT-LINE
            END-PERFORM.
            MOVE "*SALES-TAX-PAYABLE" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-SALES-TAX TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "SALES TAX PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*FIN-CHG-INCOME" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-FIN-CHG TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "FINANCE CHARGE INCOME" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-CASH TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "CASH RECEIVED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*UNAPPLIED-CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-RELEASED TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "UNAPPLIED CASH NOW APPLIED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-APPLIED TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - CASH APPLIED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*UNAPPLIED-CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-PARKED TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "UNAPPLIED CASH PARKED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-ADJUSTMENTS" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-CR-MEMOS TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "AR ADJUSTMENTS - CREDIT MEMOS" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-CR-MEMOS TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - CREDIT MEMOS" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-DR-ADJUST TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - DEBIT ADJUSTMENTS" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-ADJUSTMENTS" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-DR-ADJUST TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "AR ADJUSTMENTS - DEBIT ADJUSTS" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.

      *> A revenue figure netted below zero by discounts is posted
      *> as a debit of its size instead of a negative credit.
       SET-CREDIT-SIDE.
            IF WS-SIGNED-AMOUNT < 0
               MOVE "DR" TO WS-LINE-SIDE
               COMPUTE WS-LINE-AMOUNT = 0 - WS-SIGNED-AMOUNT
            ELSE
               MOVE "CR" TO WS-LINE-SIDE
               MOVE WS-SIGNED-AMOUNT TO WS-LINE-AMOUNT
            END-IF.

       WRITE-MAPPED-LINE.
            IF WS-LINE-AMOUNT > 0
               MOVE WS-LINE-MAP-CODE TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               PERFORM WRITE-ACCOUNT-LINE
            END-IF.

       WRITE-ACCOUNT-LINE.
            IF WS-LINE-AMOUNT > 0
               PERFORM WRITE-ONE-JOURNAL-LINE
               IF WS-LINE-SIDE = "DR"
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
            END-IF.

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
            MOVE WS-RUN-DATE TO JL-POST-DATE.
            MOVE "AR" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.

       PROVE-AND-POST-TOTALS.
            MOVE WS-TOTAL-DEBIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal debits  : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-CREDIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal credits : " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Lines written   : " WS-LINE-COUNT.
            DISPLAY "Unmapped lookups: " WS-UNMAPPED-COUNT.
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
       END PROGRAM AR-JOURNAL-EXTRACT.
