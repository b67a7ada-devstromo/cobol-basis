      *> Unapplied cash and credit-balance worklist. Cash that
      *> RECEIPT-APPLY-RUN could not apply sits on the receipt as
      *> unapplied, and nothing else ever works it off; this lists
      *> every customer carrying any, one line per receipt aged
      *> from the receipt date to the as-of date with the shared
      *> DATE-DIFF-DAYS routine into the same current / 30 / 60 /
      *> 90-plus buckets AR-AGING-REPORT uses. Under each customer
      *> the open invoice balances are set against the unapplied
      *> cash: a customer who still owes is marked for the clerk to
      *> apply the cash on UNAPPLIED-CASH-MAINT, and one whose cash
      *> is more than everything owed has a net credit balance and
      *> is marked as a refund candidate. Refunds already requested
      *> and not yet decided are shown so nobody asks twice. Grand
      *> totals per bucket close the report for the balance sheet's
      *> unapplied cash figure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-WORKLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL REFUND-FILE
               ASSIGN TO "customer-refund.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRF-REFUND-NUMBER
               ALTERNATE RECORD KEY IS CRF-CUSTOMER-NUMBER
                  WITH DUPLICATES
               FILE STATUS IS WS-REFUND-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT WORKLIST-FILE
               ASSIGN TO "unapplied-cash.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  REFUND-FILE.
           COPY CUSTOMER-REFUND-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  WORKLIST-FILE.
       01  WORKLIST-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-REFUND-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SUB-EOF-SWITCH PIC X VALUE "N".
           88 WS-SUB-EOF VALUE "Y".
       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-AS-OF-NUM  PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-DIFF-FROM PIC 9(8) VALUE ZERO.
       01 WS-DIFF-DAYS PIC S9(7) VALUE ZERO.
       01 WS-PRIOR-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-CUST-SURNAME PIC X(20) VALUE SPACES.
       01 WS-CUST-PHONE PIC X(9) VALUE SPACES.
       01 WS-CUST-UNAPPLIED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CUST-OWED      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CUST-PENDING   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CUST-NET       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-CURRENT PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-GRAND-30      PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-GRAND-60      PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05 WS-GRAND-90      PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GRAND-CREDIT PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECEIPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CREDIT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DET-CUSTOMER PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-SURNAME  PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-PHONE    PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-DATE     PIC 9(8).
           05 FILLER          PIC X(1) VALUE "-".
           05 WS-DET-SEQ      PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-UNAPPLIED PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-DAYS     PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-DET-BUCKET   PIC X(8).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-OWED-MONEY-EDIT  PIC $$$,$$$,$$$,$$9.99-.
       01  WS-NET-MONEY-EDIT   PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "As-of date (YYYYMMDD, blank = today):".
            ACCEPT WS-AS-OF-DATE.
            IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-AS-OF-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid as-of date " WS-AS-OF-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT REFUND-FILE.
            IF WS-REFUND-STATUS NOT = "00" AND WS-REFUND-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer-refund.dat, status "
                  WS-REFUND-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT WORKLIST-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open unapplied-cash.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM WALK-RECEIPTS
               PERFORM WRITE-GRAND-TOTALS
            END-IF.
            CLOSE RECEIPT-FILE.
            CLOSE INVOICE-FILE.
            CLOSE REFUND-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE WORKLIST-FILE.
            DISPLAY "Customers with unapplied cash: "
               WS-CUSTOMER-COUNT.
            DISPLAY "Receipts listed              : "
               WS-RECEIPT-COUNT.
            DISPLAY "Net credit balances          : "
               WS-CREDIT-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> The receipt file is keyed customer + date + sequence, so a
      *> walk in key order gives customer order and a control break
      *> closes each customer once.
       WALK-RECEIPTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO RCP-KEY.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-EOF
               IF RCP-OPEN AND RCP-UNAPPLIED > 0
                  PERFORM LIST-ONE-RECEIPT
               END-IF
               PERFORM READ-NEXT-RECEIPT
            END-PERFORM.
            IF WS-PRIOR-CUSTOMER NOT = SPACES
               PERFORM CLOSE-CUSTOMER
            END-IF.

       READ-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LIST-ONE-RECEIPT.
            IF RCP-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
               IF WS-PRIOR-CUSTOMER NOT = SPACES
                  PERFORM CLOSE-CUSTOMER
               END-IF
               PERFORM OPEN-CUSTOMER
            END-IF.
            ADD 1 TO WS-RECEIPT-COUNT.
            ADD RCP-UNAPPLIED TO WS-CUST-UNAPPLIED.
            MOVE RCP-DATE TO WS-DIFF-FROM.
            CALL "DATE-DIFF-DAYS" USING WS-DIFF-FROM
               WS-AS-OF-NUM WS-DIFF-DAYS.
            IF WS-DIFF-DAYS < 0
               MOVE ZERO TO WS-DIFF-DAYS
            END-IF.
            EVALUATE TRUE
               WHEN WS-DIFF-DAYS < 30
                  MOVE "CURRENT" TO WS-DET-BUCKET
                  ADD RCP-UNAPPLIED TO WS-GRAND-CURRENT
               WHEN WS-DIFF-DAYS < 60
                  MOVE "30 DAYS" TO WS-DET-BUCKET
                  ADD RCP-UNAPPLIED TO WS-GRAND-30
               WHEN WS-DIFF-DAYS < 90
                  MOVE "60 DAYS" TO WS-DET-BUCKET
                  ADD RCP-UNAPPLIED TO WS-GRAND-60
               WHEN OTHER
                  MOVE "90 PLUS" TO WS-DET-BUCKET
                  ADD RCP-UNAPPLIED TO WS-GRAND-90
            END-EVALUATE.
            MOVE RCP-CUSTOMER-NUMBER TO WS-DET-CUSTOMER.
            MOVE WS-CUST-SURNAME TO WS-DET-SURNAME.
            MOVE WS-CUST-PHONE TO WS-DET-PHONE.
            MOVE RCP-DATE TO WS-DET-DATE.
            MOVE RCP-SEQ TO WS-DET-SEQ.
            MOVE RCP-AMOUNT TO WS-DET-AMOUNT.
            MOVE RCP-UNAPPLIED TO WS-DET-UNAPPLIED.
            MOVE WS-DIFF-DAYS TO WS-DET-DAYS.
            WRITE WORKLIST-LINE FROM WS-DETAIL-LINE.

       OPEN-CUSTOMER.
            ADD 1 TO WS-CUSTOMER-COUNT.
            MOVE RCP-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER.
            MOVE ZEROS TO WS-CUST-UNAPPLIED.
            MOVE SPACES TO WS-CUST-SURNAME WS-CUST-PHONE.
            MOVE WS-PRIOR-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "(NOT ON MASTER)" TO WS-CUST-SURNAME
               NOT INVALID KEY
                  MOVE FirstLastname TO WS-CUST-SURNAME
                  MOVE WorkPhoneOne TO WS-CUST-PHONE
            END-READ.

      *> What the customer still owes on open invoices, less the
      *> unapplied cash, is the net balance; below zero the
      *> customer is in credit.
       CLOSE-CUSTOMER.
            PERFORM TOTAL-OPEN-INVOICES.
            PERFORM TOTAL-PENDING-REFUNDS.
            COMPUTE WS-CUST-NET = WS-CUST-OWED - WS-CUST-UNAPPLIED.
            MOVE WS-CUST-OWED TO WS-OWED-MONEY-EDIT.
            MOVE WS-CUST-NET TO WS-NET-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "       OPEN INVOICES " WS-OWED-MONEY-EDIT
               "  NET BALANCE " WS-NET-MONEY-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            EVALUATE TRUE
               WHEN WS-CUST-NET < 0
                  ADD 1 TO WS-CREDIT-COUNT
                  COMPUTE WS-GRAND-CREDIT = WS-GRAND-CREDIT
                     - WS-CUST-NET
                  MOVE "  ** NET CREDIT - REFUND CANDIDATE"
                     TO WORKLIST-LINE(76:)
               WHEN WS-CUST-OWED > 0
                  MOVE "  ** APPLY TO OPEN INVOICES"
                     TO WORKLIST-LINE(76:)
            END-EVALUATE.
            WRITE WORKLIST-LINE.
            IF WS-CUST-PENDING > 0
               MOVE WS-CUST-PENDING TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO WORKLIST-LINE
               STRING "       REFUNDS AWAITING APPROVAL OR PAYMENT "
                  WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
            END-IF.
            MOVE SPACES TO WORKLIST-LINE.
            WRITE WORKLIST-LINE.

       TOTAL-OPEN-INVOICES.
            MOVE ZEROS TO WS-CUST-OWED.
            MOVE "N" TO WS-SUB-EOF-SWITCH.
            MOVE WS-PRIOR-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE ZEROS TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-SUB-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-SUB-EOF OR
                  INV-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
               IF INV-OPEN
                  ADD INV-BALANCE TO WS-CUST-OWED
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-SUB-EOF TO TRUE
            END-READ.

      *> Pending refunds still sit in unapplied cash; approved ones
      *> have left it but are not yet paid - both are shown.
       TOTAL-PENDING-REFUNDS.
            MOVE ZEROS TO WS-CUST-PENDING.
            MOVE "N" TO WS-SUB-EOF-SWITCH.
            MOVE WS-PRIOR-CUSTOMER TO CRF-CUSTOMER-NUMBER.
            START REFUND-FILE KEY NOT < CRF-CUSTOMER-NUMBER
               INVALID KEY SET WS-SUB-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REFUND.
            PERFORM UNTIL WS-SUB-EOF OR
                  CRF-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
               IF CRF-PENDING OR CRF-APPROVED
                  ADD CRF-AMOUNT TO WS-CUST-PENDING
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.

       READ-NEXT-REFUND.
            READ REFUND-FILE NEXT
               AT END SET WS-SUB-EOF TO TRUE
            END-READ.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "UNAPPLIED CASH WORKLIST AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "CUST   SURNAME              PHONE     RECEIPT"
               "            AMOUNT     UNAPPLIED   AGE BUCKET"
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.

       WRITE-GRAND-TOTALS.
            MOVE WS-GRAND-CURRENT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "TOTAL CURRENT " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
            MOVE WS-GRAND-30 TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "TOTAL 30 DAYS " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
            MOVE WS-GRAND-60 TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "TOTAL 60 DAYS " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
            MOVE WS-GRAND-90 TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "TOTAL 90 PLUS " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
            MOVE WS-GRAND-CREDIT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WORKLIST-LINE.
            STRING "TOTAL NET CREDIT BALANCES " WS-TOTAL-MONEY-EDIT
               " ON " WS-CREDIT-COUNT " CUSTOMER(S)"
               DELIMITED BY SIZE INTO WORKLIST-LINE.
            WRITE WORKLIST-LINE.
       END PROGRAM UNAPPLIED-CASH-WORKLIST.
