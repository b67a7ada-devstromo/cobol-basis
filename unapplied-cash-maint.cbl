      *> Unapplied cash work screen: the clerk's side of the
      *> UNAPPLIED-CASH-WORKLIST. RECEIPT-APPLY-RUN leaves cash on a
      *> receipt when it finds no open invoice to pay; from here the
      *> clerk works it off one of two ways. A)pply turns a
      *> receipt's unapplied cash against an invoice the customer
      *> names - the smaller of the cash and the balance, closing
      *> the invoice at zero and the receipt when nothing is left -
      *> and AR-JOURNAL-EXTRACT carries it to the ledger as cash
      *> applied. R)efund asks to hand the cash back: the refund
      *> lands pending on customer-refund.dat and is always routed
      *> through APPROVAL-QUEUE-WRITE, since money leaves the
      *> business; CUSTOMER-REFUND-APPLY takes it off the receipt
      *> once a second supervisor releases it and CUSTOMER-REFUND-
      *> RUN pays it by check. Cash already promised to a refund
      *> still pending can be neither applied nor refunded twice.
      *> L)ist shows one customer's unapplied receipts, open
      *> invoices and refunds. Apply and refund both need authority
      *> level 2 and are logged through MAINT-TRANS-WRITE; an apply
      *> is keyed customer + invoice + receipt date, so the trail
      *> ties the cash to the invoice it paid.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-MAINT.
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
       WORKING-STORAGE SECTION.
           01 WS-RECEIPT-STATUS PIC XX VALUE "00".
           01 WS-INVOICE-STATUS PIC XX VALUE "00".
           01 WS-REFUND-STATUS PIC XX VALUE "00".
           01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-APPLY-TRANS  VALUE "A".
              88 WS-REFUND-TRANS VALUE "R".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-CONFIRM PIC X VALUE "N".
              88 WS-CONFIRMED VALUE "Y" "y".
           01 WS-NEW-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-NEW-INVOICE PIC X(6) VALUE SPACES.
           01 WS-NEW-RECEIPT-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-RECEIPT-SEQ PIC X(2) VALUE SPACES.
           01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-REASON PIC X(30) VALUE SPACES.
      *> Receipt cash not yet promised to a pending refund.
           01 WS-PENDING-REFUNDS PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-AVAILABLE PIC S9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-APPLY-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-NEXT-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           COPY MONEY-EDIT.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "UNAPPLD-CASH".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-QUEUE-SOURCE PIC X(12) VALUE "AR-REFUND".
           01 WS-QUEUE-TRANS PIC X VALUE "F".
           01 WS-QUEUE-KEY PIC X(20) VALUE SPACES.
           01 WS-QUEUE-RATE PIC 9(5)V99 VALUE ZEROS.
           01 WS-QUEUE-TERM-DATE PIC X(8) VALUE SPACES.
           01 WS-APPROVAL-ID PIC 9(6) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Unapplied cash work requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O REFUND-FILE.
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
            IF NOT WS-HAD-ISSUE
               PERFORM WORK-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE RECEIPT-FILE.
            CLOSE INVOICE-FILE.
            CLOSE REFUND-FILE.
            CLOSE CUSTOMER-FILE.
            DISPLAY "Cash applications : " WS-APPLIED-COUNT.
            DISPLAY "Refunds requested : " WS-QUEUED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       WORK-LOOP.
            DISPLAY "Unapplied Cash - A)pply to invoice R)efund "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-APPLY-TRANS
                  IF WS-ACCESS-LEVEL < 2
                     DISPLAY "Applying cash requires authority "
                        "level 2."
                  ELSE
                     PERFORM APPLY-CASH-TO-INVOICE
                  END-IF
               WHEN WS-REFUND-TRANS
                  IF WS-ACCESS-LEVEL < 2
                     DISPLAY "Requesting a refund requires "
                        "authority level 2."
                  ELSE
                     PERFORM REQUEST-REFUND
                  END-IF
               WHEN WS-LIST-TRANS
                  PERFORM LIST-CUSTOMER-ITEMS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ACCEPT-RECEIPT-KEY.
            MOVE SPACES TO WS-NEW-CUSTOMER WS-NEW-RECEIPT-DATE
               WS-NEW-RECEIPT-SEQ.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Receipt date (YYYYMMDD):".
            ACCEPT WS-NEW-RECEIPT-DATE.
            DISPLAY "Receipt sequence (2 digits):".
            ACCEPT WS-NEW-RECEIPT-SEQ.

      *> Leaves the receipt in hand with WS-AVAILABLE set to the
      *> unapplied cash not already promised to a pending refund.
       VALIDATE-RECEIPT.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-RECEIPT-DATE IS NOT NUMERIC OR
                  WS-NEW-RECEIPT-SEQ IS NOT NUMERIC
               DISPLAY "Receipt date and sequence must be numeric."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            PERFORM TOTAL-PENDING-REFUNDS.
            MOVE WS-NEW-CUSTOMER TO RCP-CUSTOMER-NUMBER.
            MOVE WS-NEW-RECEIPT-DATE TO RCP-DATE.
            MOVE WS-NEW-RECEIPT-SEQ TO RCP-SEQ.
            READ RECEIPT-FILE
               INVALID KEY
                  DISPLAY "Receipt " WS-NEW-RECEIPT-DATE "-"
                     WS-NEW-RECEIPT-SEQ " for " WS-NEW-CUSTOMER
                     " not on file."
                  MOVE "N" TO WS-VALID-SWITCH
                  EXIT PARAGRAPH
            END-READ.
            COMPUTE WS-AVAILABLE = RCP-UNAPPLIED - WS-PENDING-REFUNDS.
            IF NOT RCP-OPEN OR WS-AVAILABLE NOT > 0
               DISPLAY "Receipt has no unapplied cash left that is "
                  "not already awaiting a refund."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       TOTAL-PENDING-REFUNDS.
            MOVE ZEROS TO WS-PENDING-REFUNDS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-CUSTOMER TO CRF-CUSTOMER-NUMBER.
            START REFUND-FILE KEY NOT < CRF-CUSTOMER-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REFUND.
            PERFORM UNTIL WS-EOF OR
                  CRF-CUSTOMER-NUMBER NOT = WS-NEW-CUSTOMER
               IF CRF-PENDING AND
                     CRF-RECEIPT-DATE = WS-NEW-RECEIPT-DATE AND
                     CRF-RECEIPT-SEQ = WS-NEW-RECEIPT-SEQ
                  ADD CRF-AMOUNT TO WS-PENDING-REFUNDS
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.

       READ-NEXT-REFUND.
            READ REFUND-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       APPLY-CASH-TO-INVOICE.
            PERFORM ACCEPT-RECEIPT-KEY.
            MOVE SPACES TO WS-NEW-INVOICE.
            DISPLAY "Invoice number (6 digits):".
            ACCEPT WS-NEW-INVOICE.
            PERFORM VALIDATE-RECEIPT.
            IF WS-INPUT-VALID AND WS-NEW-INVOICE IS NOT NUMERIC
               DISPLAY "Invoice number must be six digits."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               MOVE WS-NEW-CUSTOMER TO INV-CUSTOMER-NUMBER
               MOVE WS-NEW-INVOICE TO INV-INVOICE-NUMBER
               READ INVOICE-FILE
                  INVALID KEY
                     DISPLAY "Invoice " WS-NEW-INVOICE " for "
                        WS-NEW-CUSTOMER " not on file."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF NOT INV-OPEN OR INV-BALANCE NOT > 0
                        DISPLAY "Invoice " WS-NEW-INVOICE
                           " has nothing owing (status "
                           INV-STATUS ")."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
               END-READ
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Invalid application data, transaction "
                  "ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF INV-BALANCE < WS-AVAILABLE
               MOVE INV-BALANCE TO WS-APPLY-AMOUNT
            ELSE
               MOVE WS-AVAILABLE TO WS-APPLY-AMOUNT
            END-IF.
            MOVE WS-APPLY-AMOUNT TO WS-MONEY-EDIT.
            DISPLAY "Apply " WS-MONEY-EDIT " to invoice "
               WS-NEW-INVOICE "? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
               DISPLAY "Application not taken."
               EXIT PARAGRAPH
            END-IF.
            SUBTRACT WS-APPLY-AMOUNT FROM INV-BALANCE.
            IF INV-BALANCE = 0
               MOVE "C" TO INV-STATUS
               MOVE RCP-DATE TO INV-PAID-DATE
            END-IF.
            REWRITE INVOICE-RECORD
               INVALID KEY
                  DISPLAY "Unable to update invoice, status "
                     WS-INVOICE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-REWRITE.
            SUBTRACT WS-APPLY-AMOUNT FROM RCP-UNAPPLIED.
            IF RCP-UNAPPLIED = 0
               MOVE "A" TO RCP-STATUS
            END-IF.
            REWRITE RECEIPT-RECORD
               INVALID KEY
                  DISPLAY "Unable to update receipt, status "
                     WS-RECEIPT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO WS-APPLIED-COUNT.
            MOVE SPACES TO WS-MAINT-KEY.
            STRING WS-NEW-CUSTOMER WS-NEW-INVOICE WS-NEW-RECEIPT-DATE
               DELIMITED BY SIZE INTO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.
            DISPLAY "Cash applied to invoice " WS-NEW-INVOICE ".".

      *> The refund is queued first and only kept pending once the
      *> queue has accepted it. The customer must be on the master:
      *> the refund check is mailed to the address there.
       REQUEST-REFUND.
            PERFORM ACCEPT-RECEIPT-KEY.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            MOVE SPACES TO WS-NEW-REASON.
            DISPLAY "Refund amount (0 = all unapplied cash):".
            ACCEPT WS-NEW-AMOUNT.
            DISPLAY "Reason:".
            ACCEPT WS-NEW-REASON.
            PERFORM VALIDATE-RECEIPT.
            IF WS-INPUT-VALID
               MOVE WS-NEW-CUSTOMER TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                  INVALID KEY
                     DISPLAY "Customer " WS-NEW-CUSTOMER
                        " not on customer master - no address "
                        "to send a refund."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-INPUT-VALID
               IF WS-NEW-AMOUNT = 0
                  MOVE WS-AVAILABLE TO WS-NEW-AMOUNT
               END-IF
               IF WS-NEW-AMOUNT > WS-AVAILABLE
                  MOVE WS-AVAILABLE TO WS-MONEY-EDIT
                  DISPLAY "A refund cannot exceed the unapplied "
                     "cash still available, " WS-MONEY-EDIT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-NEW-REASON = SPACES
               DISPLAY "A refund needs a reason."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Invalid refund data, transaction ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-NEXT-NUMBER.
            MOVE SPACES TO WS-QUEUE-KEY.
            MOVE WS-NEXT-NUMBER TO WS-QUEUE-KEY(1:6).
            CALL "APPROVAL-QUEUE-WRITE" USING WS-QUEUE-SOURCE
               WS-QUEUE-TRANS WS-QUEUE-KEY WS-QUEUE-RATE
               WS-QUEUE-TERM-DATE WS-SIGNON-USER-ID
               WS-APPROVAL-ID.
            IF WS-APPROVAL-ID = ZERO
               DISPLAY "The refund could not be queued and was not "
                  "recorded."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO CUSTOMER-REFUND-RECORD.
            MOVE WS-NEXT-NUMBER TO CRF-REFUND-NUMBER.
            MOVE WS-NEW-CUSTOMER TO CRF-CUSTOMER-NUMBER.
            MOVE WS-NEW-RECEIPT-DATE TO CRF-RECEIPT-DATE.
            MOVE WS-NEW-RECEIPT-SEQ TO CRF-RECEIPT-SEQ.
            MOVE WS-NEW-AMOUNT TO CRF-AMOUNT.
            MOVE WS-NEW-REASON TO CRF-REASON.
            MOVE WS-TODAY-DATE TO CRF-REQUEST-DATE.
            MOVE WS-SIGNON-USER-ID TO CRF-REQUESTED-BY.
            MOVE WS-APPROVAL-ID TO CRF-APPROVAL-ID.
            MOVE "P" TO CRF-STATUS.
            MOVE ZEROS TO CRF-DECIDED-DATE CRF-CHECK-NUMBER
               CRF-PAID-DATE.
            MOVE "N" TO CRF-JOURNAL-FLAG.
            WRITE CUSTOMER-REFUND-RECORD
               INVALID KEY
                  DISPLAY "Refund " WS-NEXT-NUMBER
                     " could not be written, status "
                     WS-REFUND-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO WS-QUEUED-COUNT.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-NEXT-NUMBER TO WS-MAINT-KEY(1:6).
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.
            MOVE WS-NEW-AMOUNT TO WS-MONEY-EDIT.
            DISPLAY "Refund " WS-NEXT-NUMBER " of " WS-MONEY-EDIT
               " queued as approval " WS-APPROVAL-ID ".".

       FIND-NEXT-NUMBER.
            MOVE ZERO TO WS-NEXT-NUMBER.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO CRF-REFUND-NUMBER.
            START REFUND-FILE KEY NOT < CRF-REFUND-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REFUND.
            PERFORM UNTIL WS-EOF
               IF CRF-REFUND-NUMBER > WS-NEXT-NUMBER
                  MOVE CRF-REFUND-NUMBER TO WS-NEXT-NUMBER
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.
            ADD 1 TO WS-NEXT-NUMBER.

       LIST-CUSTOMER-ITEMS.
            MOVE SPACES TO WS-NEW-CUSTOMER.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            MOVE ZERO TO WS-LIST-COUNT.
            DISPLAY "Receipts with unapplied cash:".
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-CUSTOMER TO RCP-CUSTOMER-NUMBER.
            MOVE ZEROS TO RCP-DATE RCP-SEQ.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-EOF OR
                  RCP-CUSTOMER-NUMBER NOT = WS-NEW-CUSTOMER
               IF RCP-OPEN AND RCP-UNAPPLIED > 0
                  ADD 1 TO WS-LIST-COUNT
                  MOVE RCP-UNAPPLIED TO WS-MONEY-EDIT
                  DISPLAY "  " RCP-DATE "-" RCP-SEQ
                     " unapplied " WS-MONEY-EDIT
               END-IF
               PERFORM READ-NEXT-RECEIPT
            END-PERFORM.
            DISPLAY "Open invoices:".
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE ZEROS TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-EOF OR
                  INV-CUSTOMER-NUMBER NOT = WS-NEW-CUSTOMER
               IF INV-OPEN AND INV-BALANCE NOT = 0
                  ADD 1 TO WS-LIST-COUNT
                  MOVE INV-BALANCE TO WS-MONEY-EDIT
                  DISPLAY "  " INV-INVOICE-NUMBER " dated "
                     INV-DATE " balance " WS-MONEY-EDIT
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.
            DISPLAY "Refunds:".
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-CUSTOMER TO CRF-CUSTOMER-NUMBER.
            START REFUND-FILE KEY NOT < CRF-CUSTOMER-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REFUND.
            PERFORM UNTIL WS-EOF OR
                  CRF-CUSTOMER-NUMBER NOT = WS-NEW-CUSTOMER
               ADD 1 TO WS-LIST-COUNT
               MOVE CRF-AMOUNT TO WS-MONEY-EDIT
               DISPLAY "  " CRF-REFUND-NUMBER " " CRF-STATUS " "
                  WS-MONEY-EDIT " from " CRF-RECEIPT-DATE "-"
                  CRF-RECEIPT-SEQ " check " CRF-CHECK-NUMBER
               PERFORM READ-NEXT-REFUND
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " item(s) listed.".

       READ-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM UNAPPLIED-CASH-MAINT.
