      *> Decides a customer refund queued for dual control
      *> (UNAPPLIED-CASH-MAINT queued it when the clerk asked to
      *> hand a customer's unapplied cash back; APPROVAL-QUEUE CALLs
      *> this with A when a second supervisor releases the item and
      *> R when one rejects it, passing the item's key - the refund
      *> number - and the approver's ID).
      *> A takes the refund off the receipt's unapplied cash into
      *> its refunded amount, closing the receipt when nothing is
      *> left, and marks the refund approved for the next
      *> CUSTOMER-REFUND-RUN to pay. A refund larger than the
      *> receipt still has unapplied (the application run or a
      *> clerk may have used the cash while it waited) is refused
      *> and the item stays on the queue. R leaves the receipt
      *> alone and marks the refund rejected. Either way the
      *> approver and date are kept on the refund.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-REFUND-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL REFUND-FILE
               ASSIGN TO "customer-refund.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRF-REFUND-NUMBER
               ALTERNATE RECORD KEY IS CRF-CUSTOMER-NUMBER
                  WITH DUPLICATES
               FILE STATUS IS WS-REFUND-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE.
           COPY CUSTOMER-REFUND-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       WORKING-STORAGE SECTION.
       01 WS-REFUND-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-REFUND-KEY.
           05 WS-RK-NUMBER PIC 9(6).
           05 FILLER       PIC X(14).
       01 WS-OK-FLAG PIC X VALUE "Y".
           88 WS-OK VALUE "Y".
       LINKAGE SECTION.
       01 LK-ACTION      PIC X.
           88 LK-APPROVE-REFUND VALUE "A".
           88 LK-REJECT-REFUND  VALUE "R".
       01 LK-RECORD-KEY  PIC X(20).
       01 LK-APPROVER    PIC X(6).
       01 LK-APPLIED-FLAG PIC X.
       PROCEDURE DIVISION USING LK-ACTION LK-RECORD-KEY
               LK-APPROVER LK-APPLIED-FLAG.
       DECIDE-ONE-REFUND.
            MOVE "N" TO LK-APPLIED-FLAG.
            MOVE "Y" TO WS-OK-FLAG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE LK-RECORD-KEY TO WS-REFUND-KEY.
            OPEN I-O REFUND-FILE.
            IF WS-REFUND-STATUS NOT = "00" AND WS-REFUND-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer-refund.dat, status "
                  WS-REFUND-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            IF WS-OK
               PERFORM READ-REFUND
            END-IF.
            IF WS-OK AND LK-APPROVE-REFUND
               PERFORM TAKE-FROM-RECEIPT
            END-IF.
            IF WS-OK
               PERFORM MARK-REFUND-DECIDED
            END-IF.
            IF WS-OK
               MOVE "Y" TO LK-APPLIED-FLAG
            END-IF.
            CLOSE REFUND-FILE.
            CLOSE RECEIPT-FILE.
            GOBACK.

       READ-REFUND.
            MOVE WS-RK-NUMBER TO CRF-REFUND-NUMBER.
            READ REFUND-FILE
               INVALID KEY
                  DISPLAY "Refund " WS-RK-NUMBER
                     " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF NOT CRF-PENDING
                     DISPLAY "Refund " WS-RK-NUMBER
                        " was already decided on "
                        CRF-DECIDED-DATE "."
                     MOVE "N" TO WS-OK-FLAG
                  END-IF
            END-READ.

       TAKE-FROM-RECEIPT.
            MOVE CRF-CUSTOMER-NUMBER TO RCP-CUSTOMER-NUMBER.
            MOVE CRF-RECEIPT-DATE TO RCP-DATE.
            MOVE CRF-RECEIPT-SEQ TO RCP-SEQ.
            READ RECEIPT-FILE
               INVALID KEY
                  DISPLAY "Receipt " CRF-RECEIPT-DATE "-"
                     CRF-RECEIPT-SEQ " for " CRF-CUSTOMER-NUMBER
                     " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
                  EXIT PARAGRAPH
            END-READ.
            IF RCP-UNAPPLIED < CRF-AMOUNT
               DISPLAY "Refund " WS-RK-NUMBER " is more than the "
                  "receipt still has unapplied - not applied."
               MOVE "N" TO WS-OK-FLAG
               EXIT PARAGRAPH
            END-IF.
            IF RCP-REFUNDED-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO RCP-REFUNDED-AMOUNT
            END-IF.
            SUBTRACT CRF-AMOUNT FROM RCP-UNAPPLIED.
            ADD CRF-AMOUNT TO RCP-REFUNDED-AMOUNT.
            IF RCP-UNAPPLIED = 0
               MOVE "A" TO RCP-STATUS
            END-IF.
            REWRITE RECEIPT-RECORD
               INVALID KEY
                  DISPLAY "Unable to update receipt "
                     CRF-RECEIPT-DATE "-" CRF-RECEIPT-SEQ
                     ", status " WS-RECEIPT-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.

       MARK-REFUND-DECIDED.
            IF LK-APPROVE-REFUND
               SET CRF-APPROVED TO TRUE
            ELSE
               SET CRF-REJECTED TO TRUE
            END-IF.
            MOVE LK-APPROVER TO CRF-DECIDED-BY.
            MOVE WS-TODAY TO CRF-DECIDED-DATE.
            REWRITE CUSTOMER-REFUND-RECORD
               INVALID KEY
                  DISPLAY "Unable to update refund " WS-RK-NUMBER
                     ", status " WS-REFUND-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.
       END PROGRAM CUSTOMER-REFUND-APPLY.
