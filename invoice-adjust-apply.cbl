      *> Decides a pending invoice adjustment (INVOICE-ADJUST-ENTRY
      *> kept it pending because it was over the approval amount;
      *> APPROVAL-QUEUE CALLs this with A when a second supervisor
      *> releases the item and R when one rejects it, passing the
      *> item's key - the adjustment number - and the approver's ID).
      *> A applies the adjustment to the invoice exactly as the
      *> entry screen would have: a credit memo lowers INV-BALANCE,
      *> closing the invoice at zero, and a debit adjustment raises
      *> it, reopening a closed invoice. A credit larger than what
      *> is still owed by now (payments may have come in while it
      *> waited) is refused and the item stays on the queue.
      *> R leaves the invoice alone and marks the adjustment
      *> rejected. Either way the approver and date are kept on the
      *> adjustment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ADJUST-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL INVOICE-ADJUST-FILE
               ASSIGN TO "invoice-adjust.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ADJUST-NUMBER
               FILE STATUS IS WS-ADJUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  INVOICE-ADJUST-FILE.
           COPY INVOICE-ADJUST-REC.
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-ADJUST-STATUS PIC XX VALUE "00".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-ADJUST-KEY.
           05 WS-AK-NUMBER PIC 9(6).
           05 FILLER       PIC X(14).
       01 WS-OK-FLAG PIC X VALUE "Y".
           88 WS-OK VALUE "Y".
       LINKAGE SECTION.
       01 LK-ACTION      PIC X.
           88 LK-APPLY-ADJUSTMENT  VALUE "A".
           88 LK-REJECT-ADJUSTMENT VALUE "R".
       01 LK-RECORD-KEY  PIC X(20).
       01 LK-APPROVER    PIC X(6).
       01 LK-APPLIED-FLAG PIC X.
       PROCEDURE DIVISION USING LK-ACTION LK-RECORD-KEY
               LK-APPROVER LK-APPLIED-FLAG.
       DECIDE-ONE-ADJUSTMENT.
            MOVE "N" TO LK-APPLIED-FLAG.
            MOVE "Y" TO WS-OK-FLAG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE LK-RECORD-KEY TO WS-ADJUST-KEY.
            PERFORM OPEN-ADJUST-FILES.
            IF WS-OK
               PERFORM READ-ADJUSTMENT
            END-IF.
            IF WS-OK AND LK-APPLY-ADJUSTMENT
               PERFORM ADJUST-INVOICE
            END-IF.
            IF WS-OK
               PERFORM MARK-ADJUSTMENT-DECIDED
            END-IF.
            IF WS-OK
               MOVE "Y" TO LK-APPLIED-FLAG
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE INVOICE-ADJUST-FILE.
            GOBACK.

       OPEN-ADJUST-FILES.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice.dat, status "
                  WS-INVOICE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O INVOICE-ADJUST-FILE.
            IF WS-ADJUST-STATUS NOT = "00" AND WS-ADJUST-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice-adjust.dat, status "
                  WS-ADJUST-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.

       READ-ADJUSTMENT.
            MOVE WS-AK-NUMBER TO IA-ADJUST-NUMBER.
            READ INVOICE-ADJUST-FILE
               INVALID KEY
                  DISPLAY "Adjustment " WS-AK-NUMBER
                     " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF NOT IA-PENDING
                     DISPLAY "Adjustment " WS-AK-NUMBER
                        " was already decided on " IA-DECIDED-DATE
                        "."
                     MOVE "N" TO WS-OK-FLAG
                  END-IF
            END-READ.

       ADJUST-INVOICE.
            MOVE IA-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE IA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
               INVALID KEY
                  DISPLAY "Invoice " IA-INVOICE-NUMBER " for "
                     IA-CUSTOMER-NUMBER " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
            END-READ.
            IF WS-OK AND INV-WRITTEN-OFF
               DISPLAY "Invoice " IA-INVOICE-NUMBER
                  " has been written off since - not applied."
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            IF WS-OK AND IA-CREDIT-MEMO
               IF IA-AMOUNT > INV-BALANCE
                  DISPLAY "Adjustment " WS-AK-NUMBER
                     " would credit invoice " IA-INVOICE-NUMBER
                     " below zero - not applied."
                  MOVE "N" TO WS-OK-FLAG
               END-IF
            END-IF.
            IF WS-OK
               IF IA-CREDIT-MEMO
                  SUBTRACT IA-AMOUNT FROM INV-BALANCE
                  IF INV-BALANCE = 0
                     MOVE "C" TO INV-STATUS
                  END-IF
               ELSE
                  ADD IA-AMOUNT TO INV-BALANCE
                  IF INV-BALANCE > 0
                     MOVE "O" TO INV-STATUS
                  END-IF
               END-IF
               REWRITE INVOICE-RECORD
                  INVALID KEY
                     DISPLAY "Unable to update invoice "
                        IA-INVOICE-NUMBER ", status "
                        WS-INVOICE-STATUS
                     MOVE "N" TO WS-OK-FLAG
               END-REWRITE
            END-IF.

       MARK-ADJUSTMENT-DECIDED.
            IF LK-APPLY-ADJUSTMENT
               MOVE "A" TO IA-STATUS
            ELSE
               MOVE "R" TO IA-STATUS
            END-IF.
            MOVE LK-APPROVER TO IA-DECIDED-BY.
            MOVE WS-TODAY TO IA-DECIDED-DATE.
            REWRITE INVOICE-ADJUST-RECORD
               INVALID KEY
                  DISPLAY "Unable to update adjustment "
                     WS-AK-NUMBER ", status " WS-ADJUST-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.
       END PROGRAM INVOICE-ADJUST-APPLY.
