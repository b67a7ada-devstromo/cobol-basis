      *> Decides a proposed bad-debt write-off (BAD-DEBT-WRITEOFF-RUN
      *> proposed it and queued it; APPROVAL-QUEUE CALLs this with A
      *> when a second supervisor releases the item and R when one
      *> rejects it, passing the item's key - customer and invoice
      *> number - and the approver's ID).
      *> A writes off whatever the invoice still owes now, which can
      *> be less than was proposed if cash came in while it waited:
      *> the balance goes to zero, the invoice closes with the
      *> written-off status, and the customer is put on credit hold
      *> so no new billing goes out until a supervisor releases it.
      *> An invoice that has been paid or closed meanwhile is
      *> refused and the item stays on the queue to be rejected.
      *> R leaves the invoice open and marks the proposal rejected.
      *> Either way the approver and date are kept on writeoff.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL WRITEOFF-FILE
               ASSIGN TO "writeoff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.
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
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  WRITEOFF-FILE.
           COPY WRITEOFF-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-WRITEOFF-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-WRITEOFF-KEY.
           05 WS-WK-CUSTOMER PIC X(6).
           05 WS-WK-INVOICE  PIC 9(6).
           05 FILLER         PIC X(8).
       01 WS-OK-FLAG PIC X VALUE "Y".
           88 WS-OK VALUE "Y".
       LINKAGE SECTION.
       01 LK-ACTION      PIC X.
           88 LK-APPLY-WRITEOFF  VALUE "A".
           88 LK-REJECT-WRITEOFF VALUE "R".
       01 LK-RECORD-KEY  PIC X(20).
       01 LK-APPROVER    PIC X(6).
       01 LK-APPLIED-FLAG PIC X.
       PROCEDURE DIVISION USING LK-ACTION LK-RECORD-KEY
               LK-APPROVER LK-APPLIED-FLAG.
       DECIDE-ONE-WRITEOFF.
            MOVE "N" TO LK-APPLIED-FLAG.
            MOVE "Y" TO WS-OK-FLAG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE LK-RECORD-KEY TO WS-WRITEOFF-KEY.
            PERFORM OPEN-WRITEOFF-FILES.
            IF WS-OK
               PERFORM READ-WRITEOFF
            END-IF.
            IF WS-OK AND LK-APPLY-WRITEOFF
               PERFORM WRITE-OFF-INVOICE
            END-IF.
            IF WS-OK
               PERFORM MARK-WRITEOFF-DECIDED
            END-IF.
            IF WS-OK AND LK-APPLY-WRITEOFF
               PERFORM HOLD-CUSTOMER
            END-IF.
            IF WS-OK
               MOVE "Y" TO LK-APPLIED-FLAG
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE WRITEOFF-FILE.
            CLOSE CUSTOMER-FILE.
            GOBACK.

       OPEN-WRITEOFF-FILES.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice.dat, status "
                  WS-INVOICE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O WRITEOFF-FILE.
            IF WS-WRITEOFF-STATUS NOT = "00" AND WS-WRITEOFF-STATUS
                  NOT = "05"
               DISPLAY "Unable to open writeoff.dat, status "
                  WS-WRITEOFF-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer.dat, status "
                  WS-CUSTOMER-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.

       READ-WRITEOFF.
            MOVE WS-WK-CUSTOMER TO WO-CUSTOMER-NUMBER.
            MOVE WS-WK-INVOICE TO WO-INVOICE-NUMBER.
            READ WRITEOFF-FILE
               INVALID KEY
                  DISPLAY "Write-off " WS-WK-CUSTOMER "-"
                     WS-WK-INVOICE " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF NOT WO-PENDING
                     DISPLAY "Write-off " WS-WK-CUSTOMER "-"
                        WS-WK-INVOICE " was already decided on "
                        WO-DECIDED-DATE "."
                     MOVE "N" TO WS-OK-FLAG
                  END-IF
            END-READ.

       WRITE-OFF-INVOICE.
            MOVE WS-WK-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE WS-WK-INVOICE TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
               INVALID KEY
                  DISPLAY "Invoice " WS-WK-INVOICE " for "
                     WS-WK-CUSTOMER " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
            END-READ.
            IF WS-OK
               IF NOT INV-OPEN OR INV-BALANCE NOT > 0
                  DISPLAY "Invoice " WS-WK-INVOICE " for "
                     WS-WK-CUSTOMER " is no longer owed - reject "
                     "the write-off instead."
                  MOVE "N" TO WS-OK-FLAG
               END-IF
            END-IF.
            IF WS-OK
               MOVE INV-BALANCE TO WO-WRITTEN-OFF-AMOUNT
               MOVE ZEROS TO INV-BALANCE
               MOVE "W" TO INV-STATUS
               REWRITE INVOICE-RECORD
                  INVALID KEY
                     DISPLAY "Unable to update invoice "
                        WS-WK-INVOICE ", status " WS-INVOICE-STATUS
                     MOVE "N" TO WS-OK-FLAG
               END-REWRITE
            END-IF.

       MARK-WRITEOFF-DECIDED.
            IF LK-APPLY-WRITEOFF
               MOVE "W" TO WO-STATUS
            ELSE
               MOVE "R" TO WO-STATUS
            END-IF.
            MOVE LK-APPROVER TO WO-DECIDED-BY.
            MOVE WS-TODAY TO WO-DECIDED-DATE.
            REWRITE WRITEOFF-RECORD
               INVALID KEY
                  DISPLAY "Unable to update write-off "
                     WS-WK-CUSTOMER "-" WS-WK-INVOICE ", status "
                     WS-WRITEOFF-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.

      *> The write-off itself has already gone through, so a
      *> customer record that cannot be held is reported, not
      *> treated as a failed release.
       HOLD-CUSTOMER.
            MOVE WS-WK-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-WK-CUSTOMER
                     " not on file - not put on hold."
               NOT INVALID KEY
                  MOVE "H" TO CUSTOMER-HOLD-FLAG
                  REWRITE CUSTOMER-RECORD
                     INVALID KEY
                        DISPLAY "Unable to hold customer "
                           WS-WK-CUSTOMER ", status "
                           WS-CUSTOMER-STATUS
                  END-REWRITE
            END-READ.
       END PROGRAM WRITEOFF-APPLY.
