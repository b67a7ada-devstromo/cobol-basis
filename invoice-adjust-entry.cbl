      *> Invoice adjustment entry: corrects an invoice already on
      *> the open-item file without deleting and rekeying it. A
      *> C)redit memo lowers the invoice's balance - a billing
      *> mistake, a customer return - and a D)ebit adjustment raises
      *> it for an underbilling. Each carries a reason code and the
      *> signed-on operator, and lands on invoice-adjust.dat under
      *> the next adjustment number so the trail is never lost.
      *> A credit can take the balance down to zero (closing the
      *> invoice) but not below it; a debit reopens a closed
      *> invoice. An adjustment above the adjustment threshold on
      *> approval-policy.dat does not touch the invoice here: it is
      *> kept pending and routed through APPROVAL-QUEUE-WRITE, and
      *> a second supervisor releases it on the approval queue.
      *> L)ist shows every adjustment on file for one invoice;
      *> INVOICE-ADJUST-REGISTER prints the adjustment register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ADJUST-ENTRY.
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
               SELECT OPTIONAL APPROVAL-POLICY-FILE
               ASSIGN TO "approval-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  INVOICE-ADJUST-FILE.
           COPY INVOICE-ADJUST-REC.
       FD  APPROVAL-POLICY-FILE.
           COPY APPROVAL-POLICY-REC.
       WORKING-STORAGE SECTION.
           01 WS-INVOICE-STATUS PIC XX VALUE "00".
           01 WS-ADJUST-STATUS PIC XX VALUE "00".
           01 WS-POLICY-STATUS PIC XX VALUE "00".
           01 WS-POLICY-EOF-SWITCH PIC X VALUE "N".
              88 WS-POLICY-EOF VALUE "Y".
           01 WS-ADJUST-THRESHOLD PIC 9(7)V99 VALUE 500.00.
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-CREDIT-TRANS VALUE "C".
              88 WS-DEBIT-TRANS  VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-NEW-INVOICE PIC X(6) VALUE SPACES.
           01 WS-NEW-REASON PIC X(2) VALUE SPACES.
           01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-MEMO PIC X(30) VALUE SPACES.
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
           01 WS-QUEUE-SOURCE PIC X(12) VALUE "INV-ADJUST".
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
               DISPLAY "Invoice adjustment entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM LOAD-APPROVAL-POLICY.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O INVOICE-ADJUST-FILE.
            IF WS-ADJUST-STATUS NOT = "00" AND WS-ADJUST-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice-adjust.dat, status "
                  WS-ADJUST-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ADJUSTMENT-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE INVOICE-ADJUST-FILE.
            DISPLAY "Adjustments applied: " WS-APPLIED-COUNT.
            DISPLAY "Queued for approval: " WS-QUEUED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> Missing or unreadable policy file, or no adjustment amount
      *> keyed on it, leaves the 500.00 default in place.
       LOAD-APPROVAL-POLICY.
            MOVE "N" TO WS-POLICY-EOF-SWITCH.
            OPEN INPUT APPROVAL-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ APPROVAL-POLICY-FILE
                  AT END SET WS-POLICY-EOF TO TRUE
               END-READ
               IF NOT WS-POLICY-EOF
                  IF AP-ADJUST-THRESHOLD IS NUMERIC AND
                        AP-ADJUST-THRESHOLD > 0
                     MOVE AP-ADJUST-THRESHOLD
                        TO WS-ADJUST-THRESHOLD
                  END-IF
               END-IF
               CLOSE APPROVAL-POLICY-FILE
            END-IF.

       ADJUSTMENT-LOOP.
            DISPLAY "Invoice Adjustments - C)redit memo D)ebit "
               "adjustment L)ist X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-CREDIT-TRANS OR WS-DEBIT-TRANS
                  PERFORM ACCEPT-ADJUSTMENT-DATA
                  PERFORM VALIDATE-ADJUSTMENT-DATA
                  IF WS-INPUT-VALID
                     PERFORM RECORD-ADJUSTMENT
                  ELSE
                     DISPLAY "Invalid adjustment data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-LIST-TRANS
                  PERFORM LIST-ADJUSTMENTS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ACCEPT-ADJUSTMENT-DATA.
            MOVE SPACES TO WS-NEW-CUSTOMER WS-NEW-INVOICE
               WS-NEW-REASON WS-NEW-MEMO.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Invoice number (6 digits):".
            ACCEPT WS-NEW-INVOICE.
            DISPLAY "Reason - PR pricing error, RT return, "
               "DM damaged, DP duplicate billing,".
            DISPLAY "         SS short shipment, UB underbilled, "
               "GW goodwill, OT other:".
            ACCEPT WS-NEW-REASON.
            DISPLAY "Amount:".
            ACCEPT WS-NEW-AMOUNT.
            DISPLAY "Memo:".
            ACCEPT WS-NEW-MEMO.

      *> Leaves the invoice record in hand for RECORD-ADJUSTMENT.
       VALIDATE-ADJUSTMENT-DATA.
            SET WS-INPUT-VALID TO TRUE.
            MOVE WS-NEW-REASON TO IA-REASON-CODE.
            IF NOT IA-REASON-KNOWN
               DISPLAY "Reason code " WS-NEW-REASON " is not known."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-AMOUNT = 0
               DISPLAY "Amount must not be zero."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-INVOICE IS NOT NUMERIC
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
               END-READ
            END-IF.
            IF WS-INPUT-VALID AND INV-WRITTEN-OFF
               DISPLAY "Invoice " WS-NEW-INVOICE " was written off "
                  "as bad debt and cannot be adjusted."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID AND WS-CREDIT-TRANS
               IF WS-NEW-AMOUNT > INV-BALANCE
                  MOVE INV-BALANCE TO WS-MONEY-EDIT
                  DISPLAY "A credit cannot exceed the balance still "
                     "owed, " WS-MONEY-EDIT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

      *> The adjustment takes the next number on file. Above the
      *> threshold it is queued first and only kept pending once
      *> the queue has accepted it; at or below, the invoice is
      *> adjusted and the adjustment is kept applied.
       RECORD-ADJUSTMENT.
            PERFORM FIND-NEXT-NUMBER.
            MOVE WS-NEXT-NUMBER TO IA-ADJUST-NUMBER.
            MOVE WS-NEW-CUSTOMER TO IA-CUSTOMER-NUMBER.
            MOVE WS-NEW-INVOICE TO IA-INVOICE-NUMBER.
            MOVE WS-TRANS-CODE TO IA-TYPE.
            MOVE WS-NEW-REASON TO IA-REASON-CODE.
            MOVE WS-NEW-AMOUNT TO IA-AMOUNT.
            MOVE WS-NEW-MEMO TO IA-MEMO.
            MOVE WS-TODAY-DATE TO IA-ENTRY-DATE.
            MOVE WS-SIGNON-USER-ID TO IA-OPERATOR-ID.
            MOVE ZEROS TO IA-APPROVAL-ID IA-DECIDED-DATE.
            MOVE SPACES TO IA-DECIDED-BY.
            MOVE "N" TO IA-JOURNAL-FLAG.
            IF WS-NEW-AMOUNT > WS-ADJUST-THRESHOLD
               PERFORM QUEUE-ADJUSTMENT
            ELSE
               PERFORM APPLY-ADJUSTMENT
            END-IF.

       QUEUE-ADJUSTMENT.
            MOVE SPACES TO WS-QUEUE-KEY.
            MOVE WS-NEXT-NUMBER TO WS-QUEUE-KEY(1:6).
            CALL "APPROVAL-QUEUE-WRITE" USING WS-QUEUE-SOURCE
               WS-TRANS-CODE WS-QUEUE-KEY WS-QUEUE-RATE
               WS-QUEUE-TERM-DATE WS-SIGNON-USER-ID
               WS-APPROVAL-ID.
            IF WS-APPROVAL-ID = ZERO
               DISPLAY "The adjustment could not be queued and was "
                  "not recorded."
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               MOVE "P" TO IA-STATUS
               MOVE WS-APPROVAL-ID TO IA-APPROVAL-ID
               PERFORM WRITE-ADJUSTMENT-RECORD
               IF NOT WS-HAD-ISSUE
                  ADD 1 TO WS-QUEUED-COUNT
                  DISPLAY "Adjustment " WS-NEXT-NUMBER
                     " is over the approval amount - queued as "
                     "approval " WS-APPROVAL-ID "."
               END-IF
            END-IF.

       APPLY-ADJUSTMENT.
            IF WS-CREDIT-TRANS
               SUBTRACT WS-NEW-AMOUNT FROM INV-BALANCE
               IF INV-BALANCE = 0
                  MOVE "C" TO INV-STATUS
               END-IF
            ELSE
               ADD WS-NEW-AMOUNT TO INV-BALANCE
               IF INV-BALANCE > 0
                  MOVE "O" TO INV-STATUS
               END-IF
            END-IF.
            REWRITE INVOICE-RECORD
               INVALID KEY
                  DISPLAY "Unable to update invoice " WS-NEW-INVOICE
                     ", status " WS-INVOICE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE "A" TO IA-STATUS
                  MOVE WS-SIGNON-USER-ID TO IA-DECIDED-BY
                  MOVE WS-TODAY-DATE TO IA-DECIDED-DATE
                  PERFORM WRITE-ADJUSTMENT-RECORD
                  ADD 1 TO WS-APPLIED-COUNT
                  MOVE INV-BALANCE TO WS-MONEY-EDIT
                  DISPLAY "Adjustment " WS-NEXT-NUMBER
                     " applied - invoice balance now "
                     WS-MONEY-EDIT "."
            END-REWRITE.

       WRITE-ADJUSTMENT-RECORD.
            WRITE INVOICE-ADJUST-RECORD
               INVALID KEY
                  DISPLAY "Adjustment " WS-NEXT-NUMBER
                     " could not be written, status "
                     WS-ADJUST-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       FIND-NEXT-NUMBER.
            MOVE ZERO TO WS-NEXT-NUMBER.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO IA-ADJUST-NUMBER.
            START INVOICE-ADJUST-FILE KEY NOT < IA-ADJUST-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ADJUSTMENT.
            PERFORM UNTIL WS-EOF
               IF IA-ADJUST-NUMBER > WS-NEXT-NUMBER
                  MOVE IA-ADJUST-NUMBER TO WS-NEXT-NUMBER
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
            END-PERFORM.
            ADD 1 TO WS-NEXT-NUMBER.

       READ-NEXT-ADJUSTMENT.
            READ INVOICE-ADJUST-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LIST-ADJUSTMENTS.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Invoice number (6 digits):".
            ACCEPT WS-NEW-INVOICE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO IA-ADJUST-NUMBER.
            START INVOICE-ADJUST-FILE KEY NOT < IA-ADJUST-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ADJUSTMENT.
            PERFORM UNTIL WS-EOF
               IF IA-CUSTOMER-NUMBER = WS-NEW-CUSTOMER AND
                     IA-INVOICE-NUMBER = WS-NEW-INVOICE
                  ADD 1 TO WS-LIST-COUNT
                  MOVE IA-AMOUNT TO WS-MONEY-EDIT
                  DISPLAY IA-ADJUST-NUMBER " " IA-TYPE " "
                     IA-REASON-CODE " " WS-MONEY-EDIT " "
                     IA-ENTRY-DATE " BY " IA-OPERATOR-ID
                     " STATUS " IA-STATUS " " IA-DECIDED-BY
                  DISPLAY "     " IA-MEMO
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " adjustment(s) on file.".
       END PROGRAM INVOICE-ADJUST-ENTRY.
