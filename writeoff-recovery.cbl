      *> Bad-debt recovery entry: a customer pays on an invoice that
      *> was written off. The receipt is keyed as usual through cash
      *> entry; this screen then turns its unapplied cash against
      *> the written-off invoice instead of leaving it for the
      *> application run, which never looks at written-off items.
      *> The recovery is the smaller of the receipt's unapplied cash
      *> and what is still unrecovered on the write-off; it comes
      *> off the receipt (marking it applied when nothing is left)
      *> and is added to the write-off's recovered amount, which
      *> turns the write-off V once all of it is back. The next
      *> BAD-DEBT-WRITEOFF-RUN prints the recovery and journals it
      *> as the reverse of the write-off. The customer's credit hold
      *> is left for a supervisor to release. L)ist shows a
      *> customer's write-offs and what has been recovered.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-RECOVERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL WRITEOFF-FILE
               ASSIGN TO "writeoff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-FILE.
           COPY WRITEOFF-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       WORKING-STORAGE SECTION.
           01 WS-WRITEOFF-STATUS PIC XX VALUE "00".
           01 WS-RECEIPT-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-RECOVER-TRANS VALUE "R".
              88 WS-LIST-TRANS    VALUE "L".
              88 WS-EXIT-TRANS    VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-CONFIRM PIC X VALUE "N".
              88 WS-CONFIRMED VALUE "Y" "y".
           01 WS-NEW-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-NEW-INVOICE PIC X(6) VALUE SPACES.
           01 WS-NEW-RECEIPT-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-RECEIPT-SEQ PIC X(2) VALUE SPACES.
           01 WS-UNRECOVERED PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-RECOVERY-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           COPY MONEY-EDIT.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-RECOVERY-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Bad-debt recovery requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O WRITEOFF-FILE.
            IF WS-WRITEOFF-STATUS NOT = "00" AND WS-WRITEOFF-STATUS
                  NOT = "05"
               DISPLAY "Unable to open writeoff.dat, status "
                  WS-WRITEOFF-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM RECOVERY-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE WRITEOFF-FILE.
            CLOSE RECEIPT-FILE.
            DISPLAY "Recoveries taken: " WS-RECOVERY-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       RECOVERY-LOOP.
            DISPLAY "Bad-Debt Recovery - R)ecover L)ist X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-RECOVER-TRANS
                  PERFORM ACCEPT-RECOVERY-DATA
                  PERFORM VALIDATE-RECOVERY-DATA
                  IF WS-INPUT-VALID
                     PERFORM CONFIRM-AND-RECOVER
                  ELSE
                     DISPLAY "Invalid recovery data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-LIST-TRANS
                  PERFORM LIST-WRITEOFFS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ACCEPT-RECOVERY-DATA.
            MOVE SPACES TO WS-NEW-CUSTOMER WS-NEW-INVOICE
               WS-NEW-RECEIPT-DATE WS-NEW-RECEIPT-SEQ.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Written-off invoice number (6 digits):".
            ACCEPT WS-NEW-INVOICE.
            DISPLAY "Receipt date (YYYYMMDD):".
            ACCEPT WS-NEW-RECEIPT-DATE.
            DISPLAY "Receipt sequence (2 digits):".
            ACCEPT WS-NEW-RECEIPT-SEQ.

      *> Leaves both the write-off and the receipt in hand for
      *> CONFIRM-AND-RECOVER.
       VALIDATE-RECOVERY-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-INVOICE IS NOT NUMERIC OR
                  WS-NEW-RECEIPT-DATE IS NOT NUMERIC OR
                  WS-NEW-RECEIPT-SEQ IS NOT NUMERIC
               DISPLAY "Invoice, receipt date and sequence must be "
                  "numeric."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               MOVE WS-NEW-CUSTOMER TO WO-CUSTOMER-NUMBER
               MOVE WS-NEW-INVOICE TO WO-INVOICE-NUMBER
               READ WRITEOFF-FILE
                  INVALID KEY
                     DISPLAY "Invoice " WS-NEW-INVOICE " for "
                        WS-NEW-CUSTOMER " was never written off."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF NOT WO-WRITTEN-OFF
                        DISPLAY "Write-off status is " WO-STATUS
                           " - only a written-off invoice can be "
                           "recovered."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
               END-READ
            END-IF.
            IF WS-INPUT-VALID
               MOVE WS-NEW-CUSTOMER TO RCP-CUSTOMER-NUMBER
               MOVE WS-NEW-RECEIPT-DATE TO RCP-DATE
               MOVE WS-NEW-RECEIPT-SEQ TO RCP-SEQ
               READ RECEIPT-FILE
                  INVALID KEY
                     DISPLAY "Receipt " WS-NEW-RECEIPT-DATE "-"
                        WS-NEW-RECEIPT-SEQ " for " WS-NEW-CUSTOMER
                        " not on file."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF NOT RCP-OPEN OR RCP-UNAPPLIED NOT > 0
                        DISPLAY "Receipt has no unapplied cash left."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
               END-READ
            END-IF.

       CONFIRM-AND-RECOVER.
            COMPUTE WS-UNRECOVERED =
               WO-WRITTEN-OFF-AMOUNT - WO-RECOVERED-AMOUNT.
            IF RCP-UNAPPLIED < WS-UNRECOVERED
               MOVE RCP-UNAPPLIED TO WS-RECOVERY-AMOUNT
            ELSE
               MOVE WS-UNRECOVERED TO WS-RECOVERY-AMOUNT
            END-IF.
            MOVE WS-RECOVERY-AMOUNT TO WS-MONEY-EDIT.
            DISPLAY "Recover " WS-MONEY-EDIT " against invoice "
               WS-NEW-INVOICE "? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
               DISPLAY "Recovery not taken."
               EXIT PARAGRAPH
            END-IF.
            SUBTRACT WS-RECOVERY-AMOUNT FROM RCP-UNAPPLIED.
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
            ADD WS-RECOVERY-AMOUNT TO WO-RECOVERED-AMOUNT.
            MOVE WS-TODAY-DATE TO WO-LAST-RECOVERY-DATE.
            IF WO-RECOVERED-AMOUNT NOT < WO-WRITTEN-OFF-AMOUNT
               MOVE "V" TO WO-STATUS
            END-IF.
            REWRITE WRITEOFF-RECORD
               INVALID KEY
                  DISPLAY "Unable to update write-off, status "
                     WS-WRITEOFF-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-RECOVERY-COUNT
                  DISPLAY "Recovery taken against invoice "
                     WS-NEW-INVOICE "."
            END-REWRITE.

       LIST-WRITEOFFS.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-CUSTOMER TO WO-CUSTOMER-NUMBER.
            MOVE ZEROS TO WO-INVOICE-NUMBER.
            START WRITEOFF-FILE KEY NOT < WO-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-WRITEOFF.
            PERFORM UNTIL WS-EOF OR
                  WO-CUSTOMER-NUMBER NOT = WS-NEW-CUSTOMER
               ADD 1 TO WS-LIST-COUNT
               MOVE WO-WRITTEN-OFF-AMOUNT TO WS-MONEY-EDIT
               DISPLAY WO-INVOICE-NUMBER " " WO-STATUS
                  " written off " WS-MONEY-EDIT " on "
                  WO-DECIDED-DATE
               MOVE WO-RECOVERED-AMOUNT TO WS-MONEY-EDIT
               DISPLAY "       recovered " WS-MONEY-EDIT
                  " last " WO-LAST-RECOVERY-DATE
               PERFORM READ-NEXT-WRITEOFF
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " write-off(s) on file.".

       READ-NEXT-WRITEOFF.
            READ WRITEOFF-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM WRITEOFF-RECOVERY.
