      *> Inbound loader for the bank's lockbox file (lockbox.dat,
      *> one batch: an H header with the lockbox ID, batch number
      *> and deposit date; D remittances with the customer number,
      *> amount, check number and up to five invoice numbers the
      *> customer named; a T trailer with the remittance count and
      *> batch total). The file is read once to prove the trailer
      *> against the remittances received; a batch that does not
      *> prove, or one already on lockbox-batch.dat, is REFUSED
      *> with completion code 8 and nothing is loaded.
      *> A proven batch becomes receipts exactly as RECEIPT-ENTRY
      *> would key them: the customer number must pass
      *> KEY-CHECK-DIGIT and be on the customer master, the receipt
      *> is dated the deposit date with the next free sequence for
      *> that customer and day, and it lands open with its full
      *> amount unapplied. Invoice numbers that are open invoices
      *> of the customer ride on the receipt so RECEIPT-APPLY-RUN
      *> pays them first; any other reference is dropped and noted.
      *> A remittance that cannot be matched to a customer goes to
      *> lockbox-suspense.rpt for cash to key by hand, and the run's
      *> control totals post through CONTROL-TOTAL-WRITE.
      *> A remittance is taken as paid in the customer's billing
      *> currency: the receipt is stamped with the currency, the
      *> exchange-rate.dat rate in force on the deposit date and the
      *> base-currency equivalent. A foreign customer with no rate
      *> on file goes to suspense. Batch and loaded totals stay as
      *> the bank sent them, so the trailer still proves.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LOCKBOX-FILE
               ASSIGN TO "lockbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
               SELECT OPTIONAL LOCKBOX-BATCH-FILE
               ASSIGN TO "lockbox-batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-BATCH-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT SUSPENSE-FILE
               ASSIGN TO "lockbox-suspense.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05 LX-RECORD-TYPE PIC X(1).
              88 LX-HEADER  VALUE "H".
              88 LX-DETAIL  VALUE "D".
              88 LX-TRAILER VALUE "T".
           05 LX-DATA PIC X(99).
           05 LX-HEADER-VIEW REDEFINES LX-DATA.
              10 LX-HDR-LOCKBOX-ID   PIC X(10).
              10 LX-HDR-BATCH-NUMBER PIC 9(6).
              10 LX-HDR-DEPOSIT-DATE PIC X(8).
              10 FILLER              PIC X(75).
           05 LX-DETAIL-VIEW REDEFINES LX-DATA.
              10 LX-DET-CUSTOMER     PIC X(6).
              10 LX-DET-AMOUNT       PIC 9(7)V99.
              10 LX-DET-CHECK-NUMBER PIC X(10).
              10 LX-DET-INVOICE-REF  PIC X(6) OCCURS 5 TIMES.
              10 FILLER              PIC X(44).
           05 LX-TRAILER-VIEW REDEFINES LX-DATA.
              10 LX-TRL-COUNT PIC 9(6).
              10 LX-TRL-TOTAL PIC 9(9)V99.
              10 FILLER       PIC X(82).
       FD  LOCKBOX-BATCH-FILE.
           COPY LOCKBOX-BATCH-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS PIC XX VALUE "00".
       01 WS-BATCH-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RCP-EOF-SWITCH PIC X VALUE "N".
           88 WS-RCP-EOF VALUE "Y".
      *> What the header said and what pass 1 counted against it.
       01 WS-HEADER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOCKBOX-ID PIC X(10) VALUE SPACES.
       01 WS-BATCH-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-DEPOSIT-DATE PIC X(8) VALUE SPACES.
       01 WS-DEPOSIT-NUM PIC 9(8) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-BAD-AMOUNT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-SEEN-FLAG PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-TRAILER-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-REFUSED-FLAG PIC X VALUE "N".
           88 WS-FILE-REFUSED VALUE "Y".
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
      *> One remittance as it is checked and loaded.
       01 WS-KEY-VALID-FLAG PIC X VALUE "N".
           88 WS-KEY-VALID VALUE "Y".
       01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
       01 WS-SUSPENSE-REASON PIC X(30) VALUE SPACES.
       01 WS-REF-REASON PIC X(34) VALUE SPACES.
       01 WS-NEXT-SEQ PIC 9(2) VALUE ZERO.
       01 WS-LAST-SEQ PIC 9(2) VALUE ZERO.
       01 WS-REF-SUB PIC 9 VALUE ZERO.
       01 WS-REF-KEPT PIC 9 VALUE ZERO.
       01 WS-REF-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOADED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUSPENSE-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DROPPED-REF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
       01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BASE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       COPY MONEY-EDIT.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "LOCKBOX-IMPORT".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM PROVE-TRAILER.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM OPEN-LOAD-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM CHECK-BATCH-NOT-LOADED
            END-IF.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM WRITE-SUSPENSE-HEADING
               PERFORM LOAD-REMITTANCES
               PERFORM WRITE-SUSPENSE-TOTALS
               PERFORM RECORD-BATCH-LOADED
               PERFORM POST-CONTROL-TOTALS
            END-IF.
            CLOSE LOCKBOX-BATCH-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE INVOICE-FILE.
            CLOSE SUSPENSE-FILE.
            MOVE WS-LOADED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Receipts loaded     : " WS-LOADED-COUNT
               " totalling " WS-TOTAL-MONEY-EDIT.
            MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Sent to suspense    : " WS-SUSPENSE-COUNT
               " totalling " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Invoice refs dropped: " WS-DROPPED-REF-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE OR WS-FILE-REFUSED
                  MOVE 8 TO RETURN-CODE
               WHEN WS-SUSPENSE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *> Pass 1: capture the header, count and total the
      *> remittances received and capture the trailer, then prove
      *> they agree before a single receipt is written.
       PROVE-TRAILER.
            OPEN INPUT LOCKBOX-FILE.
            IF WS-LOCKBOX-STATUS NOT = "00" AND WS-LOCKBOX-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lockbox.dat, status "
                  WS-LOCKBOX-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-LOCKBOX-FILE.
            PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                  WHEN LX-HEADER
                     ADD 1 TO WS-HEADER-COUNT
                     MOVE LX-HDR-LOCKBOX-ID TO WS-LOCKBOX-ID
                     MOVE LX-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER
                     MOVE LX-HDR-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                  WHEN LX-DETAIL
                     ADD 1 TO WS-DETAIL-COUNT
                     IF LX-DET-AMOUNT IS NUMERIC
                        ADD LX-DET-AMOUNT TO WS-DETAIL-TOTAL
                     ELSE
                        ADD 1 TO WS-BAD-AMOUNT-COUNT
                     END-IF
                  WHEN LX-TRAILER
                     SET WS-TRAILER-SEEN TO TRUE
                     MOVE LX-TRL-COUNT TO WS-TRAILER-COUNT
                     MOVE LX-TRL-TOTAL TO WS-TRAILER-TOTAL
               END-EVALUATE
               PERFORM READ-LOCKBOX-FILE
            END-PERFORM.
            CLOSE LOCKBOX-FILE.
            EVALUATE TRUE
               WHEN WS-HEADER-COUNT NOT = 1
                  DISPLAY "LOCKBOX FILE REFUSED: " WS-HEADER-COUNT
                     " header records - one batch per file."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN NOT WS-TRAILER-SEEN
                  DISPLAY "LOCKBOX FILE REFUSED: no trailer "
                     "record - file may be truncated."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-BAD-AMOUNT-COUNT > 0
                  DISPLAY "LOCKBOX FILE REFUSED: "
                     WS-BAD-AMOUNT-COUNT
                     " remittance(s) with a non-numeric amount."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT OR
                     WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
                  MOVE WS-TRAILER-TOTAL TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "LOCKBOX FILE REFUSED: trailer "
                     WS-TRAILER-COUNT " / " WS-TOTAL-MONEY-EDIT
                  MOVE WS-DETAIL-TOTAL TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  vs received " WS-DETAIL-COUNT " / "
                     WS-TOTAL-MONEY-EDIT
                  SET WS-FILE-REFUSED TO TRUE
            END-EVALUATE.
            IF NOT WS-FILE-REFUSED
               CALL "DATE-VALIDATE" USING WS-DEPOSIT-DATE
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "LOCKBOX FILE REFUSED: invalid deposit "
                     "date " WS-DEPOSIT-DATE " on the header."
                  SET WS-FILE-REFUSED TO TRUE
               ELSE
                  MOVE WS-DEPOSIT-DATE TO WS-DEPOSIT-NUM
               END-IF
            END-IF.

       READ-LOCKBOX-FILE.
            READ LOCKBOX-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       OPEN-LOAD-FILES.
            OPEN I-O LOCKBOX-BATCH-FILE.
            IF WS-BATCH-STATUS NOT = "00" AND WS-BATCH-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lockbox-batch.dat, status "
                  WS-BATCH-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT SUSPENSE-FILE.
            IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "Unable to open lockbox-suspense.rpt, status "
                  WS-SUSPENSE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       CHECK-BATCH-NOT-LOADED.
            MOVE WS-LOCKBOX-ID TO LB-LOCKBOX-ID.
            MOVE WS-BATCH-NUMBER TO LB-BATCH-NUMBER.
            MOVE WS-DEPOSIT-NUM TO LB-DEPOSIT-DATE.
            READ LOCKBOX-BATCH-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "LOCKBOX FILE REFUSED: batch "
                     WS-BATCH-NUMBER " of lockbox " WS-LOCKBOX-ID
                     " was already loaded on " LB-LOADED-ON "."
                  SET WS-FILE-REFUSED TO TRUE
            END-READ.

      *> Pass 2: the batch has proved, so every remittance either
      *> becomes a receipt or is listed on the suspense report -
      *> together they account for the whole deposit.
       LOAD-REMITTANCES.
            OPEN INPUT LOCKBOX-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-LOCKBOX-FILE.
            PERFORM UNTIL WS-EOF
               IF LX-DETAIL
                  PERFORM LOAD-ONE-REMITTANCE
               END-IF
               PERFORM READ-LOCKBOX-FILE
            END-PERFORM.
            CLOSE LOCKBOX-FILE.

       LOAD-ONE-REMITTANCE.
            MOVE SPACES TO WS-SUSPENSE-REASON.
            IF LX-DET-AMOUNT = 0
               MOVE "ZERO AMOUNT" TO WS-SUSPENSE-REASON
            END-IF.
            IF WS-SUSPENSE-REASON = SPACES
               IF LX-DET-CUSTOMER = SPACES
                  MOVE "NO CUSTOMER NUMBER" TO WS-SUSPENSE-REASON
               ELSE
                  CALL "KEY-CHECK-DIGIT" USING LX-DET-CUSTOMER
                     WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT
                  IF NOT WS-KEY-VALID
                     MOVE "CUSTOMER FAILS CHECK DIGIT"
                        TO WS-SUSPENSE-REASON
                  END-IF
               END-IF
            END-IF.
            IF WS-SUSPENSE-REASON = SPACES
               MOVE LX-DET-CUSTOMER TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                  INVALID KEY
                     MOVE "CUSTOMER NOT ON MASTER"
                        TO WS-SUSPENSE-REASON
               END-READ
            END-IF.
            IF WS-SUSPENSE-REASON = SPACES
               PERFORM LOOK-UP-EXCHANGE-RATE
            END-IF.
            IF WS-SUSPENSE-REASON = SPACES
               PERFORM FIND-NEXT-RECEIPT-SEQ
               IF WS-LAST-SEQ = 99
                  MOVE "NO RECEIPT SEQUENCE LEFT"
                     TO WS-SUSPENSE-REASON
               END-IF
            END-IF.
            IF WS-SUSPENSE-REASON = SPACES
               PERFORM WRITE-LOCKBOX-RECEIPT
            END-IF.
            IF WS-SUSPENSE-REASON NOT = SPACES
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD LX-DET-AMOUNT TO WS-SUSPENSE-TOTAL
               PERFORM WRITE-SUSPENSE-LINE
            END-IF.

      *> The rate in force on the deposit date; a base-currency
      *> customer comes back at one.
       LOOK-UP-EXCHANGE-RATE.
            MOVE CUSTOMER-CURRENCY-CODE TO WS-CURRENCY-CODE.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-CURRENCY-CODE
               WS-DEPOSIT-NUM WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               MOVE "NO EXCHANGE RATE ON FILE" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-BASE-AMOUNT ROUNDED =
               LX-DET-AMOUNT * WS-EXCHANGE-RATE
               ON SIZE ERROR
                  MOVE "BASE AMOUNT TOO LARGE" TO WS-SUSPENSE-REASON
            END-COMPUTE.

      *> Receipts keyed by hand the same day may already hold some
      *> sequences, so the next free one follows the highest used.
       FIND-NEXT-RECEIPT-SEQ.
            MOVE ZERO TO WS-LAST-SEQ.
            MOVE "N" TO WS-RCP-EOF-SWITCH.
            MOVE LX-DET-CUSTOMER TO RCP-CUSTOMER-NUMBER.
            MOVE WS-DEPOSIT-NUM TO RCP-DATE.
            MOVE ZERO TO RCP-SEQ.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-RCP-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-RCP-EOF OR
                  RCP-CUSTOMER-NUMBER NOT = LX-DET-CUSTOMER OR
                  RCP-DATE NOT = WS-DEPOSIT-NUM
               MOVE RCP-SEQ TO WS-LAST-SEQ
               PERFORM READ-NEXT-RECEIPT
            END-PERFORM.
            IF WS-LAST-SEQ < 99
               COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
            END-IF.

       READ-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT
               AT END SET WS-RCP-EOF TO TRUE
            END-READ.

       WRITE-LOCKBOX-RECEIPT.
            MOVE LX-DET-CUSTOMER TO RCP-CUSTOMER-NUMBER.
            MOVE WS-DEPOSIT-NUM TO RCP-DATE.
            MOVE WS-NEXT-SEQ TO RCP-SEQ.
            MOVE LX-DET-AMOUNT TO RCP-AMOUNT RCP-UNAPPLIED.
            MOVE "O" TO RCP-STATUS.
            MOVE "N" TO RCP-JOURNAL-FLAG.
            MOVE ZEROS TO RCP-JOURNALED-APPLIED RCP-REFUNDED-AMOUNT.
            MOVE ZEROS TO RCP-INVOICE-REF(1) RCP-INVOICE-REF(2)
               RCP-INVOICE-REF(3) RCP-INVOICE-REF(4)
               RCP-INVOICE-REF(5).
            MOVE WS-CURRENCY-CODE TO RCP-CURRENCY-CODE.
            MOVE WS-EXCHANGE-RATE TO RCP-EXCHANGE-RATE.
            MOVE WS-BASE-AMOUNT TO RCP-BASE-AMOUNT.
            MOVE ZERO TO WS-REF-KEPT.
            PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                  UNTIL WS-REF-SUB > 5
               IF LX-DET-INVOICE-REF(WS-REF-SUB) NOT = SPACES AND
                     LX-DET-INVOICE-REF(WS-REF-SUB) NOT = ZEROS
                  PERFORM KEEP-ONE-INVOICE-REF
               END-IF
            END-PERFORM.
            WRITE RECEIPT-RECORD
               INVALID KEY
                  MOVE "RECEIPT KEY ALREADY ON FILE"
                     TO WS-SUSPENSE-REASON
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
                  ADD LX-DET-AMOUNT TO WS-LOADED-TOTAL
            END-WRITE.

      *> Only an open invoice of this customer is worth paying
      *> first; anything else would send the application run
      *> looking for an invoice it cannot pay.
       KEEP-ONE-INVOICE-REF.
            MOVE SPACES TO WS-REF-REASON.
            IF LX-DET-INVOICE-REF(WS-REF-SUB) IS NOT NUMERIC
               MOVE "INVOICE REF NOT NUMERIC - DROPPED"
                  TO WS-REF-REASON
            ELSE
               MOVE LX-DET-INVOICE-REF(WS-REF-SUB) TO WS-REF-NUMBER
               MOVE LX-DET-CUSTOMER TO INV-CUSTOMER-NUMBER
               MOVE WS-REF-NUMBER TO INV-INVOICE-NUMBER
               READ INVOICE-FILE
                  INVALID KEY
                     MOVE "INVOICE REF NOT ON FILE - DROPPED"
                        TO WS-REF-REASON
                  NOT INVALID KEY
                     IF NOT INV-OPEN OR INV-BALANCE NOT > 0
                        MOVE "INVOICE REF NOT OPEN - DROPPED"
                           TO WS-REF-REASON
                     END-IF
               END-READ
            END-IF.
            IF WS-REF-REASON = SPACES
               ADD 1 TO WS-REF-KEPT
               MOVE WS-REF-NUMBER TO RCP-INVOICE-REF(WS-REF-KEPT)
            ELSE
               ADD 1 TO WS-DROPPED-REF-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               STRING "NOTE     " LX-DET-CUSTOMER " "
                  LX-DET-CHECK-NUMBER " "
                  LX-DET-INVOICE-REF(WS-REF-SUB) " "
                  WS-REF-REASON
                  DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
            END-IF.

       RECORD-BATCH-LOADED.
            MOVE WS-LOCKBOX-ID TO LB-LOCKBOX-ID.
            MOVE WS-BATCH-NUMBER TO LB-BATCH-NUMBER.
            MOVE WS-DEPOSIT-NUM TO LB-DEPOSIT-DATE.
            MOVE WS-DETAIL-COUNT TO LB-DETAIL-COUNT.
            MOVE WS-DETAIL-TOTAL TO LB-BATCH-TOTAL.
            MOVE WS-LOADED-COUNT TO LB-LOADED-COUNT.
            MOVE WS-SUSPENSE-COUNT TO LB-SUSPENSE-COUNT.
            MOVE WS-TODAY-DATE TO LB-LOADED-ON.
            WRITE LOCKBOX-BATCH-RECORD
               INVALID KEY
                  DISPLAY "Unable to record lockbox batch "
                     WS-BATCH-NUMBER ", status " WS-BATCH-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       WRITE-SUSPENSE-HEADING.
            MOVE SPACES TO SUSPENSE-LINE.
            STRING "LOCKBOX SUSPENSE  LOCKBOX " WS-LOCKBOX-ID
               " BATCH " WS-BATCH-NUMBER " DEPOSIT " WS-DEPOSIT-DATE
               DELIMITED BY SIZE INTO SUSPENSE-LINE.
            WRITE SUSPENSE-LINE.

       WRITE-SUSPENSE-LINE.
            MOVE LX-DET-AMOUNT TO WS-MONEY-EDIT.
            MOVE SPACES TO SUSPENSE-LINE.
            STRING "SUSPENSE " LX-DET-CUSTOMER " "
               LX-DET-CHECK-NUMBER " " WS-MONEY-EDIT " "
               WS-SUSPENSE-REASON
               DELIMITED BY SIZE INTO SUSPENSE-LINE.
            WRITE SUSPENSE-LINE.

       WRITE-SUSPENSE-TOTALS.
            MOVE WS-LOADED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUSPENSE-LINE.
            STRING "LOADED AS RECEIPTS " WS-LOADED-COUNT " "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-LINE.
            WRITE SUSPENSE-LINE.
            MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUSPENSE-LINE.
            STRING "HELD IN SUSPENSE   " WS-SUSPENSE-COUNT " "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-LINE.
            WRITE SUSPENSE-LINE.
            MOVE WS-DETAIL-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUSPENSE-LINE.
            STRING "BATCH TOTAL        " WS-DETAIL-COUNT " "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-LINE.
            WRITE SUSPENSE-LINE.

       POST-CONTROL-TOTALS.
            MOVE WS-DETAIL-COUNT TO WS-CTL-INPUT.
            MOVE WS-LOADED-COUNT TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            MOVE WS-SUSPENSE-COUNT TO WS-CTL-REJECT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM LOCKBOX-IMPORT.
