      *> Customer refund payment run. Every refund a second
      *> supervisor has released on the approval queue (approved on
      *> customer-refund.dat, its amount already taken off the
      *> receipt's unapplied cash by CUSTOMER-REFUND-APPLY) is paid
      *> by check from the PAYABLES range on the check-stock control
      *> file, one check per refund. As in AP-PAYMENT-RUN the run
      *> counts the checks it needs first and refuses to start when
      *> the range cannot cover them, and a customer no longer on
      *> the master (no address to mail to) or a refund above the
      *> MONEY-EDIT ceiling is held for a manual check.
      *> Each check goes onto check-issue.dat with source AR, the
      *> customer, and the run date as YYMMDD in the period, so it
      *> sits in the one check register the bank reconciliation
      *> reads; the refund is marked paid with the check number.
      *> The refund register lists every check and every hold, and
      *> refund-positive-pay.dat carries the same H/D/T shape as
      *> the other positive-pay files.
      *> The run then journals every paid refund the ledger has not
      *> seen: unapplied cash debited and cash credited, from the
      *> reserved dept-account-map codes, on refund-journal.dat. The
      *> refunds are only marked journaled when every code is mapped
      *> and debits equal credits, so a refused journal is picked up
      *> again next run; the proof posts through
      *> CONTROL-TOTAL-WRITE.
      *> The ledger is in base currency, so each refund is
      *> journaled at the exchange rate stamped on the receipt its
      *> cash came from, rounded as invoice entry rounds - the rate
      *> the cash was parked in unapplied cash at. A refund whose
      *> receipt is no longer on file cannot be valued and refuses
      *> the journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-REFUND-RUN.
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
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT OPTIONAL CHECK-STOCK-FILE
               ASSIGN TO "check-stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKS-STOCK-CODE
               FILE STATUS IS WS-STOCK-STATUS.
               SELECT OPTIONAL CHECK-ISSUE-FILE
               ASSIGN TO "check-issue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKI-PAYMENT-KEY
                  WITH DUPLICATES
               FILE STATUS IS WS-ISSUE-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT CHECK-PRINT-FILE
               ASSIGN TO "refund-checks.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
               SELECT CHECK-REGISTER-FILE
               ASSIGN TO "refund-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT POSITIVE-PAY-FILE
               ASSIGN TO "refund-positive-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "refund-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE.
           COPY CUSTOMER-REFUND-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  CHECK-STOCK-FILE.
           COPY CHECK-STOCK-REC.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE PIC X(100).
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE PIC X(100).
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD PIC X(80).
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-REFUND-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-STOCK-STATUS PIC XX VALUE "00".
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-PRINT-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ISSUE-EOF-SWITCH PIC X VALUE "N".
           88 WS-ISSUE-EOF VALUE "Y".
       COPY MONEY-EDIT.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
      *> The figures on the check edit through MONEY-EDIT, so a
      *> refund above its ceiling is held for a manual check rather
      *> than printed truncated.
       01 WS-CHECK-LIMIT PIC 9(7)V99 VALUE 99999.99.
       01 WS-STOCK-CODE PIC X(8) VALUE "PAYABLES".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-FORMS-LEFT PIC 9(8) VALUE ZERO.
       01 WS-CHECKS-NEEDED PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-KEY.
           05 WS-PK-SOURCE PIC X(2) VALUE "AR".
           05 WS-PK-PAYEE  PIC X(6).
           05 WS-PK-PERIOD PIC 9(6).
           05 WS-PK-RUN-SEQ PIC 9(2).
       01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMOUNT-WORDS PIC X(100) VALUE SPACES.
       01 WS-PAYEE-NAME PIC X(40) VALUE SPACES.
       01 WS-DISPOSITION PIC X VALUE "P".
           88 WS-PAY-REFUND     VALUE "P".
           88 WS-NOT-ON-MASTER  VALUE "M".
           88 WS-OVER-LIMIT     VALUE "L".
      *> Pass switch: the first journal walk of customer-refund.dat
      *> only accumulates, the second (run only when the journal
      *> proves) marks the refunds journaled.
       01 WS-PASS-SWITCH PIC X VALUE "A".
           88 WS-ACCUMULATE-PASS VALUE "A".
           88 WS-MARK-PASS       VALUE "M".
       01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PRINTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-JOURNALED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DOC-RATE PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       01 WS-BASE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-PRINTED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HELD-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-JOURNALED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-LINE-MAP-CODE PIC X(20) VALUE SPACES.
       01 WS-HEADER-LINE.
           05 FILLER          PIC X(1) VALUE "H".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 WS-HDR-STOCK    PIC X(8).
           05 FILLER          PIC X(63) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(1) VALUE "D".
           05 WS-DET-CHECK    PIC 9(8).
           05 WS-DET-DATE     PIC 9(8).
           05 WS-DET-AMOUNT   PIC 9(7)V99.
           05 WS-DET-PAYEE    PIC X(40).
           05 WS-DET-ACTION   PIC X(1) VALUE "I".
           05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-TRAILER-LINE.
           05 FILLER          PIC X(1) VALUE "T".
           05 WS-TRL-COUNT    PIC 9(6).
           05 WS-TRL-AMOUNT   PIC 9(9)V99.
           05 FILLER          PIC X(62) VALUE SPACES.
       01 WS-REGISTER-DETAIL.
           05 WS-RD-CHECK     PIC Z(7)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-REFUND    PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-CUSTOMER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NAME      PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-RD-AMOUNT    PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NOTE      PIC X(26).
       01 WS-CTL-STEP    PIC X(20) VALUE "CUSTOMER-REFUND".
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
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O CHECK-STOCK-FILE.
            IF WS-STOCK-STATUS NOT = "00" AND WS-STOCK-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-stock.dat, status "
                  WS-STOCK-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O CHECK-ISSUE-FILE.
            IF WS-ISSUE-STATUS NOT = "00" AND WS-ISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-issue.dat, status "
                  WS-ISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-CHECK-STOCK
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM COUNT-CHECKS-NEEDED
               PERFORM CHECK-FORMS-LEFT
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM OPEN-OUTPUT-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM PRINT-ALL-CHECKS
               PERFORM UPDATE-CHECK-STOCK
               MOVE WS-PRINTED-COUNT TO WS-TRL-COUNT
               MOVE WS-PRINTED-TOTAL TO WS-TRL-AMOUNT
               WRITE POSITIVE-PAY-RECORD FROM WS-TRAILER-LINE
               SET WS-ACCUMULATE-PASS TO TRUE
               PERFORM WALK-PAID-REFUNDS
               PERFORM WRITE-JOURNAL-LINES
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM PROVE-AND-POST-TOTALS
               IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                     WS-UNMAPPED-COUNT = 0
                  SET WS-MARK-PASS TO TRUE
                  PERFORM WALK-PAID-REFUNDS
               END-IF
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE POSITIVE-PAY-FILE
               CLOSE JOURNAL-FILE
            END-IF.
            CLOSE REFUND-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE CHECK-STOCK-FILE.
            CLOSE CHECK-ISSUE-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            DISPLAY "Customer Refund Run Summary - " WS-RUN-DATE.
            DISPLAY "Refunds approved  : " WS-APPROVED-COUNT.
            DISPLAY "Checks printed    : " WS-PRINTED-COUNT.
            DISPLAY "Refunds held      : " WS-HELD-COUNT.
            DISPLAY "Refunds journaled : " WS-JOURNALED-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-HELD-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       LOAD-CHECK-STOCK.
            MOVE WS-STOCK-CODE TO CKS-STOCK-CODE.
            READ CHECK-STOCK-FILE
               INVALID KEY
                  DISPLAY "No " WS-STOCK-CODE " check stock on "
                     "check-stock.dat - load a range first."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE CKS-NEXT-NUMBER TO WS-CHECK-NUMBER
                  IF CKS-NEXT-NUMBER > CKS-LAST-NUMBER
                     MOVE ZERO TO WS-FORMS-LEFT
                  ELSE
                     COMPUTE WS-FORMS-LEFT =
                        CKS-LAST-NUMBER - CKS-NEXT-NUMBER + 1
                  END-IF
            END-READ.

      *> Counting pass: the same hold tests the print pass applies,
      *> so the forms check counts exactly the checks printed.
       COUNT-CHECKS-NEEDED.
            MOVE ZERO TO WS-CHECKS-NEEDED.
            PERFORM START-REFUND-WALK.
            PERFORM UNTIL WS-EOF
               IF CRF-APPROVED
                  ADD 1 TO WS-APPROVED-COUNT
                  PERFORM CLASSIFY-ONE-REFUND
                  IF WS-PAY-REFUND
                     ADD 1 TO WS-CHECKS-NEEDED
                  END-IF
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.

       START-REFUND-WALK.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO CRF-REFUND-NUMBER.
            START REFUND-FILE KEY NOT < CRF-REFUND-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REFUND.

       READ-NEXT-REFUND.
            READ REFUND-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       CLASSIFY-ONE-REFUND.
            SET WS-PAY-REFUND TO TRUE.
            MOVE SPACES TO WS-PAYEE-NAME.
            MOVE CRF-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  SET WS-NOT-ON-MASTER TO TRUE
               NOT INVALID KEY
                  STRING NameValue DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     FirstLastname DELIMITED BY "  "
                     INTO WS-PAYEE-NAME
            END-READ.
            IF WS-PAY-REFUND AND CRF-AMOUNT > WS-CHECK-LIMIT
               SET WS-OVER-LIMIT TO TRUE
            END-IF.

       CHECK-FORMS-LEFT.
            IF WS-CHECKS-NEEDED > WS-FORMS-LEFT
               DISPLAY WS-CHECKS-NEEDED " checks needed but only "
                  WS-FORMS-LEFT " forms left on stock "
                  WS-STOCK-CODE " - load a new range first."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       OPEN-OUTPUT-FILES.
            OPEN OUTPUT CHECK-PRINT-FILE.
            IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open refund-checks.rpt, status "
                  WS-PRINT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open refund-register.rpt, "
                  "status " WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT POSITIVE-PAY-FILE.
            IF WS-POSITIVE-PAY-STATUS NOT = "00"
               DISPLAY "Unable to open refund-positive-pay.dat, "
                  "status " WS-POSITIVE-PAY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open refund-journal.dat, status "
                  WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       PRINT-ALL-CHECKS.
            MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
            MOVE WS-STOCK-CODE TO WS-HDR-STOCK.
            WRITE POSITIVE-PAY-RECORD FROM WS-HEADER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "CUSTOMER REFUND REGISTER - " WS-RUN-DATE
               " - STOCK " WS-STOCK-CODE
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "   CHECK  REFUND  CUST    PAYEE"
               "                                   AMOUNT"
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            PERFORM START-REFUND-WALK.
            PERFORM UNTIL WS-EOF OR WS-HAD-ISSUE
               IF CRF-APPROVED
                  PERFORM PROCESS-ONE-REFUND
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.

       PROCESS-ONE-REFUND.
            PERFORM CLASSIFY-ONE-REFUND.
            MOVE CRF-REFUND-NUMBER TO WS-RD-REFUND.
            MOVE CRF-CUSTOMER-NUMBER TO WS-RD-CUSTOMER.
            MOVE WS-PAYEE-NAME TO WS-RD-NAME.
            MOVE CRF-AMOUNT TO WS-RD-AMOUNT.
            MOVE ZERO TO WS-RD-CHECK.
            MOVE SPACES TO WS-RD-NOTE.
            EVALUATE TRUE
               WHEN WS-PAY-REFUND
                  PERFORM PRINT-ONE-CHECK
               WHEN WS-OVER-LIMIT
                  MOVE "** HELD - OVER CHECK LIMIT" TO WS-RD-NOTE
                  PERFORM COUNT-HELD-REFUND
               WHEN WS-NOT-ON-MASTER
                  MOVE "(NOT ON MASTER)" TO WS-RD-NAME
                  MOVE "** HELD - NO PAYEE ADDRESS" TO WS-RD-NOTE
                  PERFORM COUNT-HELD-REFUND
            END-EVALUATE.

       COUNT-HELD-REFUND.
            ADD 1 TO WS-HELD-COUNT.
            ADD CRF-AMOUNT TO WS-HELD-TOTAL.
            PERFORM WRITE-REGISTER-DETAIL.

       PRINT-ONE-CHECK.
            MOVE CRF-AMOUNT TO WS-CHECK-AMOUNT.
            CALL "AMOUNT-IN-WORDS" USING WS-CHECK-AMOUNT
               WS-AMOUNT-WORDS.
            MOVE WS-CHECK-AMOUNT TO WS-MONEY-EDIT.
            MOVE CRF-CUSTOMER-NUMBER TO WS-PK-PAYEE.
            MOVE WS-RUN-DATE(3:6) TO WS-PK-PERIOD.
            PERFORM FIND-NEXT-RUN-SEQ.
            MOVE WS-CHECK-NUMBER TO CKI-CHECK-NUMBER.
            MOVE WS-PAYMENT-KEY TO CKI-PAYMENT-KEY.
            MOVE WS-RUN-DATE TO CKI-ISSUE-DATE.
            MOVE WS-CHECK-AMOUNT TO CKI-AMOUNT.
            MOVE WS-PAYEE-NAME TO CKI-PAYEE-NAME.
            MOVE "I" TO CKI-STATUS.
            MOVE ZEROS TO CKI-VOID-DATE.
            MOVE "N" TO CKI-VOID-SENT-FLAG.
            WRITE CHECK-ISSUE-RECORD
               INVALID KEY
                  DISPLAY "Check " WS-CHECK-NUMBER
                     " already on check-issue.dat, status "
                     WS-ISSUE-STATUS " - run stopped"
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-CHECK-FORM
               PERFORM MARK-REFUND-PAID
               MOVE ALL "-" TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE WS-CHECK-NUMBER TO WS-DET-CHECK
               MOVE WS-RUN-DATE TO WS-DET-DATE
               MOVE WS-CHECK-AMOUNT TO WS-DET-AMOUNT
               MOVE WS-PAYEE-NAME TO WS-DET-PAYEE
               WRITE POSITIVE-PAY-RECORD FROM WS-DETAIL-LINE
               MOVE WS-CHECK-NUMBER TO WS-RD-CHECK
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO WS-PRINTED-COUNT
               ADD WS-CHECK-AMOUNT TO WS-PRINTED-TOTAL
               ADD 1 TO WS-CHECK-NUMBER
            END-IF.

      *> A second refund to the same customer on the same day takes
      *> the next run sequence, so its payment key differs.
       FIND-NEXT-RUN-SEQ.
            MOVE ZERO TO WS-PK-RUN-SEQ.
            MOVE WS-PAYMENT-KEY TO CKI-PAYMENT-KEY.
            MOVE "N" TO WS-ISSUE-EOF-SWITCH.
            START CHECK-ISSUE-FILE KEY NOT < CKI-PAYMENT-KEY
               INVALID KEY SET WS-ISSUE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-ISSUE-EOF
               READ CHECK-ISSUE-FILE NEXT
                  AT END SET WS-ISSUE-EOF TO TRUE
               END-READ
               IF NOT WS-ISSUE-EOF
                  IF CKI-SOURCE NOT = WS-PK-SOURCE OR
                        CKI-PAYEE-ID NOT = WS-PK-PAYEE OR
                        CKI-PERIOD-NUMBER NOT = WS-PK-PERIOD
                     SET WS-ISSUE-EOF TO TRUE
                  ELSE
                     MOVE CKI-RUN-SEQ TO WS-PK-RUN-SEQ
                  END-IF
               END-IF
            END-PERFORM.
            ADD 1 TO WS-PK-RUN-SEQ.

      *> The check face and the customer's address block positioned
      *> for the envelope window; a one-line stub names the refund.
       WRITE-CHECK-FORM.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "CUSTOMER " WS-PK-PAYEE "  REFUND OF "
               WS-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "                                        "
               "          CHECK NO " WS-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "                                        "
               "          DATE     " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "PAY TO THE ORDER OF  " WS-PAYEE-NAME
               "  " WS-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "*** " WS-AMOUNT-WORDS
               DELIMITED BY "  " INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " WS-PAYEE-NAME
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " StreetLineOne
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            IF StreetLineTwo NOT = SPACES
               MOVE SPACES TO CHECK-PRINT-LINE
               STRING "    " StreetLineTwo
                  DELIMITED BY SIZE INTO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
            END-IF.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " CityValue DELIMITED BY "  "
               " " StateValue "  " PostalCode
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "REFUND " CRF-REFUND-NUMBER " OF UNAPPLIED CASH "
               "FROM RECEIPT " CRF-RECEIPT-DATE "-" CRF-RECEIPT-SEQ
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " CRF-REASON
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.

       MARK-REFUND-PAID.
            SET CRF-PAID TO TRUE.
            MOVE WS-CHECK-NUMBER TO CRF-CHECK-NUMBER.
            MOVE WS-RUN-DATE TO CRF-PAID-DATE.
            MOVE "N" TO CRF-JOURNAL-FLAG.
            REWRITE CUSTOMER-REFUND-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark refund " CRF-REFUND-NUMBER
                     " paid, status " WS-REFUND-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.

       WRITE-REGISTER-DETAIL.
            MOVE WS-REGISTER-DETAIL TO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.

      *> The next number moves past everything printed, so the
      *> register and the stock agree even when the run stopped.
       UPDATE-CHECK-STOCK.
            MOVE WS-STOCK-CODE TO CKS-STOCK-CODE.
            READ CHECK-STOCK-FILE
               INVALID KEY
                  DISPLAY "Check stock " WS-STOCK-CODE
                     " has gone from check-stock.dat, status "
                     WS-STOCK-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            MOVE WS-CHECK-NUMBER TO CKS-NEXT-NUMBER.
            IF WS-PRINTED-COUNT > 0
               MOVE WS-RUN-DATE TO CKS-LAST-USED-DATE
            END-IF.
            REWRITE CHECK-STOCK-RECORD
               INVALID KEY
                  DISPLAY "Unable to update check stock "
                     WS-STOCK-CODE ", status " WS-STOCK-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.

      *> Every paid refund the ledger has not yet seen - this run's
      *> checks and any an earlier refused journal left behind.
       WALK-PAID-REFUNDS.
            PERFORM START-REFUND-WALK.
            PERFORM UNTIL WS-EOF
               IF CRF-PAID AND NOT CRF-JOURNALED
                  PERFORM TAKE-ONE-PAID-REFUND
               END-IF
               PERFORM READ-NEXT-REFUND
            END-PERFORM.

       TAKE-ONE-PAID-REFUND.
            IF WS-ACCUMULATE-PASS
               ADD 1 TO WS-JOURNALED-COUNT
               PERFORM FIND-REFUND-RATE
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                  CRF-AMOUNT * WS-DOC-RATE
               ADD WS-BASE-AMOUNT TO WS-JOURNALED-TOTAL
            ELSE
               MOVE "J" TO CRF-JOURNAL-FLAG
               REWRITE CUSTOMER-REFUND-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark refund "
                        CRF-REFUND-NUMBER " journaled, status "
                        WS-REFUND-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

      *> A base-currency receipt, or one stamped before currencies
      *> were carried, goes at one for one.
       FIND-REFUND-RATE.
            MOVE 1 TO WS-DOC-RATE.
            MOVE CRF-CUSTOMER-NUMBER TO RCP-CUSTOMER-NUMBER.
            MOVE CRF-RECEIPT-DATE TO RCP-DATE.
            MOVE CRF-RECEIPT-SEQ TO RCP-SEQ.
            READ RECEIPT-FILE
               INVALID KEY
                  DISPLAY "Refund " CRF-REFUND-NUMBER
                     " - receipt not on file, no rate to value it."
                  ADD 1 TO WS-UNMAPPED-COUNT
               NOT INVALID KEY
                  IF NOT RCP-BASE-CURRENCY AND
                        RCP-EXCHANGE-RATE IS NUMERIC AND
                        RCP-EXCHANGE-RATE > 0
                     MOVE RCP-EXCHANGE-RATE TO WS-DOC-RATE
                  END-IF
            END-READ.

      *> Refunded cash left the ledger's unapplied cash only when
      *> the check went out, so the journal takes it out of there
      *> and out of the bank together.
       WRITE-JOURNAL-LINES.
            MOVE "*UNAPPLIED-CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-JOURNALED-TOTAL TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "UNAPPLIED CASH REFUNDED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-JOURNALED-TOTAL TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "CASH - CUSTOMER REFUND CHECKS" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.

       WRITE-MAPPED-LINE.
            IF WS-LINE-AMOUNT > 0
               MOVE WS-LINE-MAP-CODE TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
               IF WS-LINE-SIDE = "DR"
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
            END-IF.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "UNMAPPED" TO WS-LINE-ACCOUNT.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMAPPED-COUNT
                  DISPLAY "No account mapped for " DAM-DEPT-CODE
               NOT INVALID KEY
                  MOVE DAM-ACCOUNT-NUMBER TO WS-LINE-ACCOUNT
            END-READ.

       WRITE-ONE-JOURNAL-LINE.
            MOVE SPACES TO JOURNAL-LINE-RECORD.
            MOVE WS-RUN-DATE TO JL-POST-DATE.
            MOVE "ARREFUND" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE WS-PRINTED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "CHECKS PRINTED " WS-PRINTED-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE WS-HELD-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "REFUNDS HELD   " WS-HELD-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE WS-JOURNALED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "TO JOURNAL     " WS-JOURNALED-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "NEXT CHECK NUMBER " WS-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.

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
       END PROGRAM CUSTOMER-REFUND-RUN.
