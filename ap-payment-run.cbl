      *> Accounts payable payment run. The operator keys a cutoff
      *> date (blank means today) and every open voucher due on or
      *> before it is selected; each vendor's selected vouchers are
      *> paid together on one check. Check numbers come in order
      *> from the PAYABLES range on the check-stock control file
      *> (CHECK-STOCK-MAINT loads it, separate from the payroll
      *> stock); the run works out how many checks it needs first
      *> and refuses to start when the range cannot cover them, the
      *> same rule CHECK-PRINT-RUN keeps, so a run never stops half
      *> printed. A vendor on payment hold, a vendor no longer on
      *> the master, or a check above the MONEY-EDIT ceiling is
      *> held: its vouchers stay open for a later run.
      *> Each check goes onto check-issue.dat with source AP, the
      *> vendor, and the run date as YYMMDD in the period, so it
      *> sits in the one permanent check register with payroll's;
      *> the vouchers it paid are marked paid with the check number
      *> and listed on the check's remittance stub. The AP check
      *> register lists every check and every hold, and the
      *> payables positive-pay file for the bank has the same H/D/T
      *> shape as the payroll one. The expense and payment journal
      *> lines for the ledger come from AP-JOURNAL-EXTRACT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO "voucher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
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
               SELECT CHECK-PRINT-FILE
               ASSIGN TO "ap-checks.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
               SELECT CHECK-REGISTER-FILE
               ASSIGN TO "ap-check-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT POSITIVE-PAY-FILE
               ASSIGN TO "ap-positive-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY VOUCHER-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       FD  CHECK-STOCK-FILE.
           COPY CHECK-STOCK-REC.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE PIC X(100).
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE PIC X(100).
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VOUCHER-STATUS PIC XX VALUE "00".
       01 WS-VENDOR-STATUS PIC XX VALUE "00".
       01 WS-STOCK-STATUS PIC XX VALUE "00".
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-PRINT-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-STATUS PIC XX VALUE "00".
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
      *> vendor total above its ceiling is held for a manual check
      *> rather than printed truncated.
       01 WS-CHECK-LIMIT PIC 9(7)V99 VALUE 99999.99.
       01 WS-STOCK-CODE PIC X(8) VALUE "PAYABLES".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-INPUT PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-CHECK-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-FORMS-LEFT PIC 9(8) VALUE ZERO.
       01 WS-CHECKS-NEEDED PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-KEY.
           05 WS-PK-SOURCE PIC X(2) VALUE "AP".
           05 WS-PK-PAYEE  PIC X(6).
           05 WS-PK-PERIOD PIC 9(6).
           05 WS-PK-RUN-SEQ PIC 9(2).
       01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMOUNT-WORDS PIC X(100) VALUE SPACES.
       01 WS-PAYEE-NAME PIC X(40) VALUE SPACES.
      *> One entry per vendor with vouchers due, built by the
      *> selection pass; the voucher file is keyed vendor-first, so
      *> each vendor's vouchers arrive together.
       01 WS-VENDOR-MAX PIC 9(4) VALUE 500.
       01 WS-VENDOR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VENDOR-SUB PIC 9(4) VALUE ZERO.
       01 WS-VENDOR-TABLE.
           05 WS-VT-ENTRY OCCURS 500 TIMES.
              10 WS-VT-VENDOR   PIC X(6).
              10 WS-VT-AMOUNT   PIC 9(9)V99 COMP-3.
              10 WS-VT-VOUCHERS PIC 9(4).
              10 WS-VT-DISPOSITION PIC X.
                 88 WS-VT-PAY          VALUE "P".
                 88 WS-VT-VENDOR-HELD  VALUE "H".
                 88 WS-VT-NOT-ON-MASTER VALUE "M".
                 88 WS-VT-OVER-LIMIT   VALUE "L".
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PRINTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAID-VOUCHER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PRINTED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HELD-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
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
           05 WS-RD-VENDOR    PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NAME      PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-RD-AMOUNT    PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NOTE      PIC X(24).
       01 WS-STUB-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-SL-INVOICE-REF PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-DATE      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-DESCRIPTION PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-AMOUNT    PIC $$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            PERFORM ACCEPT-CUTOFF-DATE.
            OPEN I-O VOUCHER-FILE.
            IF WS-VOUCHER-STATUS NOT = "00" AND WS-VOUCHER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open voucher.dat, status "
                  WS-VOUCHER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor.dat, status "
                  WS-VENDOR-STATUS
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
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-CHECK-STOCK
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM SELECT-DUE-VOUCHERS
               PERFORM CLASSIFY-VENDORS
               PERFORM CHECK-FORMS-LEFT
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM OPEN-PRINT-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM PRINT-ALL-CHECKS
               PERFORM UPDATE-CHECK-STOCK
               PERFORM WRITE-REGISTER-TOTALS
               MOVE WS-PRINTED-COUNT TO WS-TRL-COUNT
               MOVE WS-PRINTED-TOTAL TO WS-TRL-AMOUNT
               WRITE POSITIVE-PAY-RECORD FROM WS-TRAILER-LINE
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE POSITIVE-PAY-FILE
            END-IF.
            CLOSE VOUCHER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CHECK-STOCK-FILE.
            CLOSE CHECK-ISSUE-FILE.
            DISPLAY "AP Payment Run Summary - cutoff "
               WS-CUTOFF-DATE.
            DISPLAY "Vouchers selected : " WS-SELECTED-COUNT.
            DISPLAY "Vouchers paid     : " WS-PAID-VOUCHER-COUNT.
            DISPLAY "Checks printed    : " WS-PRINTED-COUNT.
            DISPLAY "Vendors held      : " WS-HELD-COUNT.
            IF WS-OVERFLOW-COUNT > 0
               DISPLAY "Left for next run : " WS-OVERFLOW-COUNT
                  " voucher(s) past the vendor table"
            END-IF.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-HELD-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> A cutoff that is not a real date falls back to today
      *> rather than paying on a guess.
       ACCEPT-CUTOFF-DATE.
            DISPLAY "Pay vouchers due on or before (YYYYMMDD, "
               "blank = today):".
            ACCEPT WS-CUTOFF-INPUT.
            IF WS-CUTOFF-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
            ELSE
               CALL "DATE-VALIDATE" USING WS-CUTOFF-INPUT
                  WS-DATE-VALID-FLAG
               IF WS-DATE-VALID
                  MOVE WS-CUTOFF-INPUT TO WS-CUTOFF-DATE
               ELSE
                  DISPLAY "Cutoff " WS-CUTOFF-INPUT
                     " is not a valid date - using today."
                  MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
               END-IF
            END-IF.

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

      *> Selection pass: total each vendor's open vouchers due by
      *> the cutoff.
       SELECT-DUE-VOUCHERS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO VCH-KEY.
            START VOUCHER-FILE KEY NOT < VCH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-VOUCHER.
            PERFORM UNTIL WS-EOF
               IF VCH-OPEN AND VCH-DUE-DATE <= WS-CUTOFF-DATE
                  PERFORM ADD-TO-VENDOR-TABLE
               END-IF
               PERFORM READ-NEXT-VOUCHER
            END-PERFORM.

       READ-NEXT-VOUCHER.
            READ VOUCHER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       ADD-TO-VENDOR-TABLE.
            IF WS-VENDOR-COUNT > 0
               IF WS-VT-VENDOR(WS-VENDOR-COUNT) = VCH-VENDOR-NUMBER
                  ADD VCH-AMOUNT TO WS-VT-AMOUNT(WS-VENDOR-COUNT)
                  ADD 1 TO WS-VT-VOUCHERS(WS-VENDOR-COUNT)
                  ADD 1 TO WS-SELECTED-COUNT
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-VENDOR-COUNT >= WS-VENDOR-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-VENDOR-COUNT.
            MOVE VCH-VENDOR-NUMBER TO WS-VT-VENDOR(WS-VENDOR-COUNT).
            MOVE VCH-AMOUNT TO WS-VT-AMOUNT(WS-VENDOR-COUNT).
            MOVE 1 TO WS-VT-VOUCHERS(WS-VENDOR-COUNT).
            ADD 1 TO WS-SELECTED-COUNT.

      *> Decide what each vendor gets and count the checks needed.
       CLASSIFY-VENDORS.
            MOVE ZERO TO WS-CHECKS-NEEDED.
            PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                  UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               SET WS-VT-PAY(WS-VENDOR-SUB) TO TRUE
               MOVE WS-VT-VENDOR(WS-VENDOR-SUB) TO VENDOR-NUMBER
               READ VENDOR-FILE
                  INVALID KEY
                     SET WS-VT-NOT-ON-MASTER(WS-VENDOR-SUB) TO TRUE
                  NOT INVALID KEY
                     IF VENDOR-ON-HOLD
                        SET WS-VT-VENDOR-HELD(WS-VENDOR-SUB) TO TRUE
                     END-IF
               END-READ
               IF WS-VT-PAY(WS-VENDOR-SUB) AND
                     WS-VT-AMOUNT(WS-VENDOR-SUB) > WS-CHECK-LIMIT
                  SET WS-VT-OVER-LIMIT(WS-VENDOR-SUB) TO TRUE
               END-IF
               IF WS-VT-PAY(WS-VENDOR-SUB)
                  ADD 1 TO WS-CHECKS-NEEDED
               END-IF
            END-PERFORM.

       CHECK-FORMS-LEFT.
            IF WS-CHECKS-NEEDED > WS-FORMS-LEFT
               DISPLAY WS-CHECKS-NEEDED " checks needed but only "
                  WS-FORMS-LEFT " forms left on stock "
                  WS-STOCK-CODE " - load a new range first."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       OPEN-PRINT-FILES.
            OPEN OUTPUT CHECK-PRINT-FILE.
            IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open ap-checks.rpt, status "
                  WS-PRINT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open ap-check-register.rpt, "
                  "status " WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT POSITIVE-PAY-FILE.
            IF WS-POSITIVE-PAY-STATUS NOT = "00"
               DISPLAY "Unable to open ap-positive-pay.dat, status "
                  WS-POSITIVE-PAY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       PRINT-ALL-CHECKS.
            MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
            MOVE WS-STOCK-CODE TO WS-HDR-STOCK.
            WRITE POSITIVE-PAY-RECORD FROM WS-HEADER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "AP CHECK REGISTER - " WS-RUN-DATE
               " - DUE BY " WS-CUTOFF-DATE
               " - STOCK " WS-STOCK-CODE
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "   CHECK  VENDOR    PAYEE"
               "                                           AMOUNT"
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                  UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                     OR WS-HAD-ISSUE
               PERFORM PROCESS-ONE-VENDOR
            END-PERFORM.

       PROCESS-ONE-VENDOR.
            MOVE SPACES TO WS-PAYEE-NAME.
            MOVE WS-VT-VENDOR(WS-VENDOR-SUB) TO VENDOR-NUMBER.
            IF NOT WS-VT-NOT-ON-MASTER(WS-VENDOR-SUB)
               READ VENDOR-FILE
                  INVALID KEY
                     SET WS-VT-NOT-ON-MASTER(WS-VENDOR-SUB) TO TRUE
                  NOT INVALID KEY
                     STRING NameValue DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        FirstLastname DELIMITED BY "  "
                        INTO WS-PAYEE-NAME
               END-READ
            END-IF.
            MOVE WS-VT-VENDOR(WS-VENDOR-SUB) TO WS-RD-VENDOR.
            MOVE WS-PAYEE-NAME TO WS-RD-NAME.
            MOVE WS-VT-AMOUNT(WS-VENDOR-SUB) TO WS-RD-AMOUNT.
            MOVE ZERO TO WS-RD-CHECK.
            MOVE SPACES TO WS-RD-NOTE.
            EVALUATE TRUE
               WHEN WS-VT-PAY(WS-VENDOR-SUB)
                  PERFORM PRINT-ONE-CHECK
               WHEN WS-VT-VENDOR-HELD(WS-VENDOR-SUB)
                  MOVE "** HELD - VENDOR ON HOLD" TO WS-RD-NOTE
                  PERFORM COUNT-HELD-VENDOR
               WHEN WS-VT-OVER-LIMIT(WS-VENDOR-SUB)
                  MOVE "** HELD - OVER CHECK LIMIT" TO WS-RD-NOTE
                  PERFORM COUNT-HELD-VENDOR
               WHEN WS-VT-NOT-ON-MASTER(WS-VENDOR-SUB)
                  MOVE "(NOT ON MASTER)" TO WS-RD-NAME
                  MOVE "** HELD - NO PAYEE ADDRESS" TO WS-RD-NOTE
                  PERFORM COUNT-HELD-VENDOR
            END-EVALUATE.

       COUNT-HELD-VENDOR.
            ADD 1 TO WS-HELD-COUNT.
            ADD WS-VT-AMOUNT(WS-VENDOR-SUB) TO WS-HELD-TOTAL.
            PERFORM WRITE-REGISTER-DETAIL.

       PRINT-ONE-CHECK.
            MOVE WS-VT-AMOUNT(WS-VENDOR-SUB) TO WS-CHECK-AMOUNT.
            CALL "AMOUNT-IN-WORDS" USING WS-CHECK-AMOUNT
               WS-AMOUNT-WORDS.
            MOVE WS-CHECK-AMOUNT TO WS-MONEY-EDIT.
            MOVE WS-VT-VENDOR(WS-VENDOR-SUB) TO WS-PK-PAYEE.
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
               PERFORM MARK-VOUCHERS-PAID
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

      *> A second payment run on the same day for the same vendor
      *> takes the next run sequence, so its payment key differs
      *> from the first check's.
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

      *> The check face and the remit-to address block positioned
      *> for the envelope window; the remittance stub follows.
       WRITE-CHECK-FORM.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "VENDOR " WS-PK-PAYEE "  PAYMENT OF "
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
            STRING "REMITTANCE  INVOICE       DATE      "
               "DESCRIPTION                           AMOUNT"
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.

      *> Pay the vendor's vouchers the selection pass totalled -
      *> the same open-and-due test - and list each on the stub.
       MARK-VOUCHERS-PAID.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-PK-PAYEE TO VCH-VENDOR-NUMBER.
            MOVE LOW-VALUES TO VCH-INVOICE-REF.
            START VOUCHER-FILE KEY NOT < VCH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-VOUCHER.
            PERFORM UNTIL WS-EOF
               IF VCH-VENDOR-NUMBER NOT = WS-PK-PAYEE
                  SET WS-EOF TO TRUE
               ELSE
                  IF VCH-OPEN AND VCH-DUE-DATE <= WS-CUTOFF-DATE
                     PERFORM MARK-ONE-VOUCHER
                  END-IF
                  PERFORM READ-NEXT-VOUCHER
               END-IF
            END-PERFORM.

       MARK-ONE-VOUCHER.
            SET VCH-PAID TO TRUE.
            MOVE WS-RUN-DATE TO VCH-PAID-DATE.
            MOVE WS-CHECK-NUMBER TO VCH-CHECK-NUMBER.
            REWRITE VOUCHER-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark voucher " VCH-KEY
                     " paid, status " WS-VOUCHER-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.
            ADD 1 TO WS-PAID-VOUCHER-COUNT.
            MOVE VCH-INVOICE-REF TO WS-SL-INVOICE-REF.
            MOVE VCH-INVOICE-DATE TO WS-SL-DATE.
            MOVE VCH-DESCRIPTION TO WS-SL-DESCRIPTION.
            MOVE VCH-AMOUNT TO WS-SL-AMOUNT.
            WRITE CHECK-PRINT-LINE FROM WS-STUB-LINE.

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
            STRING "VENDORS HELD   " WS-HELD-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "VOUCHERS PAID " WS-PAID-VOUCHER-COUNT
               "  NEXT CHECK NUMBER " WS-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO CHECK-REGISTER-LINE
               STRING "VOUCHERS LEFT FOR NEXT RUN "
                  WS-OVERFLOW-COUNT
                  DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
               WRITE CHECK-REGISTER-LINE
            END-IF.
       END PROGRAM AP-PAYMENT-RUN.
