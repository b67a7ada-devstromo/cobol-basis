      *> Payables voucher entry: each supplier invoice received is
      *> keyed against a vendor whose number passes the shared
      *> KEY-CHECK-DIGIT validation and exists on vendor.dat, with
      *> the supplier's own invoice reference (the voucher key is
      *> vendor plus reference, so the same bill cannot be entered
      *> twice), the invoice date through DATE-VALIDATE, the amount
      *> and a description. The expense account defaults to the
      *> vendor's; any account keyed instead must be an expense
      *> (type E) account on the chart. The due date is the invoice
      *> date moved forward by the vendor's terms in business days
      *> through DATE-ADD-BUSINESS-DAYS, so a due date never lands on
      *> a weekend or holiday. Every voucher entered in the session
      *> prints on the voucher register with a closing total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-ENTRY.
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
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
               SELECT VOUCHER-REGISTER-FILE
               ASSIGN TO "voucher-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY VOUCHER-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       FD  VOUCHER-REGISTER-FILE.
       01  VOUCHER-REGISTER-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-VOUCHER-STATUS PIC XX VALUE "00".
           01 WS-VENDOR-STATUS PIC XX VALUE "00".
           01 WS-CHART-STATUS PIC XX VALUE "00".
           01 WS-REGISTER-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ENTER-TRANS VALUE "E".
              88 WS-EXIT-TRANS  VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-VENDOR PIC X(6) VALUE SPACES.
           01 WS-NEW-INVOICE-REF PIC X(12) VALUE SPACES.
           01 WS-NEW-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-INVOICE-DATE PIC 9(8) VALUE ZERO.
           01 WS-TERMS-DAYS PIC S9(5) VALUE ZERO.
           01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
           01 WS-TODAY PIC 9(8) VALUE ZERO.
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-ENTERED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RUN-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
           01 WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
           01 WS-DETAIL-LINE.
              05 WS-DET-VENDOR   PIC X(6).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-INVOICE-REF PIC X(12).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-DATE     PIC 9(8).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-DUE-DATE PIC 9(8).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-ACCOUNT  PIC X(8).
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-AMOUNT   PIC $$,$$$,$$9.99-.
              05 FILLER          PIC X(2) VALUE SPACES.
              05 WS-DET-DESCRIPTION PIC X(30).
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Voucher entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
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
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00" AND WS-CHART-STATUS
                  NOT = "05"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT VOUCHER-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open voucher-register.rpt, "
                  "status " WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               PERFORM ENTRY-LOOP UNTIL WS-EXIT-TRANS
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE VOUCHER-FILE VENDOR-FILE CHART-ACCOUNT-FILE.
            CLOSE VOUCHER-REGISTER-FILE.
            DISPLAY "Vouchers entered: " WS-ENTERED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ENTRY-LOOP.
            DISPLAY "Voucher Entry - E)nter X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-ENTER-TRANS
                  PERFORM ENTER-ONE-VOUCHER
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ENTER-ONE-VOUCHER.
            PERFORM ACCEPT-VOUCHER-DATA.
            PERFORM VALIDATE-VOUCHER-DATA.
            IF WS-INPUT-VALID
               PERFORM FIGURE-DUE-DATE
               PERFORM WRITE-VOUCHER-RECORD
            ELSE
               DISPLAY "Invalid voucher data, transaction ignored."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       ACCEPT-VOUCHER-DATA.
            MOVE SPACES TO WS-NEW-VENDOR WS-NEW-INVOICE-REF
               WS-NEW-DATE WS-NEW-DESCRIPTION WS-NEW-ACCOUNT.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Vendor number:".
            ACCEPT WS-NEW-VENDOR.
            DISPLAY "Supplier invoice reference:".
            ACCEPT WS-NEW-INVOICE-REF.
            DISPLAY "Invoice date (YYYYMMDD):".
            ACCEPT WS-NEW-DATE.
            DISPLAY "Amount:".
            ACCEPT WS-NEW-AMOUNT.
            DISPLAY "Description:".
            ACCEPT WS-NEW-DESCRIPTION.
            DISPLAY "Expense account (blank = vendor default):".
            ACCEPT WS-NEW-ACCOUNT.

       VALIDATE-VOUCHER-DATA.
            SET WS-INPUT-VALID TO TRUE.
            CALL "KEY-CHECK-DIGIT" USING WS-NEW-VENDOR
               WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT.
            IF NOT WS-KEY-VALID
               DISPLAY "Vendor number fails the check digit - "
                  "expected final digit " WS-EXPECTED-DIGIT "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-NEW-VENDOR TO VENDOR-NUMBER
               READ VENDOR-FILE
                  INVALID KEY
                     DISPLAY "Vendor " WS-NEW-VENDOR
                        " not on file."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-NEW-INVOICE-REF = SPACES
               DISPLAY "Supplier invoice reference is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invoice date is not a valid date."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-AMOUNT = ZEROS
               DISPLAY "Amount must be greater than zero."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               IF WS-NEW-ACCOUNT = SPACES
                  MOVE VENDOR-EXPENSE-ACCOUNT TO WS-NEW-ACCOUNT
               END-IF
               PERFORM CHECK-EXPENSE-ACCOUNT
            END-IF.

       CHECK-EXPENSE-ACCOUNT.
            MOVE WS-NEW-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "Account " WS-NEW-ACCOUNT
                     " not on the chart of accounts."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT COA-EXPENSE
                     DISPLAY "Account " WS-NEW-ACCOUNT
                        " is not an expense account."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

      *> Zero terms means due on receipt: the invoice date itself.
       FIGURE-DUE-DATE.
            MOVE WS-NEW-DATE TO WS-INVOICE-DATE.
            MOVE VENDOR-TERMS-DAYS TO WS-TERMS-DAYS.
            IF WS-TERMS-DAYS = 0
               MOVE WS-INVOICE-DATE TO WS-DUE-DATE
            ELSE
               CALL "DATE-ADD-BUSINESS-DAYS" USING WS-INVOICE-DATE
                  WS-TERMS-DAYS WS-DUE-DATE
            END-IF.

       WRITE-VOUCHER-RECORD.
            MOVE SPACES TO VOUCHER-RECORD.
            MOVE WS-NEW-VENDOR TO VCH-VENDOR-NUMBER.
            MOVE WS-NEW-INVOICE-REF TO VCH-INVOICE-REF.
            MOVE WS-INVOICE-DATE TO VCH-INVOICE-DATE.
            MOVE WS-DUE-DATE TO VCH-DUE-DATE.
            MOVE WS-NEW-AMOUNT TO VCH-AMOUNT.
            MOVE WS-NEW-ACCOUNT TO VCH-EXPENSE-ACCOUNT.
            MOVE WS-NEW-DESCRIPTION TO VCH-DESCRIPTION.
            SET VCH-OPEN TO TRUE.
            MOVE WS-TODAY TO VCH-ENTERED-DATE.
            MOVE WS-SIGNON-USER-ID TO VCH-ENTERED-BY.
            MOVE ZEROS TO VCH-PAID-DATE VCH-CHECK-NUMBER.
            WRITE VOUCHER-RECORD
               INVALID KEY
                  DISPLAY "Invoice " WS-NEW-INVOICE-REF " from "
                     WS-NEW-VENDOR " already entered, status "
                     WS-VOUCHER-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-ENTERED-COUNT
                  ADD WS-NEW-AMOUNT TO WS-RUN-TOTAL
                  PERFORM WRITE-REGISTER-DETAIL
                  DISPLAY "Voucher for " WS-NEW-VENDOR " invoice "
                     WS-NEW-INVOICE-REF " entered, due "
                     WS-DUE-DATE "."
            END-WRITE.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO VOUCHER-REGISTER-LINE.
            STRING "VENDOR  INVOICE REF   INV DATE  DUE DATE  "
               "ACCOUNT           AMOUNT  DESCRIPTION"
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE.
            WRITE VOUCHER-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
            MOVE WS-NEW-VENDOR TO WS-DET-VENDOR.
            MOVE WS-NEW-INVOICE-REF TO WS-DET-INVOICE-REF.
            MOVE WS-INVOICE-DATE TO WS-DET-DATE.
            MOVE WS-DUE-DATE TO WS-DET-DUE-DATE.
            MOVE WS-NEW-ACCOUNT TO WS-DET-ACCOUNT.
            MOVE WS-NEW-AMOUNT TO WS-DET-AMOUNT.
            MOVE WS-NEW-DESCRIPTION TO WS-DET-DESCRIPTION.
            WRITE VOUCHER-REGISTER-LINE FROM WS-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO VOUCHER-REGISTER-LINE.
            STRING "VOUCHERS ENTERED " WS-ENTERED-COUNT
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE.
            WRITE VOUCHER-REGISTER-LINE.
            MOVE WS-RUN-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO VOUCHER-REGISTER-LINE.
            STRING "TOTAL VOUCHERED  " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE.
            WRITE VOUCHER-REGISTER-LINE.
       END PROGRAM VOUCHER-ENTRY.
