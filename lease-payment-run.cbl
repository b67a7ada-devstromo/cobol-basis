      *> Monthly lease payment run: for the month keyed (blank = the
      *> current month) every lease on lease.dat whose schedule has
      *> a payment in that month gets a payables voucher on
      *> voucher.dat against its lessor, so the payment run pays
      *> leases the way it pays any supplier bill. The payment date
      *> is the start date moved on whole months through
      *> DATE-ADD-MONTHS; the voucher falls due on that date, rolled
      *> forward off a weekend or holiday through
      *> DATE-ROLL-BUSINESS-DAY. The supplier reference is the lease
      *> ID plus the yyyymm, so rerunning a month finds the voucher
      *> already there instead of raising the payment twice. The
      *> expense posts to the lessor's default account. Every
      *> payment due prints on lease-payments.rpt with a total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-PAYMENT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEASE-FILE
               ASSIGN TO "lease.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-ID
               FILE STATUS IS WS-LEASE-STATUS.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO "voucher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT LEASE-PAYMENT-REPORT-FILE
               ASSIGN TO "lease-payments.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
           COPY LEASE-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       FD  VOUCHER-FILE.
           COPY VOUCHER-REC.
       FD  LEASE-PAYMENT-REPORT-FILE.
       01  LEASE-PAYMENT-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LEASE-STATUS PIC XX VALUE "00".
       01 WS-VENDOR-STATUS PIC XX VALUE "00".
       01 WS-VOUCHER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-INPUT PIC X(6) VALUE SPACES.
       01 WS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-GROUP REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-START-GROUP.
           05 WS-START-YEAR  PIC 9(4).
           05 WS-START-MONTH PIC 9(2).
           05 WS-START-DAY   PIC 9(2).
       01 WS-MONTHS-FROM-START PIC S9(5) VALUE ZERO.
       01 WS-MONTHS-TO-ADD PIC S9(3) VALUE ZERO.
       01 WS-PAYMENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROLL-FORWARD PIC X VALUE "F".
       01 WS-LEASE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RAISED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUE-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-RAISED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 WS-DET-LEASE    PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-LESSOR   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DESC     PIC X(24).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-PAY-DATE PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DUE-DATE PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-NOTE     PIC X(12).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Lease payments for month (YYYYMM, blank = "
               "this month):".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-PERIOD-INPUT = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
            ELSE
               IF WS-PERIOD-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid month " WS-PERIOD-INPUT "."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                  DISPLAY "Invalid month " WS-PERIOD-INPUT "."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            OPEN INPUT LEASE-FILE.
            IF WS-LEASE-STATUS NOT = "00" AND WS-LEASE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lease.dat, status "
                  WS-LEASE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor.dat, status "
                  WS-VENDOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O VOUCHER-FILE.
            IF WS-VOUCHER-STATUS NOT = "00" AND WS-VOUCHER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open voucher.dat, status "
                  WS-VOUCHER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT LEASE-PAYMENT-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open lease-payments.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               MOVE SPACES TO LEASE-ID
               START LEASE-FILE KEY NOT < LEASE-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-LEASE
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-LEASE-COUNT
                  PERFORM CHECK-ONE-LEASE
                  PERFORM READ-NEXT-LEASE
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
            END-IF.
            CLOSE LEASE-FILE VENDOR-FILE VOUCHER-FILE.
            CLOSE LEASE-PAYMENT-REPORT-FILE.
            DISPLAY "Lease Payment Run - month " WS-PERIOD.
            DISPLAY "Leases read        : " WS-LEASE-COUNT.
            DISPLAY "Payments due       : " WS-DUE-COUNT.
            DISPLAY "Vouchers raised    : " WS-RAISED-COUNT.
            DISPLAY "Already raised     : " WS-ALREADY-COUNT.
            MOVE WS-RAISED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Amount raised      : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       READ-NEXT-LEASE.
            READ LEASE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> The month's payment is the start date moved on by the
      *> number of whole months from the start month; none is due
      *> before the start month or once that date passes the end.
       CHECK-ONE-LEASE.
            MOVE LEASE-START-DATE TO WS-START-GROUP.
            COMPUTE WS-MONTHS-FROM-START =
               (WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH)
               - (WS-START-YEAR * 12 + WS-START-MONTH).
            IF WS-MONTHS-FROM-START < 0 OR
                  WS-MONTHS-FROM-START > 999
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-MONTHS-FROM-START TO WS-MONTHS-TO-ADD.
            CALL "DATE-ADD-MONTHS" USING LEASE-START-DATE
               WS-MONTHS-TO-ADD WS-PAYMENT-DATE.
            IF WS-PAYMENT-DATE > LEASE-END-DATE
               EXIT PARAGRAPH
            END-IF.
            CALL "DATE-ROLL-BUSINESS-DAY" USING WS-PAYMENT-DATE
               WS-ROLL-FORWARD WS-DUE-DATE.
            ADD 1 TO WS-DUE-COUNT.
            ADD LEASE-MONTHLY-PAYMENT TO WS-DUE-TOTAL.
            MOVE LEASE-ID TO WS-DET-LEASE.
            MOVE LEASE-LESSOR-VENDOR TO WS-DET-LESSOR.
            MOVE LEASE-DESCRIPTION TO WS-DET-DESC.
            MOVE WS-PAYMENT-DATE TO WS-DET-PAY-DATE.
            MOVE WS-DUE-DATE TO WS-DET-DUE-DATE.
            MOVE LEASE-MONTHLY-PAYMENT TO WS-DET-AMOUNT.
            PERFORM RAISE-LEASE-VOUCHER.
            WRITE LEASE-PAYMENT-REPORT-LINE FROM WS-DETAIL-LINE.

       RAISE-LEASE-VOUCHER.
            MOVE LEASE-LESSOR-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
               INVALID KEY
                  DISPLAY "Lease " LEASE-ID " lessor "
                     LEASE-LESSOR-VENDOR " not on vendor file."
                  MOVE "NO VENDOR" TO WS-DET-NOTE
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            INITIALIZE VOUCHER-RECORD.
            MOVE LEASE-LESSOR-VENDOR TO VCH-VENDOR-NUMBER.
            MOVE SPACES TO VCH-INVOICE-REF.
            STRING LEASE-ID WS-PERIOD
               DELIMITED BY SIZE INTO VCH-INVOICE-REF.
            MOVE WS-PAYMENT-DATE TO VCH-INVOICE-DATE.
            MOVE WS-DUE-DATE TO VCH-DUE-DATE.
            MOVE LEASE-MONTHLY-PAYMENT TO VCH-AMOUNT.
            MOVE VENDOR-EXPENSE-ACCOUNT TO VCH-EXPENSE-ACCOUNT.
            MOVE SPACES TO VCH-DESCRIPTION.
            STRING "LEASE " LEASE-DESCRIPTION
               DELIMITED BY SIZE INTO VCH-DESCRIPTION.
            SET VCH-OPEN TO TRUE.
            MOVE WS-RUN-DATE TO VCH-ENTERED-DATE.
            MOVE "LEASES" TO VCH-ENTERED-BY.
            MOVE ZEROS TO VCH-PAID-DATE VCH-CHECK-NUMBER.
            MOVE SPACES TO VCH-ENTRY-JOURNAL-FLAG
               VCH-PAY-JOURNAL-FLAG.
            WRITE VOUCHER-RECORD
               INVALID KEY
                  IF WS-VOUCHER-STATUS = "22"
                     MOVE "ALREADY DONE" TO WS-DET-NOTE
                     ADD 1 TO WS-ALREADY-COUNT
                  ELSE
                     DISPLAY "Unable to write voucher for lease "
                        LEASE-ID ", status " WS-VOUCHER-STATUS
                     MOVE "NOT WRITTEN" TO WS-DET-NOTE
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               NOT INVALID KEY
                  MOVE "RAISED" TO WS-DET-NOTE
                  ADD 1 TO WS-RAISED-COUNT
                  ADD LEASE-MONTHLY-PAYMENT TO WS-RAISED-TOTAL
            END-WRITE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO LEASE-PAYMENT-REPORT-LINE.
            STRING "LEASE PAYMENTS DUE - MONTH " WS-PERIOD
               "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO LEASE-PAYMENT-REPORT-LINE.
            WRITE LEASE-PAYMENT-REPORT-LINE.
            MOVE SPACES TO LEASE-PAYMENT-REPORT-LINE.
            STRING "LEASE   LESSOR  EQUIPMENT                 "
               "PAY DATE  DUE DATE          AMOUNT  VOUCHER"
               DELIMITED BY SIZE INTO LEASE-PAYMENT-REPORT-LINE.
            WRITE LEASE-PAYMENT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO LEASE-PAYMENT-REPORT-LINE.
            WRITE LEASE-PAYMENT-REPORT-LINE.
            MOVE WS-DUE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO LEASE-PAYMENT-REPORT-LINE.
            STRING "PAYMENTS DUE " WS-DUE-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO LEASE-PAYMENT-REPORT-LINE.
            WRITE LEASE-PAYMENT-REPORT-LINE.
            MOVE WS-RAISED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO LEASE-PAYMENT-REPORT-LINE.
            STRING "VOUCHERS RAISED " WS-RAISED-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               "  ALREADY RAISED " WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO LEASE-PAYMENT-REPORT-LINE.
            WRITE LEASE-PAYMENT-REPORT-LINE.
       END PROGRAM LEASE-PAYMENT-RUN.
