      *> Invoice adjustment register for a range of entry dates.
      *> Lists every credit memo and debit adjustment keyed in the
      *> range from invoice-adjust.dat in adjustment-number order -
      *> customer, invoice, CR or DR, reason code, amount, the
      *> operator who keyed it, its status (A applied, P pending
      *> approval, R rejected) and who decided it - so AR can see
      *> every change made to an invoice after it was billed.
      *> Totals close the register: credits and debits applied and
      *> the net change they made to the open items, then what is
      *> still waiting on the approval queue and what was rejected.
      *> A pending adjustment sets completion code 4 as a reminder
      *> that invoices are waiting on a supervisor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ADJUST-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-ADJUST-FILE
               ASSIGN TO "invoice-adjust.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ADJUST-NUMBER
               FILE STATUS IS WS-ADJUST-STATUS.
               SELECT ADJUST-REPORT-FILE
               ASSIGN TO "invoice-adjust-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-ADJUST-FILE.
           COPY INVOICE-ADJUST-REC.
       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ADJUST-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FROM-ENTRY PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE REDEFINES WS-FROM-ENTRY PIC 9(8).
       01 WS-TO-ENTRY PIC X(8) VALUE SPACES.
       01 WS-TO-DATE REDEFINES WS-TO-ENTRY PIC 9(8).
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBITS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-PENDING PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-REJECTED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 WS-DET-NUMBER   PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-CUSTOMER PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-INVOICE  PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-TYPE     PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-REASON   PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DATE     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-OPERATOR PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS   PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DECIDER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-MEMO     PIC X(20).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Adjustments entered from (YYYYMMDD):".
            ACCEPT WS-FROM-ENTRY.
            CALL "DATE-VALIDATE" USING WS-FROM-ENTRY
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid from date " WS-FROM-ENTRY "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "Adjustments entered through (YYYYMMDD):".
            ACCEPT WS-TO-ENTRY.
            CALL "DATE-VALIDATE" USING WS-TO-ENTRY
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid through date " WS-TO-ENTRY "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "Through date is before the from date."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT INVOICE-ADJUST-FILE.
            IF WS-ADJUST-STATUS NOT = "00" AND WS-ADJUST-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice-adjust.dat, status "
                  WS-ADJUST-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT ADJUST-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open invoice-adjust-register.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM LIST-ADJUSTMENTS
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE INVOICE-ADJUST-FILE.
            CLOSE ADJUST-REPORT-FILE.
            DISPLAY "Invoice Adjustment Register " WS-FROM-ENTRY
               " - " WS-TO-ENTRY.
            DISPLAY "Adjustments listed: " WS-LISTED-COUNT.
            DISPLAY "Pending approval  : " WS-PENDING-COUNT.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Net applied       : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-PENDING-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       LIST-ADJUSTMENTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO IA-ADJUST-NUMBER.
            START INVOICE-ADJUST-FILE KEY NOT < IA-ADJUST-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ADJUSTMENT.
            PERFORM UNTIL WS-EOF
               IF IA-ENTRY-DATE NOT < WS-FROM-DATE AND
                     IA-ENTRY-DATE NOT > WS-TO-DATE
                  PERFORM WRITE-DETAIL-LINE
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
            END-PERFORM.

       READ-NEXT-ADJUSTMENT.
            READ INVOICE-ADJUST-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-DETAIL-LINE.
            ADD 1 TO WS-LISTED-COUNT.
            MOVE IA-ADJUST-NUMBER TO WS-DET-NUMBER.
            MOVE IA-CUSTOMER-NUMBER TO WS-DET-CUSTOMER.
            MOVE IA-INVOICE-NUMBER TO WS-DET-INVOICE.
            IF IA-CREDIT-MEMO
               MOVE "CR" TO WS-DET-TYPE
            ELSE
               MOVE "DR" TO WS-DET-TYPE
            END-IF.
            MOVE IA-REASON-CODE TO WS-DET-REASON.
            MOVE IA-ENTRY-DATE TO WS-DET-DATE.
            MOVE IA-AMOUNT TO WS-DET-AMOUNT.
            MOVE IA-OPERATOR-ID TO WS-DET-OPERATOR.
            MOVE IA-STATUS TO WS-DET-STATUS.
            MOVE IA-DECIDED-BY TO WS-DET-DECIDER.
            MOVE IA-MEMO TO WS-DET-MEMO.
            MOVE WS-DETAIL-LINE TO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            EVALUATE TRUE
               WHEN IA-APPLIED AND IA-CREDIT-MEMO
                  ADD IA-AMOUNT TO WS-TOTAL-CREDITS
               WHEN IA-APPLIED
                  ADD IA-AMOUNT TO WS-TOTAL-DEBITS
               WHEN IA-PENDING
                  ADD 1 TO WS-PENDING-COUNT
                  ADD IA-AMOUNT TO WS-TOTAL-PENDING
               WHEN IA-REJECTED
                  ADD IA-AMOUNT TO WS-TOTAL-REJECTED
            END-EVALUATE.

       WRITE-REGISTER-TOTALS.
            COMPUTE WS-TOTAL-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE WS-TOTAL-CREDITS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "  CREDIT MEMOS APPLIED              "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE WS-TOTAL-DEBITS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "  DEBIT ADJUSTMENTS APPLIED         "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "  NET CHANGE TO OPEN ITEMS          "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE WS-TOTAL-PENDING TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "  PENDING APPROVAL (NOT APPLIED)    "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE WS-TOTAL-REJECTED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "  REJECTED (NOT APPLIED)            "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "INVOICE ADJUSTMENT REGISTER - ENTERED "
               WS-FROM-ENTRY " THROUGH " WS-TO-ENTRY
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "ADJ NO  CUST    INVOICE TY  RS  ENTERED   "
               "        AMOUNT  OPER    S  DECIDED MEMO"
               DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
       END PROGRAM INVOICE-ADJUST-REGISTER.
