      *> Month-end foreign-exchange revaluation. Every open invoice
      *> and every receipt with cash still unapplied that is held in
      *> a foreign currency is valued again at the exchange-rate.dat
      *> rate in force on the last day of the month, through
      *> EXCHANGE-RATE-LOOKUP, against the rate it was booked at:
      *>  - an open invoice is money owed to us, so a rate that has
      *>    risen since the invoice date is an unrealized gain;
      *>  - unapplied cash is money we hold for the customer, so the
      *>    same rise is an unrealized loss.
      *> Each item lists its foreign balance, both rates, both base-
      *> currency values and the gain (loss shown negative), with a
      *> subtotal per currency and the overall net for the ledger
      *> adjustment. Base-currency items are not listed. An item
      *> whose currency has no rate by month end is listed without a
      *> value and posts 4. The month is keyed as YYYYMM; blank or
      *> zero takes the month before the current one, which is how
      *> the monthly job runs it. Reads only; prints
      *> fx-revaluation.rpt and posts 8 when it will not open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT REVALUATION-REPORT
               ASSIGN TO "fx-revaluation.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  REVALUATION-REPORT.
       01  REVALUATION-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-GROUP REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM   PIC 9(2).
      *> Day 31 of any month: the lookup takes the latest rate on or
      *> before it, which is the month-end rate for a shorter month.
       01 WS-REVALUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-GROUP REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MM   PIC 9(2).
           05 WS-TODAY-DD   PIC 9(2).
      *> Month-end rate and running totals per currency met
       01 WS-CURRENCY-TABLE.
           05 WS-CUR-ENTRY OCCURS 30 TIMES.
              10 WS-CUR-CODE       PIC X(3).
              10 WS-CUR-RATE       PIC 9(4)V9(6).
              10 WS-CUR-FOUND-FLAG PIC X.
                 88 WS-CUR-RATE-FOUND VALUE "Y".
              10 WS-CUR-ITEMS      PIC 9(6).
              10 WS-CUR-NO-RATE    PIC 9(6).
              10 WS-CUR-BOOKED     PIC S9(11)V99 COMP-3.
              10 WS-CUR-CURRENT    PIC S9(11)V99 COMP-3.
              10 WS-CUR-GAIN       PIC S9(11)V99 COMP-3.
       01 WS-CUR-USED PIC 99 VALUE ZERO.
       01 WS-CUR-SUB PIC 99 VALUE ZERO.
       01 WS-CUR-FOUND PIC 99 VALUE ZERO.
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
      *> One item as it is valued
       01 WS-ITEM-TYPE PIC X(7) VALUE SPACES.
       01 WS-ITEM-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-ITEM-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-ITEM-DATE PIC 9(8) VALUE ZERO.
       01 WS-ITEM-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-ITEM-BALANCE PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-ITEM-BOOKED-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-ITEM-SIGN PIC S9 VALUE +1.
       01 WS-BOOKED-VALUE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CURRENT-VALUE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-GAIN-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LOOKUP-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-LOOKUP-FOUND-FLAG PIC X VALUE "N".
      *> Overall totals
       01 WS-INVOICE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECEIPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOT-TABLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GAIN PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 WS-DET-TYPE     PIC X(7).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-CUSTOMER PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-REFERENCE PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-DATE     PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-CURRENCY PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-BALANCE  PIC Z,ZZZ,ZZ9.99-.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-BOOKED-RATE PIC ZZZ9.999999.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-CURRENT-RATE PIC ZZZ9.999999.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-BOOKED   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-CURRENT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-DET-GAIN     PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-NO-RATE-LINE.
           05 WS-NR-TYPE      PIC X(7).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-NR-CUSTOMER  PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-NR-REFERENCE PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-NR-DATE      PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-NR-CURRENCY  PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-NR-BALANCE   PIC Z,ZZZ,ZZ9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(33)
              VALUE "NO RATE BY MONTH END - NOT VALUED".
      *> Currency and run totals, edited for the summary lines
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-BOOKED-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-CURRENT-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "Revaluation month (YYYYMM, blank for last "
               "month):".
            ACCEPT WS-REPORT-MONTH.
            IF WS-REPORT-MONTH = ZERO
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
               MOVE WS-TODAY-MM TO WS-REPORT-MM
               IF WS-REPORT-MM = 1
                  SUBTRACT 1 FROM WS-REPORT-YEAR
                  MOVE 12 TO WS-REPORT-MM
               ELSE
                  SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
            END-IF.
            IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "Not a valid month: " WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE WS-REVALUE-DATE = WS-REPORT-MONTH * 100 + 31.
            OPEN OUTPUT REVALUATION-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open fx-revaluation.rpt, status "
                  WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM REVALUE-OPEN-INVOICES.
            PERFORM REVALUE-UNAPPLIED-CASH.
            PERFORM WRITE-CURRENCY-TOTALS.
            PERFORM WRITE-REPORT-SUMMARY.
            CLOSE REVALUATION-REPORT.
            MOVE WS-TOTAL-GAIN TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "FX revaluation for " WS-REPORT-MONTH
               " - net unrealized gain/loss " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Items not valued : " WS-NO-RATE-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-NO-RATE-COUNT > 0 OR WS-TABLE-FULL
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            STRING "FOREIGN EXCHANGE REVALUATION - MONTH "
               WS-REPORT-MONTH " - RATES IN FORCE AT MONTH END"
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            STRING "ITEM    CUST   REFERENCE  DATED    CUR "
               "FOREIGN BAL.  BOOKED RATE  CURR. RATE"
               "     BOOKED BASE    CURRENT BASE       GAIN/LOSS"
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.

      *> Open invoices with a balance still owing; the balance is
      *> what the revaluation moves, not the original total.
       REVALUE-OPEN-INVOICES.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND
                  WS-INVOICE-STATUS NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ INVOICE-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF INV-OPEN AND INV-BALANCE > 0 AND
                           NOT INV-BASE-CURRENCY
                        PERFORM TAKE-ONE-INVOICE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE INVOICE-FILE.

       TAKE-ONE-INVOICE.
            ADD 1 TO WS-INVOICE-COUNT.
            MOVE "INVOICE" TO WS-ITEM-TYPE.
            MOVE INV-CUSTOMER-NUMBER TO WS-ITEM-CUSTOMER.
            MOVE SPACES TO WS-ITEM-REFERENCE.
            MOVE INV-INVOICE-NUMBER TO WS-ITEM-REFERENCE.
            MOVE INV-DATE TO WS-ITEM-DATE.
            MOVE INV-CURRENCY-CODE TO WS-ITEM-CURRENCY.
            MOVE INV-BALANCE TO WS-ITEM-BALANCE.
            MOVE INV-EXCHANGE-RATE TO WS-ITEM-BOOKED-RATE.
            MOVE +1 TO WS-ITEM-SIGN.
            PERFORM VALUE-ONE-ITEM.

       REVALUE-UNAPPLIED-CASH.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND
                  WS-RECEIPT-STATUS NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ RECEIPT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF RCP-OPEN AND RCP-UNAPPLIED > 0 AND
                           NOT RCP-BASE-CURRENCY
                        PERFORM TAKE-ONE-RECEIPT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE RECEIPT-FILE.

       TAKE-ONE-RECEIPT.
            ADD 1 TO WS-RECEIPT-COUNT.
            MOVE "CASH" TO WS-ITEM-TYPE.
            MOVE RCP-CUSTOMER-NUMBER TO WS-ITEM-CUSTOMER.
            MOVE SPACES TO WS-ITEM-REFERENCE.
            STRING "SEQ " RCP-SEQ
               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE.
            MOVE RCP-DATE TO WS-ITEM-DATE.
            MOVE RCP-CURRENCY-CODE TO WS-ITEM-CURRENCY.
            MOVE RCP-UNAPPLIED TO WS-ITEM-BALANCE.
            MOVE RCP-EXCHANGE-RATE TO WS-ITEM-BOOKED-RATE.
            MOVE -1 TO WS-ITEM-SIGN.
            PERFORM VALUE-ONE-ITEM.

      *> The gain is the change in base value, turned over for cash
      *> held on the customer's behalf.
       VALUE-ONE-ITEM.
            PERFORM FIND-CURRENCY-ENTRY.
            IF WS-CUR-FOUND = 0
               ADD 1 TO WS-NO-RATE-COUNT WS-NOT-TABLED-COUNT
               PERFORM WRITE-NO-RATE-LINE
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CUR-ITEMS(WS-CUR-FOUND).
            IF NOT WS-CUR-RATE-FOUND(WS-CUR-FOUND)
               ADD 1 TO WS-NO-RATE-COUNT
               ADD 1 TO WS-CUR-NO-RATE(WS-CUR-FOUND)
               PERFORM WRITE-NO-RATE-LINE
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-BOOKED-VALUE ROUNDED =
               WS-ITEM-BALANCE * WS-ITEM-BOOKED-RATE.
            COMPUTE WS-CURRENT-VALUE ROUNDED =
               WS-ITEM-BALANCE * WS-CUR-RATE(WS-CUR-FOUND).
            COMPUTE WS-GAIN-AMOUNT =
               (WS-CURRENT-VALUE - WS-BOOKED-VALUE) * WS-ITEM-SIGN.
            ADD WS-BOOKED-VALUE TO WS-CUR-BOOKED(WS-CUR-FOUND).
            ADD WS-CURRENT-VALUE TO WS-CUR-CURRENT(WS-CUR-FOUND).
            ADD WS-GAIN-AMOUNT TO WS-CUR-GAIN(WS-CUR-FOUND).
            ADD WS-GAIN-AMOUNT TO WS-TOTAL-GAIN.
            MOVE WS-ITEM-TYPE TO WS-DET-TYPE.
            MOVE WS-ITEM-CUSTOMER TO WS-DET-CUSTOMER.
            MOVE WS-ITEM-REFERENCE TO WS-DET-REFERENCE.
            MOVE WS-ITEM-DATE TO WS-DET-DATE.
            MOVE WS-ITEM-CURRENCY TO WS-DET-CURRENCY.
            MOVE WS-ITEM-BALANCE TO WS-DET-BALANCE.
            MOVE WS-ITEM-BOOKED-RATE TO WS-DET-BOOKED-RATE.
            MOVE WS-CUR-RATE(WS-CUR-FOUND) TO WS-DET-CURRENT-RATE.
            MOVE WS-BOOKED-VALUE TO WS-DET-BOOKED.
            MOVE WS-CURRENT-VALUE TO WS-DET-CURRENT.
            MOVE WS-GAIN-AMOUNT TO WS-DET-GAIN.
            WRITE REVALUATION-REPORT-LINE FROM WS-DETAIL-LINE.

      *> Each currency's month-end rate is looked up once, the first
      *> time the currency turns up, and kept with its totals.
       FIND-CURRENCY-ENTRY.
            MOVE 0 TO WS-CUR-FOUND.
            PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                  UNTIL WS-CUR-SUB > WS-CUR-USED OR WS-CUR-FOUND > 0
               IF WS-CUR-CODE(WS-CUR-SUB) = WS-ITEM-CURRENCY
                  MOVE WS-CUR-SUB TO WS-CUR-FOUND
               END-IF
            END-PERFORM.
            IF WS-CUR-FOUND > 0
               EXIT PARAGRAPH
            END-IF.
            IF WS-CUR-USED >= 30
               IF NOT WS-TABLE-FULL
                  DISPLAY "More than 30 currencies - the rest are "
                     "not valued."
               END-IF
               SET WS-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
            END-IF.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-ITEM-CURRENCY
               WS-REVALUE-DATE WS-LOOKUP-RATE WS-LOOKUP-FOUND-FLAG.
            ADD 1 TO WS-CUR-USED.
            MOVE WS-CUR-USED TO WS-CUR-FOUND.
            MOVE WS-ITEM-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND).
            MOVE WS-LOOKUP-RATE TO WS-CUR-RATE(WS-CUR-FOUND).
            MOVE WS-LOOKUP-FOUND-FLAG
               TO WS-CUR-FOUND-FLAG(WS-CUR-FOUND).
            MOVE ZERO TO WS-CUR-ITEMS(WS-CUR-FOUND)
               WS-CUR-NO-RATE(WS-CUR-FOUND).
            MOVE ZEROS TO WS-CUR-BOOKED(WS-CUR-FOUND)
               WS-CUR-CURRENT(WS-CUR-FOUND) WS-CUR-GAIN(WS-CUR-FOUND).

       WRITE-NO-RATE-LINE.
            MOVE WS-ITEM-TYPE TO WS-NR-TYPE.
            MOVE WS-ITEM-CUSTOMER TO WS-NR-CUSTOMER.
            MOVE WS-ITEM-REFERENCE TO WS-NR-REFERENCE.
            MOVE WS-ITEM-DATE TO WS-NR-DATE.
            MOVE WS-ITEM-CURRENCY TO WS-NR-CURRENCY.
            MOVE WS-ITEM-BALANCE TO WS-NR-BALANCE.
            WRITE REVALUATION-REPORT-LINE FROM WS-NO-RATE-LINE.

       WRITE-CURRENCY-TOTALS.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                  UNTIL WS-CUR-SUB > WS-CUR-USED
               PERFORM WRITE-ONE-CURRENCY-TOTAL
            END-PERFORM.

       WRITE-ONE-CURRENCY-TOTAL.
            MOVE WS-CUR-BOOKED(WS-CUR-SUB) TO WS-BOOKED-MONEY-EDIT.
            MOVE WS-CUR-CURRENT(WS-CUR-SUB) TO WS-CURRENT-MONEY-EDIT.
            MOVE WS-CUR-GAIN(WS-CUR-SUB) TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            STRING "CURRENCY " WS-CUR-CODE(WS-CUR-SUB)
               " ITEMS " WS-CUR-ITEMS(WS-CUR-SUB)
               " BOOKED " WS-BOOKED-MONEY-EDIT
               " CURRENT " WS-CURRENT-MONEY-EDIT
               " GAIN/LOSS " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            IF WS-CUR-NO-RATE(WS-CUR-SUB) > 0
               MOVE SPACES TO REVALUATION-REPORT-LINE
               STRING "         " WS-CUR-CODE(WS-CUR-SUB)
                  " HAS NO RATE BY " WS-REVALUE-DATE(1:6)
                  " MONTH END - " WS-CUR-NO-RATE(WS-CUR-SUB)
                  " ITEM(S) NOT VALUED"
                  DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE
               WRITE REVALUATION-REPORT-LINE
            END-IF.

       WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            STRING "OPEN INVOICES " WS-INVOICE-COUNT
               "  UNAPPLIED RECEIPTS " WS-RECEIPT-COUNT
               "  NOT VALUED " WS-NO-RATE-COUNT
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
            MOVE WS-TOTAL-GAIN TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REVALUATION-REPORT-LINE.
            STRING "NET UNREALIZED EXCHANGE GAIN/LOSS "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
            WRITE REVALUATION-REPORT-LINE.
       END PROGRAM FX-REVALUATION-REPORT.
