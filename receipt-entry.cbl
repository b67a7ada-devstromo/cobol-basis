      *> customer master; the date runs through DATE-VALIDATE. The
      *> receipt lands open with its full amount unapplied - the
      *> application run matches it to invoices and proves the cash.
      *> The amount is keyed in the customer's billing currency; the
      *> receipt is stamped with that currency, the exchange-rate.dat
      *> rate in force on the payment date and the base-currency
      *> equivalent, and a foreign receipt dated before any rate on
      *> file is refused. The session total is in base currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-ENTRY.
       ENVIRONMENT DIVISION.
              88 WS-DATE-VALID VALUE "Y".
           01 WS-ENTERED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RUN-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
           01 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
           01 WS-RATE-DATE PIC 9(8) VALUE ZERO.
           01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
           01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
           01 WS-BASE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-INPUT-VALID
               PERFORM LOOK-UP-EXCHANGE-RATE
            END-IF.

      *> The rate in force on the payment date; a base-currency
      *> customer comes back at one.
       LOOK-UP-EXCHANGE-RATE.
            MOVE CUSTOMER-CURRENCY-CODE TO WS-CURRENCY-CODE.
            MOVE WS-NEW-DATE TO WS-RATE-DATE.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-CURRENCY-CODE
               WS-RATE-DATE WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               DISPLAY "No " WS-CURRENCY-CODE " exchange rate on "
                  "file for " WS-NEW-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-NEW-AMOUNT * WS-EXCHANGE-RATE
               ON SIZE ERROR
                  DISPLAY "Base-currency equivalent of the amount "
                     "is too large."
                  MOVE "N" TO WS-VALID-SWITCH
            END-COMPUTE.

       WRITE-RECEIPT-RECORD.
            MOVE WS-NEW-CUSTOMER TO RCP-CUSTOMER-NUMBER.
            MOVE WS-NEW-SEQ TO RCP-SEQ.
            MOVE WS-NEW-AMOUNT TO RCP-AMOUNT RCP-UNAPPLIED.
            MOVE "O" TO RCP-STATUS.
            MOVE "N" TO RCP-JOURNAL-FLAG.
            MOVE ZEROS TO RCP-JOURNALED-APPLIED RCP-REFUNDED-AMOUNT.
            MOVE ZEROS TO RCP-INVOICE-REF(1) RCP-INVOICE-REF(2)
               RCP-INVOICE-REF(3) RCP-INVOICE-REF(4)
               RCP-INVOICE-REF(5).
            MOVE WS-CURRENCY-CODE TO RCP-CURRENCY-CODE.
            MOVE WS-EXCHANGE-RATE TO RCP-EXCHANGE-RATE.
            MOVE WS-BASE-AMOUNT TO RCP-BASE-AMOUNT.
            WRITE RECEIPT-RECORD
               INVALID KEY
                  DISPLAY "Receipt already on file for that "
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-ENTERED-COUNT
                  ADD WS-BASE-AMOUNT TO WS-RUN-TOTAL
                  DISPLAY "Receipt recorded for " WS-NEW-CUSTOMER
                     " " WS-CURRENCY-CODE "."
            END-WRITE.
       END PROGRAM RECEIPT-ENTRY.
