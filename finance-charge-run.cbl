      *> day hits the duplicate key and counts as already assessed
      *> instead of charging twice; the assessment register lists
      *> every charge with a closing total.
      *> A foreign-currency customer's balances are in its own
      *> currency, so the charge is too; it is stamped with the
      *> currency and the exchange-rate.dat rate in force on the run
      *> date, and the register's closing total is in base currency.
      *> A foreign customer with no rate on file is not charged and
      *> posts 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-CHARGE-RUN.
       ENVIRONMENT DIVISION.
       01 WS-DISCOUNT-PCT PIC 99V99 VALUE ZEROS.
       01 WS-FINANCE-RATE PIC 9V9999 VALUE ZEROS.
       01 WS-GRACE-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-WRITEOFF-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-TERMS-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-POLICY-FOUND-FLAG PIC X VALUE "N".
       01 WS-MONTHLY-RATE PIC 9V9(7) COMP-3 VALUE ZEROS.
       01 WS-DIFF-FROM PIC 9(8) VALUE ZERO.
           88 WS-HELD-OPEN VALUE "Y".
       01 WS-HELD-FC-FLAG PIC X VALUE "N".
           88 WS-HELD-FINANCE-CHARGE VALUE "Y".
       01 WS-HELD-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-PRIOR-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-EXCHANGE-RATE PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BASE-CHARGE PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-NO-RATE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-BALANCE PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-CHARGE-AMOUNT PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-CHARGE-NUMBER PIC 9(6) VALUE ZERO.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            CALL "AR-POLICY-LOAD" USING WS-DISCOUNT-PCT
               WS-FINANCE-RATE WS-GRACE-DAYS WS-WRITEOFF-DAYS
               WS-TERMS-DAYS WS-POLICY-FOUND-FLAG.
            COMPUTE WS-MONTHLY-RATE ROUNDED = WS-FINANCE-RATE / 12.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
            CLOSE ASSESSMENT-REGISTER-FILE.
            DISPLAY "Charges assessed : " WS-ASSESSED-COUNT.
            DISPLAY "Already assessed : " WS-DUPLICATE-COUNT.
            DISPLAY "No exchange rate : " WS-NO-RATE-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE OR WS-SIZE-ERROR-OCCURRED
                  MOVE 8 TO RETURN-CODE
               WHEN WS-NO-RATE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *> Finance charges themselves never attract a further charge.
                     PERFORM ASSESS-ONE-CUSTOMER
                  END-IF
                  MOVE WS-HELD-CUSTOMER TO WS-PRIOR-CUSTOMER
                  MOVE WS-HELD-CURRENCY TO WS-PRIOR-CURRENCY
                  MOVE ZEROS TO WS-OVERDUE-BALANCE
               END-IF
               IF WS-HELD-OPEN AND WS-HELD-BALANCE > 0 AND
               ELSE
                  MOVE "N" TO WS-HELD-FC-FLAG
               END-IF
               IF INV-BASE-CURRENCY
                  MOVE SPACES TO WS-HELD-CURRENCY
               ELSE
                  MOVE INV-CURRENCY-CODE TO WS-HELD-CURRENCY
               END-IF
            END-IF.

       ASSESS-ONE-CUSTOMER.
            END-IF.

       WRITE-CHARGE-ITEM.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-PRIOR-CURRENCY
               WS-RUN-DATE WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "No " WS-PRIOR-CURRENCY " exchange rate on "
                  "file - " WS-PRIOR-CUSTOMER " not charged."
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-BASE-CHARGE ROUNDED =
               WS-CHARGE-AMOUNT * WS-EXCHANGE-RATE.
            MOVE 9 TO WS-CN-NINE.
            MOVE WS-RD-MONTH TO WS-CN-MONTH.
            MOVE WS-RD-DAY TO WS-CN-DAY.
            MOVE WS-CHARGE-AMOUNT TO INV-LINE-AMOUNT(1).
            MOVE ZEROS TO INV-LINE-AMOUNT(2) INV-LINE-AMOUNT(3)
               INV-LINE-AMOUNT(4) INV-LINE-AMOUNT(5).
            INITIALIZE INV-ITEM-LINE(1) INV-ITEM-LINE(2)
               INV-ITEM-LINE(3) INV-ITEM-LINE(4) INV-ITEM-LINE(5).
            MOVE "FINANCE CHARGE" TO INV-LINE-DESCRIPTION(1).
            MOVE ZEROS TO INV-TAX-RATE INV-TAX-AMOUNT.
            MOVE WS-CHARGE-AMOUNT TO INV-TOTAL INV-BALANCE.
            MOVE "O" TO INV-STATUS.
            MOVE "F" TO INV-SOURCE.
            MOVE "N" TO INV-JOURNAL-FLAG.
            MOVE ZEROS TO INV-PAID-DATE.
            MOVE WS-PRIOR-CURRENCY TO INV-CURRENCY-CODE.
            MOVE WS-EXCHANGE-RATE TO INV-EXCHANGE-RATE.
            MOVE WS-BASE-CHARGE TO INV-BASE-TOTAL.
            WRITE INVOICE-RECORD
               INVALID KEY
                  ADD 1 TO WS-DUPLICATE-COUNT
                     WS-PRIOR-CUSTOMER "."
               NOT INVALID KEY
                  ADD 1 TO WS-ASSESSED-COUNT
                  ADD WS-BASE-CHARGE TO WS-TOTAL-CHARGED
                  PERFORM WRITE-REGISTER-DETAIL
            END-WRITE.

            MOVE WS-CHARGE-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO ASSESSMENT-REGISTER-LINE.
            STRING WS-PRIOR-CUSTOMER " ITEM " WS-CHARGE-NUMBER
               " CHARGE " WS-TOTAL-MONEY-EDIT " " WS-PRIOR-CURRENCY
               DELIMITED BY SIZE INTO ASSESSMENT-REGISTER-LINE.
            WRITE ASSESSMENT-REGISTER-LINE.

