      *> totals through CONTROL-TOTAL-WRITE, so the day's cash
      *> proves against the deposit slip through the same
      *> CONTROL-BALANCE discipline the batch stream uses.
      *> A receipt that names invoices (the lockbox import carries
      *> the customer's remittance references) pays those first,
      *> in the order named, and only then works oldest-first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-APPLY-RUN.
       ENVIRONMENT DIVISION.
       01 WS-OPEN-COUNT PIC 99 VALUE ZERO.
       01 WS-OPEN-INDEX PIC 99 VALUE ZERO.
       01 WS-OPEN-SCAN  PIC 99 VALUE ZERO.
       01 WS-REF-SUB    PIC 9 VALUE ZERO.
       01 WS-WORK-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-WORK-DATE     PIC 9(8) VALUE ZERO.
       01 WS-WORK-SEQ      PIC 9(2) VALUE ZERO.
            IF WS-OPEN-COUNT > 1
               PERFORM SORT-OPEN-INVOICES
            END-IF.
            PERFORM APPLY-NAMED-INVOICES.
            PERFORM VARYING WS-OPEN-INDEX FROM 1 BY 1
                  UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
                  OR RCP-UNAPPLIED = 0
               END-PERFORM
            END-PERFORM.

      *> An invoice paid here is met again on the oldest-first
      *> pass, but by then it is closed or the cash is used up.
       APPLY-NAMED-INVOICES.
            PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                  UNTIL WS-REF-SUB > 5 OR RCP-UNAPPLIED = 0
               IF RCP-INVOICE-REF(WS-REF-SUB) IS NUMERIC AND
                     RCP-INVOICE-REF(WS-REF-SUB) > 0
                  PERFORM VARYING WS-OPEN-INDEX FROM 1 BY 1
                        UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
                        OR RCP-UNAPPLIED = 0
                     IF WS-OT-INVOICE(WS-OPEN-INDEX) =
                           RCP-INVOICE-REF(WS-REF-SUB)
                        PERFORM APPLY-TO-ONE-INVOICE
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.

       APPLY-TO-ONE-INVOICE.
            MOVE WS-WORK-CUSTOMER TO INV-CUSTOMER-NUMBER.
            MOVE WS-OT-INVOICE(WS-OPEN-INDEX)
                     ADD WS-PAY-AMOUNT TO WS-APPLIED-TOTAL
                     IF INV-BALANCE = 0
                        MOVE "C" TO INV-STATUS
                        MOVE RCP-DATE TO INV-PAID-DATE
                        ADD 1 TO WS-CLOSED-COUNT
                     END-IF
                     REWRITE INVOICE-RECORD
