      *> down against the customer's open invoices oldest-first and
      *> marks the receipt applied when nothing is left. Amounts are
      *> packed decimal (COMP-3) per shop policy.
      *> AR-JOURNAL-EXTRACT marks the receipt once its cash is on
      *> the ledger and keeps the applied amount it has already
      *> journaled, so cash applied on a later day journals as a
      *> move out of unapplied cash rather than as new cash.
      *> A lockbox receipt carries up to five invoice numbers the
      *> customer named on the remittance (zero when none); the
      *> application run pays those first, then oldest-first.
      *> Unapplied cash handed back to the customer by an approved
      *> refund comes off RCP-UNAPPLIED and is kept in the refunded
      *> amount, so it is never mistaken for cash applied to AR.
      *> The receipt is held in the customer's currency
      *> (RCP-CURRENCY-CODE, blank = base) with the rate in force on
      *> the payment date and the base-currency equivalent of the
      *> amount at that rate.
       01  RECEIPT-RECORD.
           05 RCP-KEY.
              10 RCP-CUSTOMER-NUMBER PIC X(6).
           05 RCP-STATUS    PIC X.
              88 RCP-OPEN    VALUE "O", SPACE.
              88 RCP-APPLIED VALUE "A".
           05 RCP-JOURNAL-FLAG PIC X.
              88 RCP-CASH-JOURNALED VALUE "J".
           05 RCP-JOURNALED-APPLIED PIC S9(7)V99 COMP-3.
           05 RCP-INVOICE-REF PIC 9(6) OCCURS 5 TIMES.
           05 RCP-REFUNDED-AMOUNT PIC S9(7)V99 COMP-3.
           05 RCP-CURRENCY-CODE PIC X(3).
              88 RCP-BASE-CURRENCY VALUE SPACES, LOW-VALUES.
           05 RCP-EXCHANGE-RATE PIC 9(4)V9(6) COMP-3.
           05 RCP-BASE-AMOUNT   PIC 9(7)V99 COMP-3.
