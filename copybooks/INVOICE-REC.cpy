      *> balance and closes the invoice when it reaches zero.
      *> Amounts are packed decimal (COMP-3) per the shop's policy
      *> for monetary fields. The source byte distinguishes a keyed
      *> invoice from a finance charge the assessment run writes,
      *> from one the recurring contract billing run generates and
      *> from one the ticket time billing run raises for service
      *> desk hours.
      *> The journal flag is set once AR-JOURNAL-EXTRACT has
      *> carried the invoice to the ledger, so no invoice is
      *> journaled twice. A supervisor-released bad-debt write-off
      *> zeroes the balance and closes the invoice with its own
      *> written-off status, which no walk treats as open.
      *> Each line amount is the extended price of the item line at
      *> the same position: item code, quantity and unit price plus
      *> the catalog description, taxable flag and revenue account
      *> as they stood when the invoice was keyed. A line with no
      *> item code (the staff discount, a finance charge) credits
      *> the general *REVENUE account. The sales tax figured from the
      *> customer's state is carried with its rate and is included
      *> in the total.
      *> The paid date is the date of the receipt whose cash
      *> finished paying the invoice off; zero while it is open or
      *> when something other than cash closed it. The cash
      *> forecast measures each customer's days-to-pay from it.
      *> Every amount on the invoice is in the customer's currency
      *> (INV-CURRENCY-CODE, blank = base). The exchange rate in
      *> force on the invoice date is kept with it, and the base-
      *> currency equivalent of the total at that rate, so the
      *> month-end revaluation can measure what the open balance is
      *> worth today against what it was booked at.
       01  INVOICE-RECORD.
           05 INV-KEY.
              10 INV-CUSTOMER-NUMBER PIC X(6).
           05 INV-STATUS      PIC X.
              88 INV-OPEN   VALUE "O", SPACE.
              88 INV-CLOSED VALUE "C".
              88 INV-WRITTEN-OFF VALUE "W".
           05 INV-SOURCE      PIC X.
              88 INV-KEYED          VALUE "K", SPACE.
              88 INV-FINANCE-CHARGE VALUE "F".
              88 INV-CONTRACT-BILLED VALUE "R".
              88 INV-TIME-BILLED     VALUE "T".
           05 INV-JOURNAL-FLAG PIC X.
              88 INV-JOURNALED VALUE "J".
           05 INV-ITEM-LINE OCCURS 5 TIMES.
              10 INV-LINE-ITEM-CODE       PIC X(8).
              10 INV-LINE-DESCRIPTION     PIC X(30).
              10 INV-LINE-QUANTITY        PIC 9(5) COMP-3.
              10 INV-LINE-UNIT-PRICE      PIC 9(5)V99 COMP-3.
              10 INV-LINE-TAXABLE         PIC X.
                 88 INV-LINE-IS-TAXABLE VALUE "Y".
              10 INV-LINE-REVENUE-ACCOUNT PIC X(8).
           05 INV-TAX-STATE   PIC X(2).
           05 INV-TAX-RATE    PIC 99V999 COMP-3.
           05 INV-TAX-AMOUNT  PIC 9(5)V99 COMP-3.
           05 INV-PAID-DATE   PIC 9(8).
           05 INV-CURRENCY-CODE PIC X(3).
              88 INV-BASE-CURRENCY VALUE SPACES, LOW-VALUES.
           05 INV-EXCHANGE-RATE PIC 9(4)V9(6) COMP-3.
           05 INV-BASE-TOTAL    PIC 9(7)V99 COMP-3.
