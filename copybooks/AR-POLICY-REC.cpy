      *> STAFF-MATCH-XREF cross-reference, and the annual finance-
      *> charge rate and grace days the month-end assessment run
      *> prices overdue balances with - parameters on file instead
      *> of literals in two programs. The write-off age is how many
      *> days past its invoice date an open balance must be before
      *> the bad-debt write-off run proposes it. The terms days are
      *> the net days quoted on the shop's invoices; the cash
      *> forecast expects a customer with no payment history to pay
      *> in the terms plus the grace days.
       01  AR-POLICY-RECORD.
           05 ARP-STAFF-DISCOUNT-PCT  PIC 99V99.
           05 ARP-FINANCE-RATE-ANNUAL PIC 9V9999.
           05 ARP-GRACE-DAYS          PIC 9(3).
           05 ARP-WRITEOFF-DAYS       PIC 9(3).
           05 ARP-TERMS-DAYS          PIC 9(3).
