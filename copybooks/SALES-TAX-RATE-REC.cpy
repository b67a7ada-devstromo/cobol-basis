      *> The sales tax rate for one state on the indexed
      *> sales-tax-rate.dat, keyed by the two-letter state code in
      *> the same shape as the customer address's StateValue. The
      *> rate is a percentage with three decimals (7.250 percent);
      *> invoice entry applies it to the taxable lines of every
      *> invoice billed to a customer in the state. A state with no
      *> record here is not taxed.
       01  SALES-TAX-RATE-RECORD.
           05 STX-STATE        PIC X(2).
           05 STX-STATE-NAME   PIC X(20).
           05 STX-RATE-PERCENT PIC 99V999.
