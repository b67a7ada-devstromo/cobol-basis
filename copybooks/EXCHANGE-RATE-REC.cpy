      *> One dated exchange rate on exchange-rate.dat, read by
      *> EXCHANGE-RATE-LOOKUP: the base-currency value of one unit
      *> of the customer's currency, from its effective date until
      *> a later record for the same code takes over - the dating
      *> tax-table.dat uses, so a new day's rates are a few lines
      *> added ahead of time and the old ones stay on file for any
      *> transaction dated back in their time. The base currency
      *> itself has no records: a blank currency code on the
      *> customer master means base, at a rate of one.
       01  EXCHANGE-RATE-RECORD.
           05 XR-CURRENCY-CODE  PIC X(3).
           05 XR-EFFECTIVE-DATE PIC 9(8).
           05 XR-RATE           PIC 9(4)V9(6).
