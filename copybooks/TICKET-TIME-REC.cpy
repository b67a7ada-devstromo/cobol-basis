      *> One time entry against a service ticket, keyed by the
      *> ticket number plus a running sequence within the ticket so
      *> a ticket's time reads back in the order it was keyed. The
      *> rate class is the item code of a labour item on
      *> item-catalog.dat: its unit price is the hourly rate, and its
      *> description, taxable flag and revenue account go onto the
      *> invoice line the way any catalog item's do. Only billable
      *> entries are invoiced; TICKET-TIME-BILLING-RUN stamps each
      *> one it bills with the invoice number and the run date, so
      *> no hour is billed twice. Hours are to the hundredth.
       01  TICKET-TIME-RECORD.
           05 TTE-KEY.
              10 TTE-TICKET-NUMBER PIC 9(6).
              10 TTE-SEQ           PIC 9(4).
           05 TTE-EMPLOYEE-ID      PIC X(6).
           05 TTE-WORK-DATE        PIC 9(8).
           05 TTE-HOURS            PIC 9(3)V99.
           05 TTE-BILLABLE-FLAG    PIC X.
              88 TTE-BILLABLE     VALUE "Y".
              88 TTE-NOT-BILLABLE VALUE "N".
           05 TTE-RATE-CLASS       PIC X(8).
           05 TTE-BILLED-FLAG      PIC X.
              88 TTE-BILLED   VALUE "B".
              88 TTE-UNBILLED VALUE "N", SPACE.
           05 TTE-INVOICE-NUMBER   PIC 9(6).
           05 TTE-BILLED-DATE      PIC 9(8).
