      *> One recurring service agreement on the indexed contract.dat,
      *> keyed by contract number. CONTRACT-BILLING-RUN turns every
      *> active contract whose next bill date has come into an
      *> invoice and moves the next bill date on by the frequency
      *> (monthly, quarterly or annual); the billing day is held to
      *> 1-28 so every month has it. An end date of zero means the
      *> agreement runs until cancelled; once the next bill date
      *> passes the end date the contract is marked ended. Each line
      *> is either a catalog item and quantity, priced from the
      *> catalog when billed, or a fixed amount with no item code.
      *> Last-billed-on is the run date that billed it, so a second
      *> run the same day never bills it twice. Amounts are packed
      *> decimal (COMP-3) per shop policy.
       01  CONTRACT-RECORD.
           05 CTR-CONTRACT-NUMBER PIC 9(6).
           05 CTR-CUSTOMER-NUMBER PIC X(6).
           05 CTR-DESCRIPTION     PIC X(30).
           05 CTR-FREQUENCY       PIC X.
              88 CTR-MONTHLY         VALUE "M".
              88 CTR-QUARTERLY       VALUE "Q".
              88 CTR-ANNUAL          VALUE "A".
              88 CTR-FREQUENCY-KNOWN VALUE "M" "Q" "A".
           05 CTR-START-DATE      PIC 9(8).
           05 CTR-END-DATE        PIC 9(8).
           05 CTR-NEXT-BILL-DATE  PIC 9(8).
           05 CTR-LAST-BILLED-ON  PIC 9(8).
           05 CTR-LAST-INVOICE    PIC 9(6).
           05 CTR-STATUS          PIC X.
              88 CTR-ACTIVE    VALUE "A", SPACE.
              88 CTR-ENDED     VALUE "E".
              88 CTR-CANCELLED VALUE "C".
           05 CTR-LINE-COUNT      PIC 9.
           05 CTR-LINE OCCURS 5 TIMES.
              10 CTR-LINE-ITEM-CODE PIC X(8).
              10 CTR-LINE-QUANTITY  PIC 9(5) COMP-3.
              10 CTR-LINE-AMOUNT    PIC 9(5)V99 COMP-3.
