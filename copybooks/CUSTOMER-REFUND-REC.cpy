      *> One customer refund of unapplied cash, keyed by a running
      *> refund number, with the customer as an alternate key so a
      *> customer's refunds are found together. It names the
      *> receipt the cash sits on. UNAPPLIED-CASH-MAINT requests it
      *> pending and queues it through APPROVAL-QUEUE-WRITE; when a
      *> second supervisor releases it CUSTOMER-REFUND-APPLY takes
      *> the amount off the receipt and marks it approved, and
      *> CUSTOMER-REFUND-RUN pays it by check from the payables
      *> stock (paid, with the check number) and journals it. The
      *> journal flag is set once the ledger has the refund. The
      *> amount is packed decimal (COMP-3) per shop policy.
       01  CUSTOMER-REFUND-RECORD.
           05 CRF-REFUND-NUMBER   PIC 9(6).
           05 CRF-CUSTOMER-NUMBER PIC X(6).
           05 CRF-RECEIPT-DATE    PIC 9(8).
           05 CRF-RECEIPT-SEQ     PIC 9(2).
           05 CRF-AMOUNT          PIC 9(7)V99 COMP-3.
           05 CRF-REASON          PIC X(30).
           05 CRF-REQUEST-DATE    PIC 9(8).
           05 CRF-REQUESTED-BY    PIC X(6).
           05 CRF-APPROVAL-ID     PIC 9(6).
           05 CRF-STATUS          PIC X.
              88 CRF-PENDING  VALUE "P".
              88 CRF-APPROVED VALUE "A".
              88 CRF-REJECTED VALUE "R".
              88 CRF-PAID     VALUE "D".
           05 CRF-DECIDED-BY      PIC X(6).
           05 CRF-DECIDED-DATE    PIC 9(8).
           05 CRF-CHECK-NUMBER    PIC 9(8).
           05 CRF-PAID-DATE       PIC 9(8).
           05 CRF-JOURNAL-FLAG    PIC X.
              88 CRF-JOURNALED VALUE "J".
