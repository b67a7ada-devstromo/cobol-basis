      *> Payables voucher, one record per supplier invoice, keyed by
      *> vendor number plus the supplier's own invoice reference so
      *> the same bill cannot be entered twice. The due date is the
      *> invoice date moved forward by the vendor's terms in business
      *> days. Status is O open until the payment run pays it, then
      *> P paid with the run date and check number. The two journal
      *> bytes mark the voucher once AP-JOURNAL-EXTRACT has posted
      *> the expense (entry) and the payment, so each side reaches
      *> the general ledger exactly once.
       01  VOUCHER-RECORD.
           05 VCH-KEY.
              10 VCH-VENDOR-NUMBER PIC X(6).
              10 VCH-INVOICE-REF   PIC X(12).
           05 VCH-INVOICE-DATE     PIC 9(8).
           05 VCH-DUE-DATE         PIC 9(8).
           05 VCH-AMOUNT           PIC 9(7)V99 COMP-3.
           05 VCH-EXPENSE-ACCOUNT  PIC X(8).
           05 VCH-DESCRIPTION      PIC X(30).
           05 VCH-STATUS           PIC X.
              88 VCH-OPEN VALUE "O".
              88 VCH-PAID VALUE "P".
           05 VCH-ENTERED-DATE     PIC 9(8).
           05 VCH-ENTERED-BY       PIC X(6).
           05 VCH-PAID-DATE        PIC 9(8).
           05 VCH-CHECK-NUMBER     PIC 9(8).
           05 VCH-ENTRY-JOURNAL-FLAG PIC X.
              88 VCH-ENTRY-JOURNALED VALUE "J".
           05 VCH-PAY-JOURNAL-FLAG PIC X.
              88 VCH-PAY-JOURNALED VALUE "J".
