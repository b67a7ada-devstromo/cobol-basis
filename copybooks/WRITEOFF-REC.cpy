      *> One bad-debt write-off on the indexed writeoff.dat, keyed
      *> like the invoice it writes off (customer plus invoice
      *> number), so an invoice is only ever proposed once. The
      *> write-off run proposes it pending with the balance and age
      *> it found and queues it for a second supervisor; release
      *> writes off whatever is still owed at that moment (status
      *> W) and rejection leaves the invoice open (status R, never
      *> proposed again). Cash later recovered against it is kept
      *> in the recovered amount, and the item turns V once all of
      *> it has come back. The journal flag and the journaled
      *> recovery amount record what the bad-debt journal has
      *> already carried, so each write-off and each recovery
      *> reaches the ledger and the register exactly once. Amounts
      *> are packed decimal (COMP-3) per shop policy.
       01  WRITEOFF-RECORD.
           05 WO-KEY.
              10 WO-CUSTOMER-NUMBER PIC X(6).
              10 WO-INVOICE-NUMBER  PIC 9(6).
           05 WO-INVOICE-DATE      PIC 9(8).
           05 WO-AGE-DAYS          PIC 9(5).
           05 WO-PROPOSED-AMOUNT   PIC 9(7)V99 COMP-3.
           05 WO-PROPOSED-DATE     PIC 9(8).
           05 WO-PROPOSED-BY       PIC X(6).
           05 WO-APPROVAL-ID       PIC 9(6).
           05 WO-STATUS            PIC X.
              88 WO-PENDING     VALUE "P".
              88 WO-WRITTEN-OFF VALUE "W".
              88 WO-REJECTED    VALUE "R".
              88 WO-RECOVERED   VALUE "V".
           05 WO-DECIDED-BY        PIC X(6).
           05 WO-DECIDED-DATE      PIC 9(8).
           05 WO-WRITTEN-OFF-AMOUNT PIC 9(7)V99 COMP-3.
           05 WO-RECOVERED-AMOUNT  PIC 9(7)V99 COMP-3.
           05 WO-LAST-RECOVERY-DATE PIC 9(8).
           05 WO-JOURNAL-FLAG      PIC X.
              88 WO-WRITEOFF-JOURNALED VALUE "J".
           05 WO-JOURNALED-RECOVERY PIC 9(7)V99 COMP-3.
