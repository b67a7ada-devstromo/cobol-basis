      *> One record per bank lockbox batch LOCKBOX-IMPORT has
      *> loaded, keyed by the bank's lockbox ID, its batch number
      *> and the deposit date the header carries, so the same file
      *> fed twice is refused instead of doubling the receipts.
      *> Keeps the trailer figures the batch proved to and how many
      *> remittances became receipts or went to suspense.
       01  LOCKBOX-BATCH-RECORD.
           05 LB-KEY.
              10 LB-LOCKBOX-ID    PIC X(10).
              10 LB-BATCH-NUMBER  PIC 9(6).
              10 LB-DEPOSIT-DATE  PIC 9(8).
           05 LB-DETAIL-COUNT    PIC 9(6).
           05 LB-BATCH-TOTAL     PIC 9(9)V99 COMP-3.
           05 LB-LOADED-COUNT    PIC 9(6).
           05 LB-SUSPENSE-COUNT  PIC 9(6).
           05 LB-LOADED-ON       PIC 9(8).
