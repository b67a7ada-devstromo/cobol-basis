      *> One payment queued for a replacement check, keyed by the
      *> same payment key CHECK-ISSUE-REC carries (source, payee,
      *> period and run sequence). A released reissue lands here
      *> with the amount and the check it replaces; CHECK-PRINT-RUN
      *> prints it on the next run and takes it off the queue. The
      *> amount is packed (COMP-3) per shop policy.
       01  CHECK-REISSUE-RECORD.
           05 CKR-PAYMENT-KEY.
              10 CKR-SOURCE        PIC X(2).
              10 CKR-PAYEE-ID      PIC X(6).
              10 CKR-PERIOD-NUMBER PIC 9(6).
              10 CKR-RUN-SEQ       PIC 9(2).
           05 CKR-AMOUNT        PIC 9(7)V99 COMP-3.
           05 CKR-REPLACES-CHECK PIC 9(8).
           05 CKR-QUEUED-DATE   PIC 9(8).
           05 CKR-QUEUED-BY     PIC X(6).
