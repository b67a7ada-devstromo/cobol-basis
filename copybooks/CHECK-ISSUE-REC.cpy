      *> One printed check on the permanent check-issue.dat, keyed
      *> by check number. The payment key says what the check paid -
      *> the source (PY for payroll, AP for a payables check to a
      *> vendor, AR for a refund check to a customer), the payee,
      *> and the pay period and run sequence it came from (a
      *> payables or refund check carries its run date as YYMMDD
      *> in the period) - and is an alternate key with duplicates
      *> so a rerun of the print finds a check already issued for
      *> the same payment and does not print a second one, while a
      *> voided check and its reissue can share the key. The
      *> amount is packed (COMP-3) per shop policy.
       01  CHECK-ISSUE-RECORD.
           05 CKI-CHECK-NUMBER  PIC 9(8).
           05 CKI-PAYMENT-KEY.
              10 CKI-SOURCE        PIC X(2).
              10 CKI-PAYEE-ID      PIC X(6).
              10 CKI-PERIOD-NUMBER PIC 9(6).
              10 CKI-RUN-SEQ       PIC 9(2).
           05 CKI-ISSUE-DATE    PIC 9(8).
           05 CKI-AMOUNT        PIC 9(7)V99 COMP-3.
           05 CKI-PAYEE-NAME    PIC X(40).
           05 CKI-STATUS        PIC X.
              88 CKI-ISSUED VALUE "I".
              88 CKI-VOIDED VALUE "V".
           05 CKI-VOID-DATE     PIC 9(8).
      *> Set once the next print run has told the bank about the
      *> void on the positive-pay file.
           05 CKI-VOID-SENT-FLAG PIC X.
              88 CKI-VOID-SENT VALUE "Y".
