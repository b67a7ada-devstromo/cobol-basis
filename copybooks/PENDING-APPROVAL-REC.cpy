      *> supervisor, keyed by a running approval number assigned by
      *> APPROVAL-QUEUE-WRITE. Source says which master, the
      *> transaction code what was asked (T terminate, D delete,
      *> C rate change; for a PAY-VOID item V void the payment,
      *> R void and reissue the check; for an INV-ADJUST item C
      *> credit memo, D debit adjustment; for a BAD-DEBT item W
      *> write off the invoice; for an EXP-CLAIM item E pay the
      *> expense claim; for an AR-REFUND item F refund unapplied
      *> cash to the customer), and the payload fields carry what
      *> the release needs to apply it. Two-person control
      *> lives in the status trail: who asked, who decided, and
      *> when - and the approval screen refuses to let the
      *> requester release their own item.
       01  PENDING-APPROVAL-RECORD.
           05 PA-APPROVAL-ID  PIC 9(6).
           05 PA-REQUEST-DATE PIC 9(8).
           05 PA-SOURCE       PIC X(12).
              88 PA-EMPLOYEE-SOURCE   VALUE "EMPLOYEE".
              88 PA-PAY-MASTER-SOURCE VALUE "PAY-MASTER".
              88 PA-PAY-VOID-SOURCE   VALUE "PAY-VOID".
              88 PA-INV-ADJUST-SOURCE VALUE "INV-ADJUST".
              88 PA-BAD-DEBT-SOURCE   VALUE "BAD-DEBT".
              88 PA-EXP-CLAIM-SOURCE  VALUE "EXP-CLAIM".
              88 PA-AR-REFUND-SOURCE  VALUE "AR-REFUND".
           05 PA-TRANS-CODE   PIC X.
              88 PA-TERM-TRANS   VALUE "T".
              88 PA-DELETE-TRANS VALUE "D".
              88 PA-RATE-TRANS   VALUE "C".
              88 PA-VOID-TRANS   VALUE "V".
              88 PA-REISSUE-TRANS VALUE "R".
              88 PA-CREDIT-MEMO-TRANS  VALUE "C".
              88 PA-DEBIT-ADJUST-TRANS VALUE "D".
              88 PA-WRITEOFF-TRANS     VALUE "W".
              88 PA-EXPENSE-CLAIM-TRANS VALUE "E".
              88 PA-REFUND-TRANS       VALUE "F".
           05 PA-RECORD-KEY   PIC X(20).
           05 PA-NEW-RATE     PIC 9(5)V99 COMP-3.
           05 PA-TERM-DATE    PIC X(8).
