      *> One record per bank statement BANK-STMT-IMPORT has loaded,
      *> keyed by the statement date, so the same statement fed
      *> twice is refused instead of doubling its lines. Keeps the
      *> balances and trailer figures the statement proved to; the
      *> balances are signed since an overdrawn account is possible.
      *> BANK-RECON-REPORT stamps the reconciled date once the
      *> adjusted bank and book balances agree for the statement.
       01  BANK-STMT-HDR-RECORD.
           05 BSH-STATEMENT-DATE  PIC 9(8).
           05 BSH-BANK-ACCOUNT    PIC X(17).
           05 BSH-OPENING-BALANCE PIC S9(11)V99 COMP-3.
           05 BSH-CLOSING-BALANCE PIC S9(11)V99 COMP-3.
           05 BSH-LINE-COUNT      PIC 9(6).
           05 BSH-DEBIT-TOTAL     PIC 9(11)V99 COMP-3.
           05 BSH-CREDIT-TOTAL    PIC 9(11)V99 COMP-3.
           05 BSH-LOADED-ON       PIC 9(8).
           05 BSH-RECONCILED-ON   PIC 9(8).
