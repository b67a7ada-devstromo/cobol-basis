      *> One general-ledger balance bucket: the debits and credits
      *> posted to one account in one fiscal period (YYYYMM, the
      *> month of the journal line's posting date), keyed by account
      *> then period so an account's periods read together. Only
      *> GL-POSTING-RUN writes here, and only from journals that
      *> proved in balance against chart-of-accounts.dat.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT PIC X(8).
              10 GLB-PERIOD  PIC 9(6).
           05 GLB-DEBIT-TOTAL  PIC 9(11)V99 COMP-3.
           05 GLB-CREDIT-TOTAL PIC 9(11)V99 COMP-3.
           05 GLB-LINE-COUNT   PIC 9(7) COMP-3.
           05 GLB-LAST-POST-DATE PIC 9(8).
