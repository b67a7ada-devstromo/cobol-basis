      *> of applying. Absent or unreadable, the threshold defaults
      *> to 10.00 - the same absent-file defaulting the sign-on
      *> policy uses.
      *> A credit memo or debit adjustment to an invoice above the
      *> adjustment threshold queues the same way; absent, unkeyed
      *> or zero, it defaults to 500.00.
      *> An employee expense claim above the expense threshold
      *> queues the same way; absent, unkeyed or zero, it defaults
      *> to 250.00.
       01  APPROVAL-POLICY-RECORD.
           05 AP-RATE-THRESHOLD PIC 9(5)V99.
           05 AP-ADJUST-THRESHOLD PIC 9(7)V99.
           05 AP-EXPENSE-THRESHOLD PIC 9(7)V99.
