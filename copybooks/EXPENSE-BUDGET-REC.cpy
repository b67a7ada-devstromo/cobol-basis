      *> Departmental expense budget, one amount per department,
      *> chart-of-accounts expense account and fiscal month (the
      *> YYYYMM the ledger's balance buckets use), keyed in that
      *> order so a department's accounts and months read together.
      *> The ledger carries no department, so an account is
      *> budgeted under one department only - the alternate key on
      *> the account lets EXPENSE-BUDGET-MAINT hold to that and
      *> EXPENSE-VARIANCE-REPORT find an account's owner. Amounts
      *> are packed (COMP-3) per shop policy.
       01  EXPENSE-BUDGET-RECORD.
           05 EB-KEY.
              10 EB-DEPT-CODE PIC X(20).
              10 EB-ACCOUNT   PIC X(8).
              10 EB-PERIOD    PIC 9(6).
           05 EB-BUDGET-AMOUNT PIC 9(9)V99 COMP-3.
