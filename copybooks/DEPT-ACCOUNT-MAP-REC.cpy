      *> departments - DEPT-VALIDATE would refuse the asterisk) name
      *> the liability and clearing accounts the credit side of the
      *> payroll journal posts to, so every account the extract
      *> touches is keyed on this one file. Each employer cost type
      *> on employer-cost.dat likewise has a reserved *ER- code
      *> (*ER-FICA and so on) naming its liability account, and
      *> *ACCRUED-WAGES names the liability the month-end payroll
      *> accrual credits.
       01  DEPT-ACCOUNT-MAP-RECORD.
           05 DAM-DEPT-CODE PIC X(20).
           05 DAM-ACCOUNT-NUMBER PIC X(8).
