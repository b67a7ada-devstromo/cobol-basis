      *> master's small fixed amounts - hence the wider picture.
           05 PN-DEDUCT-OTHER  PIC 9(7)V99.
           05 PN-DEPARTMENT    PIC X(20).
      *> Approved expense claims the run paid back with this pay.
      *> They are not earnings - no tax, not in gross - but they are
      *> in PN-NET-PAY, the amount actually deposited or printed,
      *> so net is gross less deductions plus this reimbursement.
      *> The off-cycle runs never reimburse and write zero.
           05 PN-REIMBURSEMENT PIC 9(7)V99.
