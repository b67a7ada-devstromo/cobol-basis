      *> One record per terminated employee whose final pay has been
      *> settled by FINAL-PAY-RUN, keyed by EMPLOYEE-ID. It is both
      *> the guard that stops a second settlement of the same person
      *> and the summary of what the signed statement showed: the
      *> vacation hours paid out and the rate used, the tax, the
      *> loan balance recovered from the settlement and what was
      *> still owed after it, and the period and run sequence the
      *> payment was booked under on pay-history.dat. The scheduled
      *> PAY-RUN owns sequence 00, so a zero run sequence here means
      *> there was nothing to pay and no payment was booked. Amounts
      *> are packed decimal (COMP-3) per the shop's policy for
      *> monetary fields.
       01  FINAL-SETTLEMENT-RECORD.
           05 FS-EMPLOYEE-ID       PIC X(6).
           05 FS-TERM-DATE         PIC X(8).
           05 FS-SETTLED-DATE      PIC 9(8).
           05 FS-PERIOD-NUMBER     PIC 9(6).
           05 FS-RUN-SEQ           PIC 9(2).
           05 FS-VACATION-HOURS    PIC S9(4)V99 COMP-3.
           05 FS-PAY-RATE          PIC 9(5)V99 COMP-3.
           05 FS-GROSS-PAY         PIC 9(7)V99 COMP-3.
           05 FS-DEDUCT-TAX        PIC 9(6)V99 COMP-3.
           05 FS-LOAN-RECOVERED    PIC 9(7)V99 COMP-3.
           05 FS-LOAN-OUTSTANDING  PIC S9(8)V99 COMP-3.
           05 FS-NET-PAY           PIC S9(7)V99 COMP-3.
           05 FS-DEDUCTIONS-CLOSED PIC 9(3) COMP-3.
