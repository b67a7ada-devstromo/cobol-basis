      *> One employee's pay for one run, kept permanently on the
      *> indexed pay-history.dat so a closed period can still be
      *> answered after pay-net.dat is rewritten by the next run.
      *> Keyed by employee, PN-PERIOD-NUMBER and a run sequence
      *> within the period - the scheduled PAY-RUN is sequence 00 -
      *> so one employee's periods read together in period order.
      *> The amounts are PAY-NET-REC's, packed (COMP-3) per shop
      *> policy, plus the date the run paid them.
       01  PAY-PERIOD-HIST-RECORD.
           05 PPH-KEY.
              10 PPH-EMPLOYEE-ID   PIC X(6).
              10 PPH-PERIOD-NUMBER PIC 9(6).
              10 PPH-RUN-SEQ       PIC 9(2).
           05 PPH-PAY-DATE     PIC 9(8).
           05 PPH-GROSS-PAY    PIC 9(7)V99 COMP-3.
           05 PPH-DEDUCT-TAX   PIC 9(6)V99 COMP-3.
           05 PPH-DEDUCT-INS   PIC 9(6)V99 COMP-3.
           05 PPH-DEDUCT-OTHER PIC 9(7)V99 COMP-3.
           05 PPH-NET-PAY      PIC S9(7)V99 COMP-3.
           05 PPH-DEPARTMENT   PIC X(20).
      *> A payment reversed after its period was posted stays on
      *> file marked voided with the date, so the history still
      *> shows what was paid and undone; the quarterly and YTD
      *> readers leave voided rows out. The void journal flag is
      *> set once PAY-VOID-JOURNAL-EXTRACT has carried the
      *> reversal to the ledger.
           05 PPH-STATUS       PIC X.
              88 PPH-PAID   VALUE "P", SPACE.
              88 PPH-VOIDED VALUE "V".
           05 PPH-VOID-DATE    PIC 9(8).
           05 PPH-VOID-JOURNAL-FLAG PIC X.
              88 PPH-VOID-JOURNALED VALUE "J".
      *> Expense claims the run reimbursed with the pay. They are
      *> not earnings, so they stay out of PPH-NET-PAY, but the
      *> check paid net plus this; a reissue pays both and a void
      *> reverses both. Only the scheduled PAY-RUN pays claims.
           05 PPH-REIMBURSEMENT PIC 9(7)V99 COMP-3.
