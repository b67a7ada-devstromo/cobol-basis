      *> One out-of-pocket expense an employee is claiming back,
      *> keyed by employee and a claim sequence within the employee
      *> so one person's claims read together. The category is a
      *> short code whose expense account is the reserved map code
      *> *EXP- followed by the category on dept-account-map.dat;
      *> the account found there at entry is kept on the claim so
      *> the payroll journal debits what was approved. A claim over
      *> the expense threshold on approval-policy.dat waits pending
      *> on the dual-control queue; at or under it, or once a
      *> second supervisor releases it, it is approved and the next
      *> PAY-RUN pays it as a non-taxable reimbursement and stamps
      *> the period. The amount is packed decimal (COMP-3) per the
      *> shop's policy for monetary fields.
       01  EXPENSE-CLAIM-RECORD.
           05 EC-KEY.
              10 EC-EMPLOYEE-ID PIC X(6).
              10 EC-CLAIM-SEQ   PIC 9(4).
           05 EC-EXPENSE-DATE  PIC 9(8).
           05 EC-CATEGORY      PIC X(4).
           05 EC-ACCOUNT       PIC X(8).
           05 EC-AMOUNT        PIC 9(7)V99 COMP-3.
           05 EC-RECEIPT-REF   PIC X(12).
           05 EC-DESCRIPTION   PIC X(30).
           05 EC-ENTERED-BY    PIC X(6).
           05 EC-ENTERED-DATE  PIC 9(8).
           05 EC-STATUS        PIC X.
              88 EC-PENDING  VALUE "P".
              88 EC-APPROVED VALUE "A".
              88 EC-REJECTED VALUE "R".
              88 EC-PAID     VALUE "D".
           05 EC-APPROVAL-ID   PIC 9(6).
           05 EC-DECIDED-BY    PIC X(6).
           05 EC-DECIDED-DATE  PIC 9(8).
           05 EC-PAID-PERIOD   PIC 9(6).
      *> A claim whose payment is voided goes back to approved for
      *> the next PAY-RUN to pay again; the voided period is kept
      *> so the void journal can credit the expense account back.
           05 EC-VOIDED-PERIOD PIC 9(6).
