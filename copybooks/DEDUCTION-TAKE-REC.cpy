      *> One deduction or loan payment actually taken from one pay,
      *> kept on the indexed deduction-take.dat by employee, the
      *> pay's period and run sequence, the kind (D for a
      *> DEDUCTION-REC code, L for a LOAN-MASTER-REC loan) and the
      *> deduction code or loan number. The deduction file and the
      *> loan master only carry running balances; this is the
      *> record of what each pay consumed, so a voided payment can
      *> give back exactly what its run took - the deduction
      *> balance it rolled down, the loan interest it accrued and
      *> the principal it repaid. Amounts are packed decimal
      *> (COMP-3) per shop policy.
       01  DEDUCTION-TAKE-RECORD.
           05 DTK-KEY.
              10 DTK-EMPLOYEE-ID   PIC X(6).
              10 DTK-PERIOD-NUMBER PIC 9(6).
              10 DTK-RUN-SEQ       PIC 9(2).
              10 DTK-KIND          PIC X.
                 88 DTK-DEDUCTION-TAKE VALUE "D".
                 88 DTK-LOAN-TAKE      VALUE "L".
              10 DTK-CODE          PIC X(4).
           05 DTK-PAY-DATE      PIC 9(8).
           05 DTK-TAKE-AMOUNT   PIC 9(7)V99 COMP-3.
           05 DTK-LOAN-INTEREST PIC 9(6)V99 COMP-3.
      *> Set when the take rolled a declining balance down (a B
      *> deduction) or when it closed the loan, so the reversal
      *> knows what to put back.
           05 DTK-BALANCE-FLAG  PIC X.
              88 DTK-REDUCED-BALANCE VALUE "Y".
           05 DTK-CLOSED-FLAG   PIC X.
              88 DTK-CLOSED-IT VALUE "Y".
           05 DTK-STATUS        PIC X.
              88 DTK-TAKEN    VALUE "T", SPACE.
              88 DTK-REVERSED VALUE "R".
