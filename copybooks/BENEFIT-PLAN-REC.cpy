      *> One coverage tier of one benefit plan on the indexed
      *> benefit-plan.dat, keyed by plan code and tier, with the
      *> per-pay-period premiums: the employee's share PAY-RUN takes
      *> as the insurance deduction and the employer's share it
      *> charges as an employer cost. The dependent limits say how
      *> many covered dependents an enrollment in the tier may list
      *> (employee-only is 0 to 0; family might be 2 to 99).
      *> Premiums are packed decimal (COMP-3) per shop policy.
       01  BENEFIT-PLAN-RECORD.
           05 BPL-KEY.
              10 BPL-PLAN-CODE     PIC X(4).
              10 BPL-TIER          PIC X(2).
                 88 BPL-EMPLOYEE-ONLY     VALUE "EE".
                 88 BPL-EMPLOYEE-SPOUSE   VALUE "ES".
                 88 BPL-EMPLOYEE-CHILDREN VALUE "EC".
                 88 BPL-FAMILY            VALUE "FA".
                 88 BPL-TIER-KNOWN        VALUE "EE" "ES" "EC" "FA".
           05 BPL-PLAN-NAME        PIC X(30).
           05 BPL-EMPLOYEE-PREMIUM PIC 9(5)V99 COMP-3.
           05 BPL-EMPLOYER-PREMIUM PIC 9(5)V99 COMP-3.
           05 BPL-MIN-DEPENDENTS   PIC 9(2).
           05 BPL-MAX-DEPENDENTS   PIC 9(2).
