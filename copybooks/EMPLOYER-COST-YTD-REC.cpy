      *> Year-to-date employer cost accumulators, kept alongside
      *> PAY-YTD-REC on the indexed employer-cost-ytd.dat - one
      *> record per employee and cost type from the employer cost
      *> table. ECY-WAGES is the gross the cost has been charged on
      *> so far this year, which is what the wage-base cap is
      *> measured against; ECY-COST is what the company has paid.
      *> ECY-YEAR guards the roll the same way YTD-YEAR does, and
      *> PAY-YTD-RESET zeroes this file with the pay YTD file.
      *> Amounts are packed decimal (COMP-3) per the shop's policy
      *> for monetary fields.
       01  EMPLOYER-COST-YTD-RECORD.
           05 ECY-KEY.
              10 ECY-EMPLOYEE-ID  PIC X(6).
              10 ECY-COST-TYPE    PIC X(4).
           05 ECY-YEAR            PIC 9(4).
           05 ECY-WAGES           PIC 9(8)V99 COMP-3.
           05 ECY-COST            PIC 9(7)V99 COMP-3.
