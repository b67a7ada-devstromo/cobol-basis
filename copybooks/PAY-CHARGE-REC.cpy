      *> One charge a pay made against the company's books, kept on
      *> the indexed pay-charge.dat by employee, the pay's period
      *> and run sequence, the kind (L for the share of gross
      *> charged to a department by the labor distribution, E for
      *> an employer cost) and the department or cost type.
      *> labor-dist.dat and employer-cost-net.dat are rewritten
      *> every run; this is the record of what each pay charged, so
      *> a voided payment can take back exactly what its run
      *> posted - the gross split the way it was split, and each
      *> employer cost out of employer-cost-ytd.dat and the
      *> ledger. PCH-DEPARTMENT is the department an employer cost
      *> was charged to; PCH-WAGES is the wages it was charged on.
      *> PCH-YTD-FLAG says the cost was added to
      *> employer-cost-ytd.dat (it is not when that record still
      *> carried an earlier year). Amounts are packed decimal
      *> (COMP-3) per shop policy.
       01  PAY-CHARGE-RECORD.
           05 PCH-KEY.
              10 PCH-EMPLOYEE-ID   PIC X(6).
              10 PCH-PERIOD-NUMBER PIC 9(6).
              10 PCH-RUN-SEQ       PIC 9(2).
              10 PCH-KIND          PIC X.
                 88 PCH-LABOR-SHARE   VALUE "L".
                 88 PCH-EMPLOYER-COST VALUE "E".
              10 PCH-CODE          PIC X(20).
           05 PCH-DEPARTMENT    PIC X(20).
           05 PCH-WAGES         PIC 9(8)V99 COMP-3.
           05 PCH-AMOUNT        PIC S9(7)V99 COMP-3.
           05 PCH-YTD-FLAG      PIC X.
              88 PCH-ON-YTD VALUE "Y".
