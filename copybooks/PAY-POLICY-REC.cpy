      *> One-record payroll policy file, the same absent-file
      *> defaulting the receivables and sign-on policies use: how
      *> the off-cycle supplemental run taxes one-time earnings -
      *> T through the bracketed tax table (TAX-TABLE-CALC), F at
      *> the flat supplemental rate below - so the method is a
      *> policy decision on file rather than a literal.
       01  PAY-POLICY-RECORD.
           05 PYP-SUPP-TAX-METHOD PIC X.
              88 PYP-SUPP-TABLE-TAX VALUE "T".
              88 PYP-SUPP-FLAT-TAX  VALUE "F".
           05 PYP-SUPP-FLAT-RATE  PIC 9V9999.
