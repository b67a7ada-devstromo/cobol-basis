              88 DED-HAS-BALANCE VALUE "B".
              88 DED-NO-BALANCE  VALUE "N", SPACE.
           05 DED-REMAINING-BALANCE PIC 9(7)V99 COMP-3.
      *> A deduction closed by the final-pay settlement
      *> (FINAL-PAY-RUN) stays on file with the date it closed, so
      *> the remittance trail still shows it; PAY-RUN takes nothing
      *> from a closed deduction. Blank reads active so records
      *> written before the field existed keep running.
           05 DED-STATUS         PIC X.
              88 DED-ACTIVE VALUE "A", SPACE.
              88 DED-CLOSED VALUE "C".
           05 DED-CLOSED-DATE    PIC 9(8).
      *> The court-order or case reference the payee needs to apply
      *> the money (a garnishment's docket number, a support order's
      *> case id). It also picks a case-specific remittance payee on
      *> deduction-payee.dat ahead of the code's default payee.
      *> Blank for a deduction with no order behind it.
           05 DED-CASE-REFERENCE PIC X(20).
