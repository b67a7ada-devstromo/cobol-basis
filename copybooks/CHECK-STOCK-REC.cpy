      *> Check-stock control record, one per stock of pre-numbered
      *> check forms, keyed by a stock code (PAYROLL for the pay
      *> checks). The range is the first and last form number loaded
      *> from the printer's delivery; CKS-NEXT-NUMBER is the next
      *> form to print, so every number in the range is either
      *> issued, still blank, or accounted for on the register.
      *> CHECK-STOCK-MAINT loads a range; only the print runs move
      *> the next number.
       01  CHECK-STOCK-RECORD.
           05 CKS-STOCK-CODE     PIC X(8).
           05 CKS-FIRST-NUMBER   PIC 9(8).
           05 CKS-LAST-NUMBER    PIC 9(8).
           05 CKS-NEXT-NUMBER    PIC 9(8).
           05 CKS-LOADED-DATE    PIC 9(8).
           05 CKS-LOADED-BY      PIC X(6).
           05 CKS-LAST-USED-DATE PIC 9(8).
