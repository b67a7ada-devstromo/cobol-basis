      *> The book side of the bank reconciliation: one record per
      *> item this system sent through the bank account, keyed by
      *> item type and a reference in the source file's own key.
      *>   CK  a printed check (payroll or payables), reference the
      *>       check number from check-issue.dat
      *>   RC  a cash receipt, reference the receipt key from
      *>       receipts.dat (customer, date, sequence)
      *>   DD  one live direct-deposit file, reference the run date
      *>       and a sequence within the day, written by
      *>       DEPOSIT-EXTRACT since its extract is rewritten each
      *>       run
      *> BANK-RECON-RUN adds checks and receipts it has not seen
      *> before and marks a check voided once CHECK-ISSUE shows the
      *> void. An item is outstanding until a bank statement line
      *> clears it; the statement key and the bank's posting date
      *> are kept so a reconciliation for an earlier statement
      *> still counts it as outstanding. Bank reference is what the
      *> bank quotes back for the item (the check number).
       01  BANK-BOOK-ITEM-RECORD.
           05 BBI-KEY.
              10 BBI-ITEM-TYPE PIC X(2).
                 88 BBI-CHECK          VALUE "CK".
                 88 BBI-RECEIPT        VALUE "RC".
                 88 BBI-DIRECT-DEPOSIT VALUE "DD".
                 88 BBI-PAYMENT-ITEM   VALUE "CK" "DD".
              10 BBI-ITEM-REF  PIC X(18).
           05 BBI-ITEM-DATE   PIC 9(8).
           05 BBI-AMOUNT      PIC 9(9)V99 COMP-3.
           05 BBI-BANK-REF    PIC X(10).
           05 BBI-DESCRIPTION PIC X(30).
           05 BBI-STATUS      PIC X.
              88 BBI-OUTSTANDING VALUE "O".
              88 BBI-CLEARED     VALUE "C".
              88 BBI-VOIDED      VALUE "V".
           05 BBI-VOID-DATE   PIC 9(8).
           05 BBI-CLEARED-STMT-KEY.
              10 BBI-CLEARED-STMT-DATE PIC 9(8).
              10 BBI-CLEARED-LINE-SEQ  PIC 9(4).
           05 BBI-CLEARED-DATE PIC 9(8).
