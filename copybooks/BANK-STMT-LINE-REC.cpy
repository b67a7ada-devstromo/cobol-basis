      *> One cleared item from a bank statement, keyed by the
      *> statement date and the line's position on the statement.
      *> A debit is money the bank paid out (a check presented, the
      *> direct-deposit file, a bank charge); a credit is money it
      *> took in. The line stays unmatched until BANK-RECON-RUN or
      *> the BANK-MATCH-MAINT screen ties it to the book items on
      *> bank-book-items.dat it cleared: the match key is that
      *> item's key, or the first of them when one bank line
      *> cleared several (a day's receipts banked as one deposit),
      *> and the count says how many. Matched-by is the operator,
      *> or *AUTO* when the run matched it. Amounts are packed
      *> (COMP-3) per shop policy.
       01  BANK-STMT-LINE-RECORD.
           05 BSL-KEY.
              10 BSL-STATEMENT-DATE PIC 9(8).
              10 BSL-LINE-SEQ       PIC 9(4).
           05 BSL-POST-DATE   PIC 9(8).
           05 BSL-ENTRY-TYPE  PIC X.
              88 BSL-DEBIT  VALUE "D".
              88 BSL-CREDIT VALUE "C".
           05 BSL-AMOUNT      PIC 9(9)V99 COMP-3.
           05 BSL-REFERENCE   PIC X(10).
           05 BSL-DESCRIPTION PIC X(30).
           05 BSL-STATUS      PIC X.
              88 BSL-UNMATCHED VALUE "U", SPACE.
              88 BSL-MATCHED   VALUE "M".
           05 BSL-MATCH-KEY     PIC X(20).
           05 BSL-MATCH-COUNT   PIC 9(4).
           05 BSL-MATCHED-BY    PIC X(6).
           05 BSL-MATCHED-DATE  PIC 9(8).
