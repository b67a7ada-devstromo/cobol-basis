      *> One credit memo or debit adjustment against an existing
      *> open-item invoice on the indexed invoice-adjust.dat, keyed
      *> by a running adjustment number so the trail reads in the
      *> order the clerks keyed it. A credit memo lowers the
      *> invoice's INV-BALANCE and a debit adjustment raises it; the
      *> invoice itself is never rekeyed. The reason code says why
      *> and the operator is the signed-on user who keyed it. An
      *> adjustment above the approval-policy amount waits pending
      *> on the approval queue until a second supervisor releases
      *> (applied) or rejects it; the approver and date are kept.
      *> The journal flag is set once AR-JOURNAL-EXTRACT has
      *> carried an applied adjustment to the ledger. Amounts are
      *> packed decimal (COMP-3) per shop policy.
       01  INVOICE-ADJUST-RECORD.
           05 IA-ADJUST-NUMBER    PIC 9(6).
           05 IA-CUSTOMER-NUMBER  PIC X(6).
           05 IA-INVOICE-NUMBER   PIC 9(6).
           05 IA-TYPE             PIC X.
              88 IA-CREDIT-MEMO      VALUE "C".
              88 IA-DEBIT-ADJUSTMENT VALUE "D".
           05 IA-REASON-CODE      PIC X(2).
              88 IA-REASON-PRICING   VALUE "PR".
              88 IA-REASON-RETURN    VALUE "RT".
              88 IA-REASON-DAMAGED   VALUE "DM".
              88 IA-REASON-DUPLICATE VALUE "DP".
              88 IA-REASON-SHORT-SHIP VALUE "SS".
              88 IA-REASON-UNDERBILLED VALUE "UB".
              88 IA-REASON-GOODWILL  VALUE "GW".
              88 IA-REASON-OTHER     VALUE "OT".
              88 IA-REASON-KNOWN     VALUE "PR" "RT" "DM" "DP" "SS"
                                           "UB" "GW" "OT".
           05 IA-AMOUNT           PIC 9(7)V99 COMP-3.
           05 IA-MEMO             PIC X(30).
           05 IA-ENTRY-DATE       PIC 9(8).
           05 IA-OPERATOR-ID      PIC X(6).
           05 IA-STATUS           PIC X.
              88 IA-PENDING  VALUE "P".
              88 IA-APPLIED  VALUE "A".
              88 IA-REJECTED VALUE "R".
           05 IA-APPROVAL-ID      PIC 9(6).
           05 IA-DECIDED-BY       PIC X(6).
           05 IA-DECIDED-DATE     PIC 9(8).
           05 IA-JOURNAL-FLAG     PIC X.
              88 IA-JOURNALED VALUE "J".
