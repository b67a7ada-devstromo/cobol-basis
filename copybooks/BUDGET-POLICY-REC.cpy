      *> One-record parameter file for the expense budget variance
      *> report: how far (percent) a department's actual spending
      *> may run over its budget before it is flagged for the
      *> controller, and the calendar month the fiscal year starts
      *> in, which sets where year-to-date begins. Absent or
      *> unreadable, the report falls back to 5 percent and a
      *> January year - the same absent-file defaulting the other
      *> policy files use.
       01  BUDGET-POLICY-RECORD.
           05 BGP-TOLERANCE-PCT     PIC 9(3).
           05 BGP-FISCAL-START-MONTH PIC 9(2).
