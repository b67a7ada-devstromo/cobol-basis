      *> One segregation-of-duties rule per record on sod-rules.dat,
      *> the table that drives SOD-CONFLICT-REPORT. The rule code
      *> names a check the report knows how to make; the active byte
      *> switches it off without deleting it, and the threshold is
      *> how many times a pattern must repeat inside the month before
      *> it counts (only RATE-PAIR repeats - the self checks are a
      *> conflict the first time). Codes:
      *>    SELF-PAY   operator changed, asked for or approved a
      *>               change to their own pay-master record
      *>    SELF-BNK   operator maintained their own bank details
      *>    SELF-EMP   operator changed, or asked for or approved a
      *>               terminate/delete of, their own employee record
      *>    RATE-PAIR  the same requester and approver released
      *>               rate changes together threshold times or more
      *>    INV-CASH   the operator who keyed an invoice applied
      *>               cash against it
       01  SOD-RULE-RECORD.
           05 SR-RULE-CODE   PIC X(10).
           05 SR-ACTIVE      PIC X.
              88 SR-RULE-ACTIVE VALUE "Y", SPACE.
           05 SR-THRESHOLD   PIC 9(3).
           05 SR-DESCRIPTION PIC X(40).
