      *> One record per journal file GL-POSTING-RUN has posted,
      *> keyed by the journal's file name, the posting date its
      *> first line carries, its line count and its debit total.
      *> The extracts rewrite their journal each run, so a second
      *> posting run over the same file finds this record and skips
      *> the journal instead of doubling the balances, while a new
      *> journal written later the same day keys differently and
      *> posts.
       01  GL-POSTED-JOURNAL-RECORD.
           05 GPJ-KEY.
              10 GPJ-JOURNAL-NAME PIC X(30).
              10 GPJ-POST-DATE    PIC 9(8).
              10 GPJ-LINE-COUNT   PIC 9(6).
              10 GPJ-DEBIT-TOTAL  PIC 9(11)V99.
           05 GPJ-CREDIT-TOTAL PIC 9(11)V99 COMP-3.
           05 GPJ-POSTED-ON    PIC 9(8).
