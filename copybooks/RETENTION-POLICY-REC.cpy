      *> One-record parameter file for the personal-data retention
      *> purge: how many whole years after EMPLOYEE-TERM-DATE a
      *> former employee's personal details are kept. Absent or
      *> unreadable, the purge falls back to 7 years - the same
      *> absent-file defaulting the other policy files use.
       01  RETENTION-POLICY-RECORD.
           05 RTN-RETAIN-YEARS PIC 9(2).
