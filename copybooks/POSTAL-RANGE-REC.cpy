      *> One postal-code range for a state on the indexed
      *> postal-range.dat, keyed by the two-letter state code in the
      *> shape CONTACT-REC's StateValue carries it and the low end of
      *> the range, so a state that owns more than one block of codes
      *> (or shares a block) has a record per block. Ranges compare
      *> on the first five digits of the postal code, inclusive at
      *> both ends. ADDRESS-VALIDATE accepts a state/postal pair only
      *> when the code falls inside one of the state's ranges.
       01  POSTAL-RANGE-RECORD.
           05 PR-KEY.
              10 PR-STATE       PIC X(2).
              10 PR-LOW-POSTAL  PIC X(5).
           05 PR-HIGH-POSTAL    PIC X(5).
           05 PR-STATE-NAME     PIC X(20).
