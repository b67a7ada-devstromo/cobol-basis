      *> One row of the merit matrix on merit-matrix.dat, keyed by
      *> review rating (1-5): the percentage increase for each
      *> compa-ratio zone, where the compa-ratio is the current rate
      *> over the midpoint of the employee's JOB-GRADE-REC band.
      *> Zone 1 below 0.90, zone 2 0.90 to 0.99, zone 3 1.00 to
      *> 1.09, zone 4 1.10 and over - so the same rating earns more
      *> for someone low in their band than for someone near the
      *> top of it.
       01  MERIT-MATRIX-RECORD.
           05 MM-RATING               PIC 9.
           05 MM-ZONE-PERCENT         PIC 99V99 OCCURS 4 TIMES.
