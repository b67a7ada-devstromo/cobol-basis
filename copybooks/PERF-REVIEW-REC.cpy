      *> One performance review: an employee's review for one
      *> review cycle (a free code such as 2026 or 2026H1), keyed
      *> employee + cycle on perf-review.dat so each person has at
      *> most one review per cycle. The reviewer is an employee ID
      *> on the master. A review is P pending until the rating is
      *> agreed, then C complete with a rating of 1 (unsatisfactory)
      *> to 5 (outstanding) and the date it was held; only complete
      *> reviews drive a merit increase in SALARY-UPDATE-RUN.
       01  PERF-REVIEW-RECORD.
           05 REV-KEY.
              10 REV-EMPLOYEE-ID      PIC X(6).
              10 REV-CYCLE            PIC X(6).
           05 REV-REVIEWER-ID         PIC X(6).
           05 REV-RATING              PIC 9.
              88 REV-RATING-VALID     VALUE 1 THRU 5.
           05 REV-REVIEW-DATE         PIC X(8).
           05 REV-STATUS              PIC X.
              88 REV-PENDING          VALUE "P".
              88 REV-COMPLETE         VALUE "C".
              88 REV-STATUS-KNOWN     VALUE "P" "C".
