              88 EMPLOYEE-ACTIVE     VALUE "A", SPACE.
              88 EMPLOYEE-TERMINATED VALUE "T".
           05 EMPLOYEE-TERM-DATE  PIC X(8).
      *> Reporting line: the employee ID of this person's manager.
      *> Blank means no manager on file (top of the chart). Kept to
      *> an active employee and free of loops by the maintenance
      *> screen and the batch apply; drives the org chart and the
      *> manager-first routing of approvals and reviews.
           05 EMPLOYEE-REPORTS-TO PIC X(6).
