      *> Collection-letter history, one record per customer who has
      *> ever been dunned, keyed by customer number. Level is the
      *> last letter sent (1 friendly reminder, 2 second notice,
      *> 3 final demand; 0 once the customer has caught up) with
      *> its date and the overdue amount it quoted, so the next run
      *> escalates instead of repeating. Review date is the last run
      *> that found the customer overdue; a record not reviewed by
      *> the current run is reset to level 0. Held date is the last
      *> run that held the letter back for an open service ticket.
       01  DUNNING-RECORD.
           05 DUN-CUSTOMER-NUMBER PIC X(6).
           05 DUN-LEVEL           PIC 9.
              88 DUN-NONE          VALUE 0.
              88 DUN-REMINDER      VALUE 1.
              88 DUN-SECOND-NOTICE VALUE 2.
              88 DUN-FINAL-DEMAND  VALUE 3.
           05 DUN-LAST-SENT-DATE  PIC 9(8).
           05 DUN-LAST-AMOUNT     PIC 9(7)V99 COMP-3.
           05 DUN-REVIEW-DATE     PIC 9(8).
           05 DUN-HELD-DATE       PIC 9(8).
