      *> One-time earnings waiting for the off-cycle supplemental
      *> run (SUPP-PAY-RUN): a bonus, a commission or a manual
      *> correction keyed in through SUPP-EARNING-ENTRY. Keyed by
      *> employee and a line number within the employee, so one
      *> person can carry several lines and the run pays them
      *> together as one payment. A line stays pending until a run
      *> pays it; the run then stamps the period and run sequence
      *> the payment went out under (the PAY-PERIOD-HIST-REC key),
      *> so the same earning can never pay twice. The amount is
      *> packed decimal (COMP-3) per the shop's policy for monetary
      *> fields.
       01  SUPP-EARNING-RECORD.
           05 SE-KEY.
              10 SE-EMPLOYEE-ID PIC X(6).
              10 SE-LINE-NUMBER PIC 9(2).
           05 SE-EARNING-TYPE PIC X.
              88 SE-BONUS      VALUE "B".
              88 SE-COMMISSION VALUE "C".
              88 SE-CORRECTION VALUE "M".
              88 SE-VALID-TYPE VALUE "B" "C" "M".
           05 SE-DESCRIPTION  PIC X(20).
           05 SE-AMOUNT       PIC 9(7)V99 COMP-3.
           05 SE-ENTERED-BY   PIC X(6).
           05 SE-ENTERED-DATE PIC 9(8).
           05 SE-STATUS       PIC X.
              88 SE-PENDING VALUE "P", SPACE.
              88 SE-PAID    VALUE "A".
           05 SE-PAID-PERIOD  PIC 9(6).
           05 SE-PAID-RUN-SEQ PIC 9(2).
