      *> One leave request on the indexed leave-request.dat, keyed
      *> by a running request number: the employee, leave type
      *> (V vacation, S sick), the first and last day off and the
      *> hours the absence will take off the ledger. A request is
      *> pending until a supervisor approves or rejects it; an
      *> approved request is posted to the leave ledger by
      *> LEAVE-REQUEST-POST once its last day has passed, the way
      *> LEAVE-ENTRY records leave taken, and is kept as taken (T).
      *> A request withdrawn before it posts is cancelled (C).
      *> Hours are packed decimal (COMP-3) per shop policy.
       01  LEAVE-REQUEST-RECORD.
           05 LR-NUMBER          PIC 9(6).
           05 LR-EMPLOYEE-ID     PIC X(6).
           05 LR-LEAVE-TYPE      PIC X.
              88 LR-VACATION VALUE "V".
              88 LR-SICK     VALUE "S".
           05 LR-START-DATE      PIC 9(8).
           05 LR-END-DATE        PIC 9(8).
           05 LR-HOURS           PIC 9(3)V99 COMP-3.
           05 LR-STATUS          PIC X.
              88 LR-PENDING     VALUE "P".
              88 LR-APPROVED    VALUE "A".
              88 LR-REJECTED    VALUE "R".
              88 LR-CANCELLED   VALUE "C".
              88 LR-TAKEN       VALUE "T".
              88 LR-OUTSTANDING VALUE "P" "A".
           05 LR-REQUESTED-DATE  PIC 9(8).
           05 LR-REQUESTED-BY    PIC X(6).
           05 LR-DECIDED-BY      PIC X(6).
           05 LR-DECIDED-DATE    PIC 9(8).
           05 LR-DECISION-NOTE   PIC X(40).
           05 LR-POSTED-DATE     PIC 9(8).
