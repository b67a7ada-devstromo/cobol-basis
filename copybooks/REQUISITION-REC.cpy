      *> One job requisition on requisition.dat: the department and
      *> JOB-GRADE-REC grade it hires into, the budgeted position it
      *> fills (blank when none is named), a working title, the
      *> employee who asked for it and the one who approved it, and
      *> the date it opened. It stays O)pen until an applicant is
      *> hired - F)illed, with the hire's employee ID and start
      *> date - or it is C)ancelled.
       01  REQUISITION-RECORD.
           05 REQ-NUMBER              PIC X(6).
           05 REQ-DEPT-CODE           PIC X(20).
           05 REQ-GRADE-CODE          PIC X(4).
           05 REQ-POSITION-NUMBER     PIC X(6).
           05 REQ-TITLE               PIC X(30).
           05 REQ-REQUESTED-BY        PIC X(6).
           05 REQ-APPROVED-BY         PIC X(6).
           05 REQ-OPENED-DATE         PIC X(8).
           05 REQ-STATUS              PIC X.
              88 REQ-OPEN             VALUE "O".
              88 REQ-FILLED           VALUE "F".
              88 REQ-CANCELLED        VALUE "C".
           05 REQ-FILLED-DATE         PIC X(8).
           05 REQ-HIRED-EMPLOYEE-ID   PIC X(6).
