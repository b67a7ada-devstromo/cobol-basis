      *> One budgeted position on position.dat: the department and
      *> JOB-GRADE-REC grade it is authorized in, its title and FTE
      *> (1.00 full time), and its status - V vacant, F filled,
      *> Z frozen (not to be filled). A filled position carries its
      *> incumbent's employee ID, the alternate key (duplicates,
      *> spaces while vacant) that ties each employee to the
      *> position they hold, and the date it was filled. Positions
      *> are filled and vacated only through POSITION-UPDATE, so a
      *> hire into a frozen or filled position is refused in one
      *> place.
       01  POSITION-RECORD.
           05 POS-NUMBER              PIC X(6).
           05 POS-DEPT-CODE           PIC X(20).
           05 POS-GRADE-CODE          PIC X(4).
           05 POS-TITLE               PIC X(30).
           05 POS-FTE                 PIC 9V99.
           05 POS-STATUS              PIC X.
              88 POS-VACANT           VALUE "V".
              88 POS-FILLED           VALUE "F".
              88 POS-FROZEN           VALUE "Z".
           05 POS-EMPLOYEE-ID         PIC X(6).
           05 POS-FILLED-DATE         PIC X(8).
