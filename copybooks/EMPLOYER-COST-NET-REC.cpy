      *> One line per employee and employer cost type charged by the
      *> most recent PAY-RUN (employer-cost-net.dat): the wages the
      *> cost was charged on, the cost and the employee's
      *> department. It sits beside pay-net.dat as the interface
      *> PAYROLL-JOURNAL-EXTRACT posts employer cost expense by
      *> department and the cost liabilities from, and like
      *> pay-net.dat it is rewritten each run.
       01  EMPLOYER-COST-NET-RECORD.
           05 ECN-EMPLOYEE-ID   PIC X(6).
           05 ECN-PERIOD-NUMBER PIC 9(6).
           05 ECN-COST-TYPE     PIC X(4).
           05 ECN-WAGES         PIC 9(7)V99.
           05 ECN-COST          PIC 9(7)V99.
           05 ECN-DEPARTMENT    PIC X(20).
