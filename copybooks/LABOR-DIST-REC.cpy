      *> One line per employee and department the most recent
      *> PAY-RUN charged gross to (labor-dist.dat): the hours worked
      *> for the department and that share of the pay's gross. The
      *> home department line carries the hours not split off on
      *> timesheet-line.dat and takes the rounding, so an employee's
      *> lines always add up to the gross on pay-net.dat. Like
      *> pay-net.dat it is rewritten each run; PAYROLL-JOURNAL-
      *> EXTRACT posts gross expense by department from it and
      *> LABOR-DIST-REPORT prints it.
       01  LABOR-DIST-RECORD.
           05 LD-DEPARTMENT    PIC X(20).
           05 LD-EMPLOYEE-ID   PIC X(6).
           05 LD-PERIOD-NUMBER PIC 9(6).
           05 LD-HOME-FLAG     PIC X.
              88 LD-HOME-DEPARTMENT VALUE "H".
              88 LD-CHARGED-DEPARTMENT VALUE "C".
           05 LD-HOURS         PIC 9(3)V99.
           05 LD-COST          PIC S9(7)V99 SIGN LEADING SEPARATE.
