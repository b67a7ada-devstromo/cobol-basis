      *> Hours an employee worked for a department other than the
      *> home department on the employee master, one line per
      *> charged department per pay period, kept on the indexed
      *> timesheet-line.dat under the timesheet they split. The
      *> lines never add up to more than TS-HOURS-WORKED; whatever
      *> is not split off stays with the home department. PAY-RUN
      *> distributes each pay's gross across the lines in proportion
      *> to the hours. Hours are packed decimal (COMP-3) per the
      *> shop's policy for quantity fields.
       01  TIMESHEET-LINE-RECORD.
           05 TL-KEY.
              10 TL-EMPLOYEE-ID   PIC X(6).
              10 TL-PERIOD-NUMBER PIC 9(6).
              10 TL-DEPARTMENT    PIC X(20).
           05 TL-HOURS            PIC 9(3)V99 COMP-3.
