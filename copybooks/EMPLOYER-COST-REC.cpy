      *> One employer-side payroll cost per record on the employer
      *> cost table (employer-cost.dat) PAY-RUN applies to every
      *> employee it pays - the company's matching social security
      *> and medicare, unemployment insurance, pension match and
      *> the like. EC-RATE is applied to the employee's gross until
      *> the year's wages for that cost reach EC-WAGE-BASE; a zero
      *> wage base means the cost has no cap. Like tax-table.dat
      *> the table is a short line sequential file kept by hand; a
      *> rate change is a record edit, not a program change.
      *> The journal credits each cost type's liability to the
      *> dept-account-map reserved code *ER- followed by the type
      *> (for example *ER-FICA).
       01  EMPLOYER-COST-RECORD.
           05 EC-COST-TYPE    PIC X(4).
           05 EC-DESCRIPTION  PIC X(20).
           05 EC-RATE         PIC 9V9999.
           05 EC-WAGE-BASE    PIC 9(7)V99.
