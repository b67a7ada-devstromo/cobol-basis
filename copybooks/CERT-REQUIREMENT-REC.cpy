      *> One required certification on the indexed
      *> cert-requirement.dat: the job grade (JG-GRADE-CODE, the
      *> grade on the pay master) and/or department (DEPT-CODE)
      *> that demands it and the CERT-CODE the holder must carry.
      *> A blank grade means any grade in the department; a blank
      *> department means the grade in every department; at least
      *> one of the two is always present. CERT-REQUIREMENT-CHECK
      *> applies every record that matches an employee.
       01  CERT-REQUIREMENT-RECORD.
           05 CRQ-KEY.
              10 CRQ-GRADE-CODE PIC X(4).
              10 CRQ-DEPT-CODE  PIC X(20).
              10 CRQ-CERT-CODE  PIC X(6).
           05 CRQ-DESCRIPTION   PIC X(30).
