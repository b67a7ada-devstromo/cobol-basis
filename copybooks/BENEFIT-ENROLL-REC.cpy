      *> One employee's enrollment in one benefit plan on the
      *> indexed benefit-enroll.dat, keyed by EMPLOYEE-ID and plan
      *> code so an employee can carry medical and dental side by
      *> side. The tier picks the BENEFIT-PLAN-REC premiums. An
      *> enrollment covers pay periods ending on or after its
      *> effective date; a dropped enrollment stays on file with the
      *> date coverage ended, and covers no period ending after it.
      *> The eligibility code is what ELIGIBILITY-CHECK returned when
      *> the enrollment was accepted. Up to six covered dependents
      *> are listed with their relationship (S spouse or partner,
      *> C child) and birth date in the yyyymmdd shape the date
      *> suite validates.
       01  BENEFIT-ENROLL-RECORD.
           05 BEN-KEY.
              10 BEN-EMPLOYEE-ID  PIC X(6).
              10 BEN-PLAN-CODE    PIC X(4).
           05 BEN-TIER            PIC X(2).
           05 BEN-EFFECTIVE-DATE  PIC 9(8).
           05 BEN-END-DATE        PIC 9(8).
           05 BEN-ELIG-CODE       PIC 9.
           05 BEN-DEPENDENT-COUNT PIC 9(2).
           05 BEN-DEPENDENT OCCURS 6 TIMES.
              10 BEN-DEP-NAME       PIC X(30).
              10 BEN-DEP-RELATION   PIC X.
                 88 BEN-DEP-SPOUSE VALUE "S".
                 88 BEN-DEP-CHILD  VALUE "C".
              10 BEN-DEP-BIRTH-DATE PIC X(8).
