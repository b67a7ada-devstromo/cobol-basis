      *> What CERT-REQUIREMENT-CHECK hands back for one employee:
      *> how many distinct certifications the grade and department
      *> require, and each one not met - never held (N) or held
      *> only with an expiry before the as-of date (E), with that
      *> expiry. Twenty gaps is far more than any one job demands;
      *> CGL-GAP-COUNT still counts past it.
       01  CERT-GAP-LIST.
           05 CGL-REQUIRED-COUNT PIC 9(3).
           05 CGL-GAP-COUNT      PIC 9(3).
           05 CGL-GAP OCCURS 20 TIMES.
              10 CGL-CERT-CODE   PIC X(6).
              10 CGL-DESCRIPTION PIC X(30).
              10 CGL-GAP-TYPE    PIC X.
                 88 CGL-NOT-HELD VALUE "N".
                 88 CGL-EXPIRED  VALUE "E".
              10 CGL-EXPIRY-DATE PIC 9(8).
