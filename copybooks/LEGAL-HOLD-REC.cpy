      *> Legal hold on an employee's records, keyed by the same
      *> EMPLOYEE-ID as the master. While a hold is in force the
      *> retention purge leaves every file about the person alone,
      *> however long ago they left. Releasing a hold keeps the
      *> record, with who released it and when, for the audit trail.
       01  LEGAL-HOLD-RECORD.
           05 LH-EMPLOYEE-ID   PIC X(6).
           05 LH-REFERENCE     PIC X(20).
           05 LH-STATUS        PIC X.
              88 LH-IN-FORCE   VALUE "H".
              88 LH-RELEASED   VALUE "R".
           05 LH-PLACED-DATE   PIC 9(8).
           05 LH-PLACED-BY     PIC X(6).
           05 LH-RELEASED-DATE PIC 9(8).
           05 LH-RELEASED-BY   PIC X(6).
