      *> archive, the bulk-load extracts), and packed bytes can
      *> collide with the record separator - the same reason the pay
      *> history unpacks its figures.
      *> Account hierarchy: a branch carries its parent's customer
      *> number (spaces = a stand-alone account, one level only - a
      *> parent never has a parent of its own). The bill-to byte
      *> routes the branch's statement: "P" folds it into the
      *> parent's consolidated statement, "S" or blank keeps its
      *> own. Either way invoice entry measures the whole group's
      *> open balance against the parent's credit limit. Records
      *> written before the fields existed read as blank and stay
      *> stand-alone.
      *> The currency code is the currency the customer is billed
      *> and pays in (a code on exchange-rate.dat); blank is the base
      *> currency, which is how every record written before the
      *> field existed reads. The credit limit is in the same
      *> currency, and a branch bills in its parent's.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-NUMBER PIC X(6).
           COPY CONTACT-REC.
           05 CUSTOMER-HOLD-FLAG PIC X.
              88 CUSTOMER-ON-HOLD  VALUE "H".
              88 CUSTOMER-NOT-HELD VALUE "N", SPACE, LOW-VALUE.
           05 CUSTOMER-PARENT-NUMBER PIC X(6).
              88 CUSTOMER-NO-PARENT VALUE SPACES, LOW-VALUES.
           05 CUSTOMER-BILL-TO-FLAG PIC X.
              88 CUSTOMER-BILL-TO-PARENT VALUE "P".
              88 CUSTOMER-BILL-TO-SELF   VALUE "S", SPACE, LOW-VALUE.
           05 CUSTOMER-CURRENCY-CODE PIC X(3).
              88 CUSTOMER-BASE-CURRENCY VALUE SPACES, LOW-VALUES.
