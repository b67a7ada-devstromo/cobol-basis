      *> Vendor (supplier) master record, built on the shared
      *> CONTACT-REC layout so the remittance address prints on the
      *> check the same way an employee's does. Terms are counted in
      *> business days from the supplier's invoice date; voucher
      *> entry computes each due date from them. The expense account
      *> is the default a voucher posts to when none is keyed. The
      *> hold byte keeps the payment run from paying the vendor
      *> (a dispute, missing paperwork) without stopping vouchers
      *> from being entered against it.
       01  VENDOR-RECORD.
           05 VENDOR-NUMBER PIC X(6).
           COPY CONTACT-REC.
           05 VENDOR-TERMS-DAYS PIC 9(3).
           05 VENDOR-EXPENSE-ACCOUNT PIC X(8).
           05 VENDOR-HOLD-FLAG PIC X.
              88 VENDOR-ON-HOLD  VALUE "H".
              88 VENDOR-NOT-HELD VALUE "N", SPACE, LOW-VALUE.
