      *> Leased equipment register, keyed by lease ID. Leased items
      *> are not owned, so they stay off asset.dat and out of the
      *> depreciation runs; what is tracked here is the commitment.
      *> The lessor is a vendor on vendor.dat, which is who the
      *> monthly payment vouchers are raised against. One payment
      *> falls due each month on the start date's day of month (the
      *> month's last day where it is shorter) from the start date
      *> through the end date. Renewal notice days are calendar
      *> days before the end date by which the lessor must hear
      *> whether the lease is to be renewed or returned.
       01  LEASE-RECORD.
           05 LEASE-ID              PIC X(6).
           05 LEASE-LESSOR-VENDOR   PIC X(6).
           05 LEASE-DESCRIPTION     PIC X(30).
           05 LEASE-DEPT-CODE       PIC X(20).
           05 LEASE-START-DATE      PIC 9(8).
           05 LEASE-END-DATE        PIC 9(8).
           05 LEASE-MONTHLY-PAYMENT PIC 9(7)V99 COMP-3.
           05 LEASE-NOTICE-DAYS     PIC 9(3).
