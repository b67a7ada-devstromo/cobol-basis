      *> Who the money withheld under a deduction code is sent to,
      *> kept on the indexed deduction-payee.dat and keyed by the
      *> DED-CODE plus a case reference. The record with a blank
      *> case reference is the code's default payee (the savings
      *> plan's trustee, the union); a record carrying a
      *> DED-CASE-REFERENCE names the agency for that one court
      *> order, since two garnishments under the same code can be
      *> owed to different courts. Remit days is how many days after
      *> the pay date the agency expects the money.
       01  DEDUCTION-PAYEE-RECORD.
           05 DPY-KEY.
              10 DPY-DED-CODE       PIC X(4).
              10 DPY-CASE-REFERENCE PIC X(20).
           05 DPY-PAYEE-NAME     PIC X(30).
           05 DPY-STREET-LINE-1  PIC X(30).
           05 DPY-STREET-LINE-2  PIC X(30).
           05 DPY-CITY           PIC X(20).
           05 DPY-STATE          PIC X(2).
           05 DPY-POSTAL-CODE    PIC X(10).
           05 DPY-REMIT-DAYS     PIC 9(3).
