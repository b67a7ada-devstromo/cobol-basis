      *> Custody of an asset by a person: one record each time an
      *> asset on asset.dat is issued to an employee, keyed by the
      *> asset plus the issue date so an asset's custody history
      *> reads back in date order, with the employee as an
      *> alternate key (duplicates) for "what does this person
      *> hold". The return date stays zero while the item is out;
      *> ASSET-CUSTODY's return transaction fills it in with the
      *> condition the item came back in. An asset is with at most
      *> one person at a time. Condition codes: N new, G good,
      *> F fair, D damaged, L lost (return only - recorded when the
      *> item cannot be collected).
       01  ASSET-CUSTODY-RECORD.
           05 CUS-KEY.
              10 CUS-ASSET-ID         PIC X(6).
              10 CUS-ISSUE-DATE       PIC 9(8).
           05 CUS-EMPLOYEE-ID         PIC X(6).
           05 CUS-ISSUE-CONDITION     PIC X.
           05 CUS-ISSUED-BY           PIC X(6).
           05 CUS-RETURN-DATE         PIC 9(8).
              88 CUS-OUTSTANDING VALUE ZERO.
           05 CUS-RETURN-CONDITION    PIC X.
           05 CUS-RECEIVED-BY         PIC X(6).
