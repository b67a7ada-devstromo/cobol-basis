      *> Capital purchase order, keyed by PO number and raised
      *> against a capital-plan ID and a vendor. The plan ID is an
      *> alternate key with duplicates - a plan line may take more
      *> than one order - so the plan-versus-actual report and the
      *> plan screen can find every order for a plan. Status is
      *> O open (a commitment outstanding), R received (the asset
      *> was created from it at the received cost) or C cancelled.
      *> Costs are packed decimal (COMP-3) per shop policy.
       01  PURCHASE-ORDER-RECORD.
           05 PO-NUMBER           PIC 9(6).
           05 PO-PLAN-ID          PIC X(6).
           05 PO-VENDOR-NUMBER    PIC X(6).
           05 PO-DESCRIPTION      PIC X(30).
           05 PO-ORDER-DATE       PIC 9(8).
           05 PO-COMMITTED-COST   PIC 9(7)V99 COMP-3.
           05 PO-RAISED-BY        PIC X(6).
           05 PO-STATUS           PIC X.
              88 PO-OPEN      VALUE "O".
              88 PO-RECEIVED  VALUE "R".
              88 PO-CANCELLED VALUE "C".
           05 PO-RECEIVED-DATE    PIC 9(8).
           05 PO-RECEIVED-COST    PIC 9(7)V99 COMP-3.
           05 PO-ASSET-ID         PIC X(6).
           05 PO-RECEIVED-BY      PIC X(6).
