              88 PLAN-STRAIGHT-LINE     VALUE "S".
              88 PLAN-DECLINING-BALANCE VALUE "D", SPACE.
              88 PLAN-SUM-OF-YEARS      VALUE "Y".
      *> Set by PO-RECEIVING once the plan's last open purchase
      *> order has been received into the asset register; the plan
      *> record stays as the budget side of the plan-versus-actual
      *> report, and DEPRECIATION-FORECAST stops pricing it because
      *> the live asset now carries the schedule. Blank reads as
      *> open so records written before the field existed keep
      *> their place in the forecast.
           05 PLAN-STATUS          PIC X.
              88 PLAN-OPEN     VALUE "O", SPACE, LOW-VALUE.
              88 PLAN-ACQUIRED VALUE "A".
