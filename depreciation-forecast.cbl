      *> period, with each monthly period landed in the calendar
      *> year it falls in from the (expected) in-service date -
      *> DEPRECIATION-COMPARE shows methods for what we own; this
      *> is the forward view. Plan lines already received into the
      *> register (marked acquired by PO-RECEIVING) are skipped so
      *> the purchase is not priced twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIATION-FORECAST.
       ENVIRONMENT DIVISION.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-PLAN-FILE.
            PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                  WHEN PLAN-ACQUIRED
                     CONTINUE
                  WHEN PLAN-IN-SERVICE-DATE IS NUMERIC
                     ADD 1 TO WS-PLAN-COUNT
                     MOVE "P" TO WS-SOURCE-FLAG
                     MOVE PLAN-METHOD TO WS-CALC-METHOD
                     MOVE PLAN-EXPECTED-COST TO WS-CALC-COST
                     MOVE PLAN-RATE TO WS-CALC-RATE
                     MOVE PLAN-PERIOD-COUNT TO WS-CALC-PERIOD-COUNT
                     MOVE PLAN-IN-SERVICE-DATE TO WS-IN-SERVICE-DATE
                     PERFORM FORECAST-ONE-SCHEDULE
                  WHEN OTHER
                     ADD 1 TO WS-BAD-DATE-COUNT
               END-EVALUATE
               PERFORM READ-PLAN-FILE
            END-PERFORM.

