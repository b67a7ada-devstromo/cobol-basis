      *> console transaction loop the other masters use. The register
      *> feeds the batch depreciation run, so month-end asset
      *> reporting stops being a retype of every asset's figures into
      *> CHAPTER-40 one at a time. An asset can also carry a second,
      *> tax depreciation book with its own method, rate and period
      *> count (blank tax method = tax follows the financial book);
      *> setting one up on an asset already depreciating catches the
      *> tax book up to the periods the financial book has posted,
      *> and a disposal records the tax book value alongside the
      *> financial one so the gain on each book can be reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-MAINT.
       ENVIRONMENT DIVISION.
           01 WS-NEW-METHOD      PIC X VALUE SPACE.
              88 WS-METHOD-KNOWN VALUE "S" "D" "Y" SPACE.
           01 WS-NEW-DEPT        PIC X(20) VALUE SPACES.
           01 WS-NEW-TAX-METHOD  PIC X VALUE SPACE.
              88 WS-TAX-METHOD-KNOWN VALUE "S" "D" "Y" SPACE.
           01 WS-NEW-TAX-RATE    PIC 9V999 VALUE ZEROS.
           01 WS-NEW-TAX-PERIODS PIC 99 VALUE ZEROS.
           01 WS-OLD-TAX-METHOD  PIC X VALUE SPACE.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-DISPOSAL-DATE PIC X(8) VALUE SPACES.
           01 WS-CALC-RATE PIC 9V999 VALUE ZEROS.
           01 WS-CALC-PERIOD-COUNT PIC 99 VALUE ZERO.
           01 WS-CALC-PERIOD PIC 99 VALUE ZERO.
           01 WS-ROLL-PERIODS PIC 9(3) VALUE ZERO.
           01 WS-ROLL-VALUE PIC S9(8)V99 VALUE ZEROS.
           01 WS-BOOK-VALUE PIC S9(8)V99 VALUE ZEROS.
           01 WS-TAX-BOOK-VALUE PIC S9(8)V99 VALUE ZEROS.
           01 WS-DEPRECIATION PIC 9(7)V99 VALUE ZEROS.
           01 WS-GAIN-LOSS PIC S9(8)V99 VALUE ZEROS.
           01 WS-MONEY-SHOW PIC $$$,$$$,$$9.99- VALUE SPACES.
       ACCEPT-ASSET-DATA.
            MOVE SPACES TO ASSET-ID.
            MOVE SPACES TO WS-NEW-DESCRIPTION WS-NEW-IN-SERVICE
               WS-NEW-METHOD WS-NEW-DEPT WS-NEW-TAX-METHOD.
            MOVE ZEROS TO WS-NEW-COST WS-NEW-RATE WS-NEW-PERIODS.
            MOVE ZEROS TO WS-NEW-TAX-RATE WS-NEW-TAX-PERIODS.
            DISPLAY "Asset ID:".
            ACCEPT ASSET-ID.
            IF WS-DISPOSE-TRANS
               ACCEPT WS-NEW-METHOD
               DISPLAY "Holding department (blank = unassigned):"
               ACCEPT WS-NEW-DEPT
               DISPLAY "Tax book method - S D Y (blank = same as "
                  "financial book):"
               ACCEPT WS-NEW-TAX-METHOD
               IF WS-NEW-TAX-METHOD NOT = SPACE
                  DISPLAY "Tax decline rate per period:"
                  ACCEPT WS-NEW-TAX-RATE
                  DISPLAY "Tax number of periods:"
                  ACCEPT WS-NEW-TAX-PERIODS
               END-IF
            END-IF.

       VALIDATE-ASSET-DATA.
                  DISPLAY "Method must be S, D or Y."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-TAX-METHOD-KNOWN
                  DISPLAY "Tax method must be S, D, Y or blank."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-TAX-METHOD NOT = SPACE
                     AND WS-NEW-TAX-PERIODS = 0
                  DISPLAY "Tax period count must be at least 1."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-DEPT NOT = SPACES
                  CALL "DEPT-VALIDATE" USING WS-NEW-DEPT
                     WS-DEPT-FOUND-FLAG
            MOVE WS-NEW-IN-SERVICE TO ASSET-IN-SERVICE-DATE.
            MOVE WS-NEW-METHOD TO ASSET-METHOD.
            MOVE WS-NEW-DEPT TO ASSET-DEPT-CODE.
            MOVE WS-NEW-TAX-METHOD TO ASSET-TAX-METHOD.
            MOVE WS-NEW-TAX-RATE TO ASSET-TAX-RATE.
            MOVE WS-NEW-TAX-PERIODS TO ASSET-TAX-PERIOD-COUNT.

       ADD-ASSET-RECORD.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE ZEROS TO ASSET-PROCEEDS ASSET-BOOK-AT-DISPOSAL.
            MOVE ZEROS TO ASSET-ACCUM-DEPREC ASSET-PERIODS-POSTED
               ASSET-LAST-POSTED-PERIOD.
            MOVE ZEROS TO ASSET-TAX-ACCUM-DEPREC
               ASSET-TAX-PERIODS-POSTED ASSET-TAX-LAST-POSTED-PERIOD
               ASSET-TAX-BOOK-AT-DISPOSAL.
            WRITE ASSET-RECORD
               INVALID KEY
                  DISPLAY "Asset " ASSET-ID
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE ASSET-DEPT-CODE TO WS-OLD-DEPT-HOLD
                  MOVE ASSET-TAX-METHOD TO WS-OLD-TAX-METHOD
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  PERFORM SET-UP-TAX-BOOK
                  REWRITE ASSET-RECORD
                  IF ASSET-DEPT-CODE NOT = WS-OLD-DEPT-HOLD
                     PERFORM WRITE-LOCATION-HISTORY
                  PERFORM LOG-MAINT-TRANS
            END-READ.

      *> A tax book added to an asset already on the financial
      *> schedule starts level with it: the tax schedule is rolled
      *> for the periods the financial book has posted (capped at
      *> the tax term) and stamped with the same last period, so the
      *> next posting run charges both books for the same month.
      *> Dropping the tax book clears its balances.
       SET-UP-TAX-BOOK.
            IF ASSET-NO-TAX-BOOK
               MOVE ZEROS TO ASSET-TAX-ACCUM-DEPREC
                  ASSET-TAX-PERIODS-POSTED
                  ASSET-TAX-LAST-POSTED-PERIOD
               EXIT PARAGRAPH
            END-IF.
            IF WS-OLD-TAX-METHOD NOT = SPACE
                  AND WS-OLD-TAX-METHOD NOT = LOW-VALUE
               EXIT PARAGRAPH
            END-IF.
            MOVE ASSET-COST TO WS-CALC-COST.
            MOVE ASSET-TAX-RATE TO WS-CALC-RATE.
            MOVE ASSET-TAX-PERIOD-COUNT TO WS-CALC-PERIOD-COUNT.
            MOVE ASSET-TAX-METHOD TO WS-CALC-METHOD.
            MOVE ASSET-PERIODS-POSTED TO WS-ROLL-PERIODS.
            PERFORM ROLL-DEPRECIATION-SCHEDULE.
            COMPUTE ASSET-TAX-ACCUM-DEPREC =
               ASSET-COST - WS-ROLL-VALUE.
            MOVE WS-CALC-PERIOD TO ASSET-TAX-PERIODS-POSTED.
            MOVE ASSET-LAST-POSTED-PERIOD
               TO ASSET-TAX-LAST-POSTED-PERIOD.
            DISPLAY "Tax book set up - " ASSET-TAX-PERIODS-POSTED
               " periods caught up.".

       WRITE-LOCATION-HISTORY.
            OPEN EXTEND LOCATION-HIST-FILE.
            IF WS-LOC-HIST-STATUS = "00" OR WS-LOC-HIST-STATUS
                        "disposed on " ASSET-DISPOSAL-DATE "."
                  ELSE
                     PERFORM COMPUTE-REMAINING-BOOK-VALUE
                     PERFORM COMPUTE-REMAINING-TAX-VALUE
                     MOVE "R" TO ASSET-STATUS
                     MOVE WS-DISPOSAL-DATE TO ASSET-DISPOSAL-DATE
                     MOVE WS-PROCEEDS TO ASSET-PROCEEDS
                     MOVE WS-BOOK-VALUE TO ASSET-BOOK-AT-DISPOSAL
                     MOVE WS-TAX-BOOK-VALUE
                        TO ASSET-TAX-BOOK-AT-DISPOSAL
                     REWRITE ASSET-RECORD
                     PERFORM LOG-MAINT-TRANS
                     COMPUTE WS-GAIN-LOSS =
                        DISPLAY "Asset " ASSET-ID " retired - "
                           "loss " WS-MONEY-SHOW
                     END-IF
                     IF NOT ASSET-NO-TAX-BOOK
                        COMPUTE WS-GAIN-LOSS =
                           WS-PROCEEDS - WS-TAX-BOOK-VALUE
                        MOVE WS-GAIN-LOSS TO WS-MONEY-SHOW
                        DISPLAY "Tax book gain/loss " WS-MONEY-SHOW
                     END-IF
                  END-IF
            END-READ.

      *> full cost is the book value - conservative, and flagged to
      *> the operator.
       COMPUTE-REMAINING-BOOK-VALUE.
            MOVE ASSET-COST TO WS-CALC-COST.
            MOVE ASSET-RATE TO WS-CALC-RATE.
            MOVE ASSET-PERIOD-COUNT TO WS-CALC-PERIOD-COUNT.
            MOVE ASSET-METHOD TO WS-CALC-METHOD.
               IF WS-ELAPSED-DAYS > 0
                  COMPUTE WS-ELAPSED-PERIODS = WS-ELAPSED-DAYS / 30
               END-IF
            ELSE
               DISPLAY "Unusable in-service date - no depreciation "
                  "assumed taken."
            END-IF.
            MOVE WS-ELAPSED-PERIODS TO WS-ROLL-PERIODS.
            PERFORM ROLL-DEPRECIATION-SCHEDULE.
            MOVE WS-ROLL-VALUE TO WS-BOOK-VALUE.

      *> The tax book at disposal runs the same elapsed periods
      *> through the tax schedule; with no tax book it is the
      *> financial book value.
       COMPUTE-REMAINING-TAX-VALUE.
            IF ASSET-NO-TAX-BOOK
               MOVE WS-BOOK-VALUE TO WS-TAX-BOOK-VALUE
               EXIT PARAGRAPH
            END-IF.
            MOVE ASSET-COST TO WS-CALC-COST.
            MOVE ASSET-TAX-RATE TO WS-CALC-RATE.
            MOVE ASSET-TAX-PERIOD-COUNT TO WS-CALC-PERIOD-COUNT.
            MOVE ASSET-TAX-METHOD TO WS-CALC-METHOD.
            MOVE WS-ELAPSED-PERIODS TO WS-ROLL-PERIODS.
            PERFORM ROLL-DEPRECIATION-SCHEDULE.
            MOVE WS-ROLL-VALUE TO WS-TAX-BOOK-VALUE.

      *> Rolls the WS-CALC- schedule from full cost for
      *> WS-ROLL-PERIODS periods, capped at its term; leaves the
      *> remaining value in WS-ROLL-VALUE and the periods actually
      *> rolled in WS-CALC-PERIOD.
       ROLL-DEPRECIATION-SCHEDULE.
            MOVE WS-CALC-COST TO WS-ROLL-VALUE.
            MOVE ZERO TO WS-CALC-PERIOD.
            IF WS-ROLL-PERIODS > WS-CALC-PERIOD-COUNT
               MOVE WS-CALC-PERIOD-COUNT TO WS-ROLL-PERIODS
            END-IF.
            IF WS-ROLL-PERIODS > 0
               PERFORM ROLL-ONE-DEPRECIATION-PERIOD
                  WS-ROLL-PERIODS TIMES
            END-IF.

       ROLL-ONE-DEPRECIATION-PERIOD.
            ADD 1 TO WS-CALC-PERIOD.
            CALL "DEPRECIATION-METHOD-CALC" USING WS-CALC-METHOD
               WS-CALC-COST WS-CALC-RATE WS-CALC-PERIOD-COUNT
               WS-CALC-PERIOD WS-ROLL-VALUE WS-DEPRECIATION.
            SUBTRACT WS-DEPRECIATION FROM WS-ROLL-VALUE.
       END PROGRAM ASSET-MAINT.
