      *> also emits one balanced journal line per department -
      *> depreciation expense debited through the dept-account-map,
      *> the accumulated-depreciation contra account (reserved map
      *> code *ACCUM-DEPR) credited for the total. An asset that
      *> carries a separate tax book has that book posted in the
      *> same pass - its own method, rate and term, its own
      *> accumulated balance and period stamp - so the two books
      *> stay in step; the tax book is a memorandum book and raises
      *> no journal lines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIATION-POSTING-RUN.
       ENVIRONMENT DIVISION.
       01 WS-CALC-PERIOD PIC 99 VALUE ZERO.
       01 WS-BOOK-VALUE PIC S9(8)V99 VALUE ZEROS.
       01 WS-DEPRECIATION PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-DEPRECIATION PIC 9(7)V99 VALUE ZEROS.
       01 WS-ASSET-CHANGED-FLAG PIC X VALUE "N".
           88 WS-ASSET-CHANGED VALUE "Y".
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE   PIC X(20).
       01 WS-DONE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RETIRED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TAX-POSTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TAX-DONE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CHARGE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX-CHARGE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
       01 WS-LOCK-ACTION PIC X VALUE SPACE.
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-TAX-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
            DISPLAY "Already posted     : " WS-SKIPPED-COUNT.
            DISPLAY "Fully depreciated  : " WS-DONE-COUNT.
            DISPLAY "Retired skipped    : " WS-RETIRED-COUNT.
            DISPLAY "Tax books posted   : " WS-TAX-POSTED-COUNT.
            DISPLAY "Tax fully deprec.  : " WS-TAX-DONE-COUNT.
            DISPLAY "Unmapped lookups   : " WS-UNMAPPED-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> Each book is judged on its own stamp and term, so a tax
      *> book on a shorter life keeps charging after the financial
      *> book or stops before it; the record is rewritten once for
      *> whatever either book posted.
       POST-ONE-ASSET.
            IF ASSET-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-ASSET-CHANGED-FLAG.
            MOVE ZEROS TO WS-DEPRECIATION WS-TAX-DEPRECIATION.
            EVALUATE TRUE
               WHEN ASSET-LAST-POSTED-PERIOD >= WS-POST-PERIOD-NUM
                  ADD 1 TO WS-SKIPPED-COUNT
               WHEN ASSET-PERIODS-POSTED >= ASSET-PERIOD-COUNT
               WHEN OTHER
                  PERFORM CHARGE-ONE-PERIOD
            END-EVALUATE.
            IF NOT ASSET-NO-TAX-BOOK
               EVALUATE TRUE
                  WHEN ASSET-TAX-LAST-POSTED-PERIOD
                        >= WS-POST-PERIOD-NUM
                     CONTINUE
                  WHEN ASSET-TAX-PERIODS-POSTED
                        >= ASSET-TAX-PERIOD-COUNT
                     ADD 1 TO WS-TAX-DONE-COUNT
                  WHEN OTHER
                     PERFORM CHARGE-ONE-TAX-PERIOD
               END-EVALUATE
            END-IF.
            IF WS-ASSET-CHANGED
               REWRITE ASSET-RECORD
               PERFORM WRITE-ASSET-LINE
            END-IF.

       CHARGE-ONE-PERIOD.
            MOVE ASSET-METHOD TO WS-CALC-METHOD.
            ADD WS-DEPRECIATION TO ASSET-ACCUM-DEPREC.
            ADD 1 TO ASSET-PERIODS-POSTED.
            MOVE WS-POST-PERIOD-NUM TO ASSET-LAST-POSTED-PERIOD.
            SET WS-ASSET-CHANGED TO TRUE.
            ADD 1 TO WS-POSTED-COUNT.
            ADD WS-DEPRECIATION TO WS-TOTAL-CHARGE.
            IF ASSET-DEPT-CODE = SPACES
               MOVE ASSET-DEPT-CODE TO WS-WORK-DEPT
            END-IF.
            PERFORM TALLY-DEPARTMENT-CHARGE.

       CHARGE-ONE-TAX-PERIOD.
            MOVE ASSET-TAX-METHOD TO WS-CALC-METHOD.
            MOVE ASSET-COST TO WS-CALC-COST.
            MOVE ASSET-TAX-RATE TO WS-CALC-RATE.
            MOVE ASSET-TAX-PERIOD-COUNT TO WS-CALC-PERIOD-COUNT.
            COMPUTE WS-CALC-PERIOD = ASSET-TAX-PERIODS-POSTED + 1.
            COMPUTE WS-BOOK-VALUE =
               ASSET-COST - ASSET-TAX-ACCUM-DEPREC.
            CALL "DEPRECIATION-METHOD-CALC" USING WS-CALC-METHOD
               WS-CALC-COST WS-CALC-RATE WS-CALC-PERIOD-COUNT
               WS-CALC-PERIOD WS-BOOK-VALUE WS-TAX-DEPRECIATION.
            ADD WS-TAX-DEPRECIATION TO ASSET-TAX-ACCUM-DEPREC.
            ADD 1 TO ASSET-TAX-PERIODS-POSTED.
            MOVE WS-POST-PERIOD-NUM TO ASSET-TAX-LAST-POSTED-PERIOD.
            SET WS-ASSET-CHANGED TO TRUE.
            ADD 1 TO WS-TAX-POSTED-COUNT.
            ADD WS-TAX-DEPRECIATION TO WS-TOTAL-TAX-CHARGE.

       TALLY-DEPARTMENT-CHARGE.
            MOVE 0 TO WS-DEPT-HIT.
       WRITE-ASSET-LINE.
            MOVE WS-DEPRECIATION TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO POSTING-REPORT-LINE.
            IF ASSET-NO-TAX-BOOK
               STRING ASSET-ID " PERIOD " WS-POST-PERIOD
                  " CHARGE " WS-TOTAL-MONEY-EDIT
                  " TAX = BOOK"
                  DELIMITED BY SIZE INTO POSTING-REPORT-LINE
            ELSE
               MOVE WS-TAX-DEPRECIATION TO WS-TAX-MONEY-EDIT
               STRING ASSET-ID " PERIOD " WS-POST-PERIOD
                  " CHARGE " WS-TOTAL-MONEY-EDIT
                  " TAX CHARGE " WS-TAX-MONEY-EDIT
                  DELIMITED BY SIZE INTO POSTING-REPORT-LINE
            END-IF.
            WRITE POSTING-REPORT-LINE.

       WRITE-JOURNAL-LINES.
               " TOTAL CHARGE " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
            WRITE POSTING-REPORT-LINE.
            MOVE WS-TOTAL-TAX-CHARGE TO WS-TAX-MONEY-EDIT.
            MOVE SPACES TO POSTING-REPORT-LINE.
            STRING "TAX BOOKS POSTED " WS-TAX-POSTED-COUNT
               " TOTAL TAX CHARGE " WS-TAX-MONEY-EDIT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
            WRITE POSTING-REPORT-LINE.
       END PROGRAM DEPRECIATION-POSTING-RUN.
