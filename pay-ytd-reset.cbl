      *> confirmation word - a mistyped menu option cannot wipe a
      *> year of accumulators - and the annual earnings statement
      *> should be printed first, because this is one-way.
      *> The employer cost accumulators on employer-cost-ytd.dat
      *> are reset in the same step, so the wage-base caps start
      *> the new year together with the pay figures.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-YTD-RESET.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-YTD-FILE
               ASSIGN TO "employer-cost-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECY-KEY
               FILE STATUS IS WS-COST-YTD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  EMPLOYER-COST-YTD-FILE.
           COPY EMPLOYER-COST-YTD-REC.
       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-COST-YTD-STATUS PIC XX VALUE "00".
       01 WS-COST-RESET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-NEW-YEAR PIC X(4) VALUE SPACES.
               END-PERFORM
            END-IF.
            CLOSE PAY-YTD-FILE.
            IF NOT WS-HAD-ISSUE
               OPEN I-O EMPLOYER-COST-YTD-FILE
               IF WS-COST-YTD-STATUS NOT = "00" AND
                     WS-COST-YTD-STATUS NOT = "05"
                  DISPLAY "Unable to open employer-cost-ytd.dat, "
                     "status " WS-COST-YTD-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               ELSE
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM READ-COST-YTD-FILE
                  PERFORM UNTIL WS-EOF
                     PERFORM RESET-ONE-COST-RECORD
                     PERFORM READ-COST-YTD-FILE
                  END-PERFORM
                  CLOSE EMPLOYER-COST-YTD-FILE
               END-IF
            END-IF.
            DISPLAY "YTD records reset: " WS-RESET-COUNT.
            DISPLAY "Employer cost YTD records reset: "
               WS-COST-RESET-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               YTD-DEDUCT-INSURANCE YTD-DEDUCT-OTHER YTD-NET.
            REWRITE PAY-YTD-RECORD.
            ADD 1 TO WS-RESET-COUNT.

       READ-COST-YTD-FILE.
            READ EMPLOYER-COST-YTD-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       RESET-ONE-COST-RECORD.
            MOVE WS-NEW-YEAR TO ECY-YEAR.
            MOVE ZEROS TO ECY-WAGES ECY-COST.
            REWRITE EMPLOYER-COST-YTD-RECORD.
            ADD 1 TO WS-COST-RESET-COUNT.
       END PROGRAM PAY-YTD-RESET.
