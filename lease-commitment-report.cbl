      *> Future lease commitments: every lease payment on lease.dat
      *> still to fall due after today, listed per lease (payments
      *> left, amount left, end date) and summed into calendar years
      *> - this year and the nine after it, with anything beyond
      *> under LATER - for the commitments note. Payment dates come
      *> off each lease's schedule through DATE-ADD-MONTHS exactly
      *> as LEASE-PAYMENT-RUN raises them. Printed on
      *> lease-commitments.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-COMMITMENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEASE-FILE
               ASSIGN TO "lease.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-ID
               FILE STATUS IS WS-LEASE-STATUS.
               SELECT COMMITMENT-REPORT-FILE
               ASSIGN TO "lease-commitments.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
           COPY LEASE-REC.
       FD  COMMITMENT-REPORT-FILE.
       01  COMMITMENT-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LEASE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-GROUP REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 FILLER        PIC 9(4).
       01 WS-PAYMENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAYMENT-GROUP REDEFINES WS-PAYMENT-DATE.
           05 WS-PAYMENT-YEAR PIC 9(4).
           05 FILLER          PIC 9(4).
       01 WS-MONTHS-TO-ADD PIC S9(3) VALUE ZERO.
       01 WS-YEAR-SUB PIC 99 VALUE ZERO.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 11 TIMES.
              10 WS-YEAR-PAYMENTS PIC 9(6).
              10 WS-YEAR-AMOUNT   PIC 9(11)V99 COMP-3.
       01 WS-LEASE-PAYMENTS PIC 9(4) VALUE ZERO.
       01 WS-LEASE-AMOUNT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LEASE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COMMITTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-PAYMENTS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-AMOUNT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-YEAR-LABEL PIC X(5) VALUE SPACES.
       01 WS-YEAR-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DET-LEASE    PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DESC     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DEPT     PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-END      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-PAYMENTS PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$$,$$$,$$9.99.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                  UNTIL WS-YEAR-SUB > 11
               MOVE ZERO TO WS-YEAR-PAYMENTS(WS-YEAR-SUB)
               MOVE ZERO TO WS-YEAR-AMOUNT(WS-YEAR-SUB)
            END-PERFORM.
            OPEN INPUT LEASE-FILE.
            IF WS-LEASE-STATUS NOT = "00" AND WS-LEASE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lease.dat, status "
                  WS-LEASE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT COMMITMENT-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open lease-commitments.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               MOVE SPACES TO LEASE-ID
               START LEASE-FILE KEY NOT < LEASE-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-LEASE
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-LEASE-COUNT
                  PERFORM SUM-ONE-LEASE
                  PERFORM READ-NEXT-LEASE
               END-PERFORM
               PERFORM WRITE-YEAR-SUMMARY
            END-IF.
            CLOSE LEASE-FILE COMMITMENT-REPORT-FILE.
            DISPLAY "Lease Commitment Report as of " WS-TODAY-DATE.
            DISPLAY "Leases read        : " WS-LEASE-COUNT.
            DISPLAY "Leases committed   : " WS-COMMITTED-COUNT.
            DISPLAY "Payments remaining : " WS-TOTAL-PAYMENTS.
            MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Amount committed   : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       READ-NEXT-LEASE.
            READ LEASE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> Steps the lease's schedule a month at a time from its start
      *> to its end, counting each payment dated after today into
      *> the lease's line and its calendar year's bucket.
       SUM-ONE-LEASE.
            MOVE ZERO TO WS-LEASE-PAYMENTS.
            MOVE ZEROS TO WS-LEASE-AMOUNT.
            IF LEASE-END-DATE NOT > WS-TODAY-DATE
               EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-MONTHS-TO-ADD.
            MOVE LEASE-START-DATE TO WS-PAYMENT-DATE.
            PERFORM UNTIL WS-PAYMENT-DATE > LEASE-END-DATE
                  OR WS-MONTHS-TO-ADD >= 999
               IF WS-PAYMENT-DATE > WS-TODAY-DATE
                  PERFORM COUNT-ONE-PAYMENT
               END-IF
               ADD 1 TO WS-MONTHS-TO-ADD
               CALL "DATE-ADD-MONTHS" USING LEASE-START-DATE
                  WS-MONTHS-TO-ADD WS-PAYMENT-DATE
            END-PERFORM.
            IF WS-LEASE-PAYMENTS > 0
               ADD 1 TO WS-COMMITTED-COUNT
               MOVE LEASE-ID TO WS-DET-LEASE
               MOVE LEASE-DESCRIPTION TO WS-DET-DESC
               MOVE LEASE-DEPT-CODE TO WS-DET-DEPT
               MOVE LEASE-END-DATE TO WS-DET-END
               MOVE WS-LEASE-PAYMENTS TO WS-DET-PAYMENTS
               MOVE WS-LEASE-AMOUNT TO WS-DET-AMOUNT
               WRITE COMMITMENT-REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       COUNT-ONE-PAYMENT.
            ADD 1 TO WS-LEASE-PAYMENTS WS-TOTAL-PAYMENTS.
            ADD LEASE-MONTHLY-PAYMENT TO WS-LEASE-AMOUNT
               WS-TOTAL-AMOUNT.
            COMPUTE WS-YEAR-SUB = WS-PAYMENT-YEAR - WS-TODAY-YEAR
               + 1.
            IF WS-PAYMENT-YEAR - WS-TODAY-YEAR > 9
               MOVE 11 TO WS-YEAR-SUB
            END-IF.
            ADD 1 TO WS-YEAR-PAYMENTS(WS-YEAR-SUB).
            ADD LEASE-MONTHLY-PAYMENT TO WS-YEAR-AMOUNT(WS-YEAR-SUB).

       WRITE-REPORT-HEADING.
            MOVE SPACES TO COMMITMENT-REPORT-LINE.
            STRING "FUTURE LEASE COMMITMENTS AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COMMITMENT-REPORT-LINE.
            WRITE COMMITMENT-REPORT-LINE.
            MOVE SPACES TO COMMITMENT-REPORT-LINE.
            STRING "LEASE   EQUIPMENT                       "
               "DEPARTMENT    END DATE  PAYMNTS       REMAINING"
               DELIMITED BY SIZE INTO COMMITMENT-REPORT-LINE.
            WRITE COMMITMENT-REPORT-LINE.

       WRITE-YEAR-SUMMARY.
            MOVE SPACES TO COMMITMENT-REPORT-LINE.
            WRITE COMMITMENT-REPORT-LINE.
            MOVE "COMMITMENTS BY YEAR" TO COMMITMENT-REPORT-LINE.
            WRITE COMMITMENT-REPORT-LINE.
            PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                  UNTIL WS-YEAR-SUB > 11
               IF WS-YEAR-SUB = 11
                  MOVE "LATER" TO WS-YEAR-LABEL
               ELSE
                  COMPUTE WS-YEAR-NUMBER = WS-TODAY-YEAR
                     + WS-YEAR-SUB - 1
                  MOVE WS-YEAR-NUMBER TO WS-YEAR-LABEL
               END-IF
               MOVE WS-YEAR-AMOUNT(WS-YEAR-SUB)
                  TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO COMMITMENT-REPORT-LINE
               STRING "  " WS-YEAR-LABEL "  PAYMENTS "
                  WS-YEAR-PAYMENTS(WS-YEAR-SUB)
                  "  AMOUNT " WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO COMMITMENT-REPORT-LINE
               WRITE COMMITMENT-REPORT-LINE
            END-PERFORM.
            MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO COMMITMENT-REPORT-LINE.
            STRING "  TOTAL  PAYMENTS " WS-TOTAL-PAYMENTS
               "  AMOUNT " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO COMMITMENT-REPORT-LINE.
            WRITE COMMITMENT-REPORT-LINE.
       END PROGRAM LEASE-COMMITMENT-REPORT.
