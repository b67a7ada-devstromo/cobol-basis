      *> Capital plan against what was actually bought: for every
      *> plan line, the expected cost from the plan next to the cost
      *> received into the asset register through PO-RECEIVING and
      *> the commitments on purchase orders still open. Variance is
      *> expected cost less received and open together, so a
      *> negative figure means the line is already over plan before
      *> the last orders arrive. Cancelled orders count for neither
      *> column. Orders are found per plan through the plan-ID
      *> alternate key on the purchase-order file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-VS-ACTUAL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ASSET-PLAN-FILE
               ASSIGN TO "asset-plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLAN-ID
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT OPTIONAL PURCHASE-ORDER-FILE
               ASSIGN TO "purchase-order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               ALTERNATE RECORD KEY IS PO-PLAN-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-PO-STATUS.
               SELECT PLAN-ACTUAL-REPORT-FILE
               ASSIGN TO "plan-vs-actual.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-PLAN-FILE.
           COPY ASSET-PLAN-REC.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHASE-ORDER-REC.
       FD  PLAN-ACTUAL-REPORT-FILE.
       01  PLAN-ACTUAL-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS PIC XX VALUE "00".
       01 WS-PO-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PO-EOF-SWITCH PIC X VALUE "N".
           88 WS-PO-EOF VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PLAN-RECEIVED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PLAN-OPEN PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PLAN-VARIANCE PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-EXPECTED PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-RECEIVED PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OPEN PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-VARIANCE PIC S9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-PLAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ORDER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVER-PLAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SHOW-EXPECTED PIC $$$,$$$,$$9.99 VALUE SPACES.
       01 WS-SHOW-RECEIVED PIC $$$,$$$,$$9.99 VALUE SPACES.
       01 WS-SHOW-OPEN PIC $$$,$$$,$$9.99 VALUE SPACES.
       01 WS-SHOW-VARIANCE PIC $$$,$$$,$$9.99- VALUE SPACES.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT ASSET-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset-plan.dat, status "
                  WS-PLAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-PO-STATUS NOT = "00" AND WS-PO-STATUS NOT = "05"
               DISPLAY "Unable to open purchase-order.dat, status "
                  WS-PO-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT PLAN-ACTUAL-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open plan-vs-actual.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM READ-PLAN-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM REPORT-ONE-PLAN
                  PERFORM READ-PLAN-FILE
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
            END-IF.
            CLOSE ASSET-PLAN-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE PLAN-ACTUAL-REPORT-FILE.
            DISPLAY "Plan lines reported  : " WS-PLAN-COUNT.
            DISPLAY "Purchase orders read : " WS-ORDER-COUNT.
            DISPLAY "Lines over plan      : " WS-OVER-PLAN-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       READ-PLAN-FILE.
            READ ASSET-PLAN-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "CAPITAL PLAN VERSUS ACTUAL AS OF " WS-TODAY
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "PLAN   DESCRIPTION          S"
               "       EXPECTED       RECEIVED     OPEN ORDERS"
               "        VARIANCE"
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.

       REPORT-ONE-PLAN.
            ADD 1 TO WS-PLAN-COUNT.
            MOVE ZEROS TO WS-PLAN-RECEIVED WS-PLAN-OPEN.
            PERFORM SUM-PLAN-ORDERS.
            COMPUTE WS-PLAN-VARIANCE = PLAN-EXPECTED-COST
               - WS-PLAN-RECEIVED - WS-PLAN-OPEN.
            IF WS-PLAN-VARIANCE < 0
               ADD 1 TO WS-OVER-PLAN-COUNT
            END-IF.
            ADD PLAN-EXPECTED-COST TO WS-TOTAL-EXPECTED.
            ADD WS-PLAN-RECEIVED TO WS-TOTAL-RECEIVED.
            ADD WS-PLAN-OPEN TO WS-TOTAL-OPEN.
            ADD WS-PLAN-VARIANCE TO WS-TOTAL-VARIANCE.
            MOVE PLAN-EXPECTED-COST TO WS-SHOW-EXPECTED.
            MOVE WS-PLAN-RECEIVED TO WS-SHOW-RECEIVED.
            MOVE WS-PLAN-OPEN TO WS-SHOW-OPEN.
            MOVE WS-PLAN-VARIANCE TO WS-SHOW-VARIANCE.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING PLAN-ID " " PLAN-DESCRIPTION(1:20) " "
               PLAN-STATUS " " WS-SHOW-EXPECTED " " WS-SHOW-RECEIVED
               "  " WS-SHOW-OPEN "  " WS-SHOW-VARIANCE
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.

      *> Every order raised against the plan, through the plan-ID
      *> alternate key: received orders at their actual cost, open
      *> orders at their committed cost.
       SUM-PLAN-ORDERS.
            MOVE "N" TO WS-PO-EOF-SWITCH.
            MOVE PLAN-ID TO PO-PLAN-ID.
            START PURCHASE-ORDER-FILE KEY = PO-PLAN-ID
               INVALID KEY SET WS-PO-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-PO-EOF
               READ PURCHASE-ORDER-FILE NEXT
                  AT END SET WS-PO-EOF TO TRUE
               END-READ
               IF NOT WS-PO-EOF
                  IF PO-PLAN-ID NOT = PLAN-ID
                     SET WS-PO-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-ORDER-COUNT
                     EVALUATE TRUE
                        WHEN PO-RECEIVED
                           ADD PO-RECEIVED-COST TO WS-PLAN-RECEIVED
                        WHEN PO-OPEN
                           ADD PO-COMMITTED-COST TO WS-PLAN-OPEN
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
               END-IF
            END-PERFORM.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
            MOVE WS-TOTAL-EXPECTED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "TOTAL EXPECTED     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
            MOVE WS-TOTAL-RECEIVED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "TOTAL RECEIVED     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
            MOVE WS-TOTAL-OPEN TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "OPEN COMMITMENTS   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
            MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PLAN-ACTUAL-REPORT-LINE.
            STRING "TOTAL VARIANCE     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PLAN-ACTUAL-REPORT-LINE.
            WRITE PLAN-ACTUAL-REPORT-LINE.
       END PROGRAM PLAN-VS-ACTUAL-REPORT.
