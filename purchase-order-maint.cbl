      *> Capital purchase orders: the commitment between a line on
      *> the capital plan (asset-plan.dat) and the asset that
      *> PO-RECEIVING later adds to the register. R)aise keys the
      *> order against an open plan ID and a vendor whose number
      *> passes KEY-CHECK-DIGIT and is on vendor.dat; the
      *> description and committed cost default to the plan's when
      *> left blank. C)ancel withdraws an open order (a received one
      *> is history and stays). L)ist shows every order on file.
      *> Raising needs clerk level 2 and cancelling supervisor
      *> level 3; both are logged through MAINT-TRANS-WRITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PURCHASE-ORDER-FILE
               ASSIGN TO "purchase-order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               ALTERNATE RECORD KEY IS PO-PLAN-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-PO-STATUS.
               SELECT OPTIONAL ASSET-PLAN-FILE
               ASSIGN TO "asset-plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-ID
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHASE-ORDER-REC.
       FD  ASSET-PLAN-FILE.
           COPY ASSET-PLAN-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       WORKING-STORAGE SECTION.
           01 WS-PO-STATUS PIC XX VALUE "00".
           01 WS-PLAN-STATUS PIC XX VALUE "00".
           01 WS-VENDOR-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-RAISE-TRANS  VALUE "R".
              88 WS-CANCEL-TRANS VALUE "C".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-PO-NUMBER PIC X(6) VALUE SPACES.
           01 WS-NEW-PLAN-ID PIC X(6) VALUE SPACES.
           01 WS-NEW-VENDOR PIC X(6) VALUE SPACES.
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-ORDER-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-COST PIC 9(7)V99 VALUE ZEROS.
           01 WS-TODAY PIC 9(8) VALUE ZERO.
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-MONEY-SHOW PIC $$$,$$$,$$9.99- VALUE SPACES.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-AUTHORIZED-FLAG PIC X VALUE "N".
              88 WS-AUTHORIZED VALUE "Y".
           01 WS-AUDIT-PROGRAM PIC X(10) VALUE "PO-MAINT".
           01 WS-AUDIT-OPTION  PIC X(4) VALUE SPACES.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "PURCH-ORDER".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Purchase orders require sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O PURCHASE-ORDER-FILE.
            IF WS-PO-STATUS NOT = "00" AND WS-PO-STATUS NOT = "05"
               DISPLAY "Unable to open purchase-order.dat, status "
                  WS-PO-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ASSET-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset-plan.dat, status "
                  WS-PLAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor.dat, status "
                  WS-VENDOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE PURCHASE-ORDER-FILE ASSET-PLAN-FILE VENDOR-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF NOT WS-EXIT-TRANS
               PERFORM CHECK-TRANS-AUTHORITY
            END-IF.
            IF WS-EXIT-TRANS OR NOT WS-AUTHORIZED
               CONTINUE
            ELSE
               EVALUATE TRUE
                  WHEN WS-RAISE-TRANS
                     PERFORM ACCEPT-ORDER-DATA
                     IF WS-INPUT-VALID
                        PERFORM RAISE-ORDER
                     ELSE
                        DISPLAY "Invalid order data, transaction "
                           "ignored."
                        SET WS-HAD-ISSUE TO TRUE
                     END-IF
                  WHEN WS-CANCEL-TRANS
                     PERFORM CANCEL-ORDER
                  WHEN WS-LIST-TRANS
                     PERFORM LIST-ORDERS
                  WHEN OTHER
                     DISPLAY "Not a valid option."
               END-EVALUATE
            END-IF.

       SHOW-MENU.
            DISPLAY "Purchase Orders - R)aise C)ancel L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       CHECK-TRANS-AUTHORITY.
            MOVE "Y" TO WS-AUTHORIZED-FLAG.
            EVALUATE TRUE
               WHEN WS-RAISE-TRANS AND WS-ACCESS-LEVEL < 2
                  MOVE "N" TO WS-AUTHORIZED-FLAG
               WHEN WS-CANCEL-TRANS AND WS-ACCESS-LEVEL < 3
                  MOVE "N" TO WS-AUTHORIZED-FLAG
            END-EVALUATE.
            IF NOT WS-AUTHORIZED
               DISPLAY "Transaction " WS-TRANS-CODE
                  " not authorized at your access level."
               MOVE SPACES TO WS-AUDIT-OPTION
               STRING "DN-" WS-TRANS-CODE
                  DELIMITED BY SIZE INTO WS-AUDIT-OPTION
               CALL "MENU-AUDIT-LOG" USING WS-AUDIT-PROGRAM
                  WS-AUDIT-OPTION
            END-IF.

       ACCEPT-ORDER-DATA.
            MOVE SPACES TO WS-NEW-PO-NUMBER WS-NEW-PLAN-ID
               WS-NEW-VENDOR WS-NEW-DESCRIPTION WS-NEW-ORDER-DATE.
            MOVE ZEROS TO WS-NEW-COST.
            SET WS-INPUT-VALID TO TRUE.
            DISPLAY "PO number (6 digits):".
            ACCEPT WS-NEW-PO-NUMBER.
            DISPLAY "Capital plan ID:".
            ACCEPT WS-NEW-PLAN-ID.
            DISPLAY "Vendor number:".
            ACCEPT WS-NEW-VENDOR.
            DISPLAY "Description (blank = plan description):".
            ACCEPT WS-NEW-DESCRIPTION.
            DISPLAY "Order date (YYYYMMDD, blank = today):".
            ACCEPT WS-NEW-ORDER-DATE.
            DISPLAY "Committed cost (0 = plan expected cost):".
            ACCEPT WS-NEW-COST.
            IF WS-NEW-PO-NUMBER IS NOT NUMERIC
               DISPLAY "PO number must be six digits."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            MOVE WS-NEW-PLAN-ID TO PLAN-ID.
            READ ASSET-PLAN-FILE
               INVALID KEY
                  DISPLAY "Plan " WS-NEW-PLAN-ID " not on the "
                     "capital plan."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF PLAN-ACQUIRED
                     DISPLAY "Plan " WS-NEW-PLAN-ID " has already "
                        "been acquired."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            CALL "KEY-CHECK-DIGIT" USING WS-NEW-VENDOR
               WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT.
            IF NOT WS-KEY-VALID
               DISPLAY "Vendor number fails the check digit - "
                  "expected final digit " WS-EXPECTED-DIGIT "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-NEW-VENDOR TO VENDOR-NUMBER
               READ VENDOR-FILE
                  INVALID KEY
                     DISPLAY "Vendor " WS-NEW-VENDOR
                        " not on file."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-NEW-ORDER-DATE = SPACES
               MOVE WS-TODAY TO WS-NEW-ORDER-DATE
            ELSE
               CALL "DATE-VALIDATE" USING WS-NEW-ORDER-DATE
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "Invalid order date " WS-NEW-ORDER-DATE
                     "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID
               IF WS-NEW-DESCRIPTION = SPACES
                  MOVE PLAN-DESCRIPTION TO WS-NEW-DESCRIPTION
               END-IF
               IF WS-NEW-COST = ZEROS
                  MOVE PLAN-EXPECTED-COST TO WS-NEW-COST
               END-IF
            END-IF.

       RAISE-ORDER.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
            MOVE WS-NEW-PLAN-ID TO PO-PLAN-ID.
            MOVE WS-NEW-VENDOR TO PO-VENDOR-NUMBER.
            MOVE WS-NEW-DESCRIPTION TO PO-DESCRIPTION.
            MOVE WS-NEW-ORDER-DATE TO PO-ORDER-DATE.
            MOVE WS-NEW-COST TO PO-COMMITTED-COST.
            MOVE WS-SIGNON-USER-ID TO PO-RAISED-BY.
            SET PO-OPEN TO TRUE.
            MOVE ZEROS TO PO-RECEIVED-DATE PO-RECEIVED-COST.
            WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                  DISPLAY "PO " PO-NUMBER " already exists, status "
                     WS-PO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEW-COST TO WS-MONEY-SHOW
                  DISPLAY "PO " PO-NUMBER " raised against plan "
                     PO-PLAN-ID " for " WS-MONEY-SHOW
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       CANCEL-ORDER.
            MOVE SPACES TO WS-NEW-PO-NUMBER.
            DISPLAY "PO number to cancel:".
            ACCEPT WS-NEW-PO-NUMBER.
            IF WS-NEW-PO-NUMBER IS NOT NUMERIC
               DISPLAY "PO number must be six digits."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
            READ PURCHASE-ORDER-FILE
               INVALID KEY
                  DISPLAY "PO " WS-NEW-PO-NUMBER " not found, "
                     "status " WS-PO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  IF PO-OPEN
                     SET PO-CANCELLED TO TRUE
                     REWRITE PURCHASE-ORDER-RECORD
                     DISPLAY "PO " PO-NUMBER " cancelled."
                     PERFORM LOG-MAINT-TRANS
                  ELSE
                     DISPLAY "PO " PO-NUMBER " is not open - "
                        "status " PO-STATUS "."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
            END-READ.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE PO-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-ORDERS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO PO-NUMBER.
            START PURCHASE-ORDER-FILE KEY NOT < PO-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ORDER.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               MOVE PO-COMMITTED-COST TO WS-MONEY-SHOW
               DISPLAY PO-NUMBER " plan " PO-PLAN-ID
                  " vendor " PO-VENDOR-NUMBER " "
                  PO-DESCRIPTION " " WS-MONEY-SHOW
                  " status " PO-STATUS
               PERFORM READ-NEXT-ORDER
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " order(s) on file.".

       READ-NEXT-ORDER.
            READ PURCHASE-ORDER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM PURCHASE-ORDER-MAINT.
