      *> Receiving for capital purchase orders: turns an open PO
      *> into the asset on the register, so the capital plan, the
      *> commitment and the asset stay tied together. The operator
      *> keys the PO number, the new asset ID, the actual cost
      *> (blank takes the committed cost), the in-service date and
      *> the holding department; the depreciation rate, period
      *> count and method come from the plan line the PO was raised
      *> against. The asset is written the way ASSET-MAINT adds one
      *> (in service, nothing posted yet) under the same ASSET-MASTER
      *> interlock, the PO is marked received with the asset ID and
      *> the actual cost, and once a plan has no open orders left it
      *> is marked acquired. The asset add is logged through
      *> MAINT-TRANS-WRITE under the asset master's name, the
      *> receipt under the purchase order's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIVING.
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
               SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHASE-ORDER-REC.
       FD  ASSET-PLAN-FILE.
           COPY ASSET-PLAN-REC.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       WORKING-STORAGE SECTION.
           01 WS-PO-STATUS PIC XX VALUE "00".
           01 WS-PLAN-STATUS PIC XX VALUE "00".
           01 WS-ASSET-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-RECEIVE-TRANS VALUE "R".
              88 WS-EXIT-TRANS    VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-PO-NUMBER PIC X(6) VALUE SPACES.
           01 WS-NEW-ASSET-ID PIC X(6) VALUE SPACES.
           01 WS-NEW-COST PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-IN-SERVICE PIC X(8) VALUE SPACES.
           01 WS-NEW-DEPT PIC X(20) VALUE SPACES.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-TODAY PIC 9(8) VALUE ZERO.
           01 WS-RECEIVED-PLAN-ID PIC X(6) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-OPEN-ORDER-FLAG PIC X VALUE "N".
              88 WS-PLAN-HAS-OPEN-ORDERS VALUE "Y".
           01 WS-RECEIVED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-MONEY-SHOW PIC $$$,$$$,$$9.99- VALUE SPACES.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE SPACES.
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-MAINT-TRANS PIC X VALUE SPACE.
           01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X VALUE SPACE.
           01 WS-LOCK-PROGRAM PIC X(20) VALUE "PO-RECEIVING".
           01 WS-LOCK-GRANTED-FLAG PIC X VALUE "N".
              88 WS-LOCK-GRANTED VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "PO receiving requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF WS-ACCESS-LEVEL < 2
               DISPLAY "PO receiving needs clerk level 2."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
      *> The asset master is written here as well as in
      *> ASSET-MAINT, so the same exclusive-use interlock applies.
            MOVE "ASSET-MASTER" TO WS-LOCK-RESOURCE.
            MOVE "E" TO WS-LOCK-ACTION.
            CALL "RESOURCE-ENQUEUE" USING WS-LOCK-RESOURCE
               WS-LOCK-ACTION WS-SIGNON-USER-ID WS-LOCK-PROGRAM
               WS-LOCK-GRANTED-FLAG.
            IF NOT WS-LOCK-GRANTED
               DISPLAY "Asset register is in use - try again later."
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
            OPEN I-O ASSET-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset-plan.dat, status "
                  WS-PLAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O ASSET-FILE.
            IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset file, status "
                  WS-ASSET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM RECEIVING-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE PURCHASE-ORDER-FILE ASSET-PLAN-FILE ASSET-FILE.
            MOVE "D" TO WS-LOCK-ACTION.
            CALL "RESOURCE-ENQUEUE" USING WS-LOCK-RESOURCE
               WS-LOCK-ACTION WS-SIGNON-USER-ID WS-LOCK-PROGRAM
               WS-LOCK-GRANTED-FLAG.
            DISPLAY "Orders received: " WS-RECEIVED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       RECEIVING-LOOP.
            DISPLAY "PO Receiving - R)eceive X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-RECEIVE-TRANS
                  PERFORM RECEIVE-ONE-ORDER
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       RECEIVE-ONE-ORDER.
            PERFORM FIND-OPEN-ORDER.
            IF WS-INPUT-VALID
               PERFORM ACCEPT-RECEIPT-DATA
            END-IF.
            IF WS-INPUT-VALID
               PERFORM WRITE-NEW-ASSET
            END-IF.
            IF WS-INPUT-VALID
               PERFORM MARK-ORDER-RECEIVED
               PERFORM CHECK-PLAN-ACQUIRED
            ELSE
               DISPLAY "Receipt not recorded."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       FIND-OPEN-ORDER.
            SET WS-INPUT-VALID TO TRUE.
            MOVE SPACES TO WS-NEW-PO-NUMBER.
            DISPLAY "PO number:".
            ACCEPT WS-NEW-PO-NUMBER.
            IF WS-NEW-PO-NUMBER IS NOT NUMERIC
               DISPLAY "PO number must be six digits."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
            READ PURCHASE-ORDER-FILE
               INVALID KEY
                  DISPLAY "PO " WS-NEW-PO-NUMBER " not found, "
                     "status " WS-PO-STATUS
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT PO-OPEN
                     DISPLAY "PO " PO-NUMBER " is not open - "
                        "status " PO-STATUS "."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            IF WS-INPUT-VALID
               MOVE PO-COMMITTED-COST TO WS-MONEY-SHOW
               DISPLAY "PO " PO-NUMBER " plan " PO-PLAN-ID " "
                  PO-DESCRIPTION " committed " WS-MONEY-SHOW
               MOVE PO-PLAN-ID TO PLAN-ID
               READ ASSET-PLAN-FILE
                  INVALID KEY
                     DISPLAY "Plan " PO-PLAN-ID " is no longer on "
                        "the capital plan."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.

       ACCEPT-RECEIPT-DATA.
            MOVE SPACES TO WS-NEW-ASSET-ID WS-NEW-IN-SERVICE
               WS-NEW-DEPT.
            MOVE ZEROS TO WS-NEW-COST.
            DISPLAY "New asset ID:".
            ACCEPT WS-NEW-ASSET-ID.
            DISPLAY "Actual cost (0 = committed cost):".
            ACCEPT WS-NEW-COST.
            DISPLAY "In-service date (YYYYMMDD):".
            ACCEPT WS-NEW-IN-SERVICE.
            DISPLAY "Holding department (blank = unassigned):".
            ACCEPT WS-NEW-DEPT.
            IF WS-NEW-ASSET-ID = SPACES
               DISPLAY "Asset ID is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-COST = ZEROS
               MOVE PO-COMMITTED-COST TO WS-NEW-COST
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-IN-SERVICE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid in-service date " WS-NEW-IN-SERVICE
                  "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-DEPT NOT = SPACES
               CALL "DEPT-VALIDATE" USING WS-NEW-DEPT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " WS-NEW-DEPT
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

      *> Same starting state ASSET-MAINT's add gives a new asset:
      *> in service, not disposed, nothing depreciated or posted.
       WRITE-NEW-ASSET.
            MOVE SPACES TO ASSET-RECORD.
            MOVE WS-NEW-ASSET-ID TO ASSET-ID.
            MOVE PO-DESCRIPTION TO ASSET-DESCRIPTION.
            MOVE WS-NEW-COST TO ASSET-COST.
            MOVE PLAN-RATE TO ASSET-RATE.
            MOVE PLAN-PERIOD-COUNT TO ASSET-PERIOD-COUNT.
            MOVE WS-NEW-IN-SERVICE TO ASSET-IN-SERVICE-DATE.
            MOVE PLAN-METHOD TO ASSET-METHOD.
            MOVE WS-NEW-DEPT TO ASSET-DEPT-CODE.
            MOVE "A" TO ASSET-STATUS.
            MOVE SPACES TO ASSET-DISPOSAL-DATE.
            MOVE ZEROS TO ASSET-PROCEEDS ASSET-BOOK-AT-DISPOSAL.
            MOVE ZEROS TO ASSET-ACCUM-DEPREC ASSET-PERIODS-POSTED
               ASSET-LAST-POSTED-PERIOD.
            MOVE ZEROS TO ASSET-TAX-RATE ASSET-TAX-PERIOD-COUNT
               ASSET-TAX-ACCUM-DEPREC ASSET-TAX-PERIODS-POSTED
               ASSET-TAX-LAST-POSTED-PERIOD ASSET-TAX-BOOK-AT-DISPOSAL.
            WRITE ASSET-RECORD
               INVALID KEY
                  DISPLAY "Asset " ASSET-ID
                     " already exists, status " WS-ASSET-STATUS
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  DISPLAY "Asset " ASSET-ID " added."
                  MOVE "ASSET" TO WS-MAINT-PROGRAM
                  MOVE "A" TO WS-MAINT-TRANS
                  MOVE SPACES TO WS-MAINT-KEY
                  MOVE ASSET-ID TO WS-MAINT-KEY
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       MARK-ORDER-RECEIVED.
            SET PO-RECEIVED TO TRUE.
            MOVE WS-TODAY TO PO-RECEIVED-DATE.
            MOVE WS-NEW-COST TO PO-RECEIVED-COST.
            MOVE WS-NEW-ASSET-ID TO PO-ASSET-ID.
            MOVE WS-SIGNON-USER-ID TO PO-RECEIVED-BY.
            REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark PO " PO-NUMBER
                     " received, status " WS-PO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-RECEIVED-COUNT
                  MOVE WS-NEW-COST TO WS-MONEY-SHOW
                  DISPLAY "PO " PO-NUMBER " received as asset "
                     PO-ASSET-ID " at " WS-MONEY-SHOW
                  MOVE "PURCH-ORDER" TO WS-MAINT-PROGRAM
                  MOVE "R" TO WS-MAINT-TRANS
                  MOVE SPACES TO WS-MAINT-KEY
                  MOVE PO-NUMBER TO WS-MAINT-KEY
                  PERFORM LOG-MAINT-TRANS
            END-REWRITE.

      *> Every order for the plan is found through the plan-ID
      *> alternate key; when none is still open the plan line has
      *> been bought and is marked acquired.
       CHECK-PLAN-ACQUIRED.
            MOVE PO-PLAN-ID TO WS-RECEIVED-PLAN-ID.
            MOVE "N" TO WS-OPEN-ORDER-FLAG WS-EOF-SWITCH.
            START PURCHASE-ORDER-FILE KEY = PO-PLAN-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF OR WS-PLAN-HAS-OPEN-ORDERS
               READ PURCHASE-ORDER-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF PO-PLAN-ID NOT = WS-RECEIVED-PLAN-ID
                     SET WS-EOF TO TRUE
                  ELSE
                     IF PO-OPEN
                        SET WS-PLAN-HAS-OPEN-ORDERS TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF NOT WS-PLAN-HAS-OPEN-ORDERS
               MOVE WS-RECEIVED-PLAN-ID TO PLAN-ID
               READ ASSET-PLAN-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET PLAN-ACQUIRED TO TRUE
                     REWRITE ASSET-PLAN-RECORD
                     DISPLAY "Plan " PLAN-ID " now fully acquired."
               END-READ
            END-IF.

       LOG-MAINT-TRANS.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-MAINT-TRANS WS-MAINT-KEY.
       END PROGRAM PO-RECEIVING.
