      *> Maintenance screen for the capital acquisition plan, the
      *> same console transaction loop ASSET-MAINT uses for the live
      *> register. Plan records feed DEPRECIATION-FORECAST alongside
      *> the live assets. Purchases are raised against a plan ID
      *> through PURCHASE-ORDER-MAINT and received into the asset
      *> register by PO-RECEIVING, which marks the plan acquired;
      *> the plan record is kept as the budget side of
      *> PLAN-VS-ACTUAL-REPORT, so a plan with purchase orders on
      *> file cannot be deleted here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-PLAN-MAINT.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
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
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-PLAN-FILE.
           COPY ASSET-PLAN-REC.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHASE-ORDER-REC.
       WORKING-STORAGE SECTION.
           01 WS-PLAN-STATUS PIC XX VALUE "00".
           01 WS-PO-STATUS PIC XX VALUE "00".
           01 WS-PO-FOUND-FLAG PIC X VALUE "N".
              88 WS-PLAN-HAS-ORDERS VALUE "Y".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
                  WS-PLAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-PO-STATUS NOT = "00" AND WS-PO-STATUS NOT = "05"
               DISPLAY "Unable to open purchase-order.dat, status "
                  WS-PO-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE ASSET-PLAN-FILE PURCHASE-ORDER-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE

       ADD-PLAN-RECORD.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            SET PLAN-OPEN TO TRUE.
            WRITE ASSET-PLAN-RECORD
               INVALID KEY
                  DISPLAY "Plan " PLAN-ID " already exists, "
                     WS-PLAN-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM CHECK-PLAN-ORDERS
                  IF WS-PLAN-HAS-ORDERS
                     DISPLAY "Plan " PLAN-ID " has purchase orders "
                        "on file - not deleted."
                     SET WS-HAD-ISSUE TO TRUE
                  ELSE
                     DELETE ASSET-PLAN-FILE RECORD
                     DISPLAY "Plan " PLAN-ID " deleted."
                  END-IF
            END-READ.

      *> Any order, open, received or cancelled, ties the plan to
      *> the commitment history the plan-versus-actual report uses.
       CHECK-PLAN-ORDERS.
            MOVE "N" TO WS-PO-FOUND-FLAG.
            MOVE PLAN-ID TO PO-PLAN-ID.
            READ PURCHASE-ORDER-FILE KEY IS PO-PLAN-ID
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-PLAN-HAS-ORDERS TO TRUE
            END-READ.

       LIST-PLAN.
               DISPLAY PLAN-ID " " PLAN-DESCRIPTION
                  " IN SERVICE " PLAN-IN-SERVICE-DATE
                  " METHOD " PLAN-METHOD
                  " STATUS " PLAN-STATUS
               PERFORM READ-NEXT-PLAN
            END-PERFORM.

