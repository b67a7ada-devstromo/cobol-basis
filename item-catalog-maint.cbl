      *> Maintenance screen for the product and service catalog
      *> (item-catalog.dat), the same console transaction loop the
      *> other reference files use. Each item carries the unit price
      *> invoice entry bills it at, whether it is subject to sales
      *> tax, and the revenue account its sales post to - accepted
      *> only when that account is on the chart of accounts as a
      *> revenue (type R) account. L)ist shows every item on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-CATALOG-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ITEM-CATALOG-FILE
               ASSIGN TO "item-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-CATALOG-FILE.
           COPY ITEM-CATALOG-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       WORKING-STORAGE SECTION.
           01 WS-ITEM-STATUS PIC XX VALUE "00".
           01 WS-CHART-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-PRICE PIC 9(5)V99 VALUE ZEROS.
           01 WS-NEW-TAXABLE PIC X VALUE SPACE.
              88 WS-NEW-TAXABLE-VALID VALUE "Y" "N".
           01 WS-NEW-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O ITEM-CATALOG-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open item-catalog.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00" AND WS-CHART-STATUS
                  NOT = "05"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE ITEM-CATALOG-FILE CHART-ACCOUNT-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            EVALUATE TRUE
               WHEN WS-LIST-TRANS
                  PERFORM LIST-ITEMS
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-ITEM-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-ITEM
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-ITEM
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-ITEM
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid item data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Item Catalog - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-ITEM-DATA.
            MOVE SPACES TO ITM-ITEM-CODE WS-NEW-DESCRIPTION
               WS-NEW-TAXABLE WS-NEW-ACCOUNT.
            MOVE ZEROS TO WS-NEW-PRICE.
            DISPLAY "Item code:".
            ACCEPT ITM-ITEM-CODE.
            SET WS-INPUT-VALID TO TRUE.
            IF ITM-ITEM-CODE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Description:"
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "Unit price:"
               ACCEPT WS-NEW-PRICE
               DISPLAY "Subject to sales tax (Y/N):"
               ACCEPT WS-NEW-TAXABLE
               DISPLAY "Revenue account number:"
               ACCEPT WS-NEW-ACCOUNT
               IF WS-NEW-DESCRIPTION = SPACES
                  DISPLAY "Description is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-PRICE = ZEROS
                  DISPLAY "Unit price must be greater than zero."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-NEW-TAXABLE-VALID
                  DISPLAY "Taxable flag must be Y or N."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM CHECK-REVENUE-ACCOUNT
            END-IF.

       CHECK-REVENUE-ACCOUNT.
            IF WS-NEW-ACCOUNT = SPACES
               DISPLAY "Revenue account is required."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "Account " WS-NEW-ACCOUNT
                     " not on the chart of accounts."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT COA-REVENUE
                     DISPLAY "Account " WS-NEW-ACCOUNT
                        " is not a revenue account."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-DESCRIPTION TO ITM-DESCRIPTION.
            MOVE WS-NEW-PRICE TO ITM-UNIT-PRICE.
            MOVE WS-NEW-TAXABLE TO ITM-TAXABLE-FLAG.
            MOVE WS-NEW-ACCOUNT TO ITM-REVENUE-ACCOUNT.

       ADD-ITEM.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE ITEM-CATALOG-RECORD
               INVALID KEY
                  DISPLAY "Item " ITM-ITEM-CODE
                     " already exists, status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Item " ITM-ITEM-CODE " added."
            END-WRITE.

       CHANGE-ITEM.
            READ ITEM-CATALOG-FILE
               INVALID KEY
                  DISPLAY "Item " ITM-ITEM-CODE
                     " not found, status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE ITEM-CATALOG-RECORD
                  DISPLAY "Item " ITM-ITEM-CODE " updated."
            END-READ.

       DELETE-ITEM.
            READ ITEM-CATALOG-FILE
               INVALID KEY
                  DISPLAY "Item " ITM-ITEM-CODE
                     " not found, status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE ITEM-CATALOG-FILE RECORD
                  DISPLAY "Item " ITM-ITEM-CODE " deleted."
            END-READ.

       LIST-ITEMS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO ITM-ITEM-CODE.
            START ITEM-CATALOG-FILE KEY NOT < ITM-ITEM-CODE
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY ITM-ITEM-CODE " " ITM-DESCRIPTION
                  " price " ITM-UNIT-PRICE
                  " taxable " ITM-TAXABLE-FLAG
                  " account " ITM-REVENUE-ACCOUNT
               PERFORM READ-NEXT-ITEM
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " item(s) on file.".

       READ-NEXT-ITEM.
            READ ITEM-CATALOG-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM ITEM-CATALOG-MAINT.
