      *> Maintenance screen for recurring service contracts
      *> (contract.dat), the same console transaction loop the other
      *> reference files use. A contract names a customer - the
      *> number must pass KEY-CHECK-DIGIT and be on customer.dat -
      *> a billing frequency (M monthly, Q quarterly, A annual), a
      *> start date whose day is 1-28, an optional end date, and up
      *> to five lines, each a catalog item and quantity or a fixed
      *> amount. A new contract first bills on its start date. A
      *> change keeps the next bill date and billing history unless
      *> the new start date is later, and can cancel the contract.
      *> L)ist shows every contract on file with its next bill date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CONTRACT-NUMBER
               FILE STATUS IS WS-CONTRACT-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL ITEM-CATALOG-FILE
               ASSIGN TO "item-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
           COPY CONTRACT-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  ITEM-CATALOG-FILE.
           COPY ITEM-CATALOG-REC.
       WORKING-STORAGE SECTION.
           01 WS-CONTRACT-STATUS PIC XX VALUE "00".
           01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
           01 WS-ITEM-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-CONTRACT PIC X(6) VALUE SPACES.
           01 WS-NEW-CUSTOMER PIC X(6) VALUE SPACES.
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-FREQUENCY PIC X VALUE SPACE.
              88 WS-NEW-FREQUENCY-KNOWN VALUE "M" "Q" "A".
           01 WS-NEW-START PIC X(8) VALUE SPACES.
           01 WS-NEW-END PIC X(8) VALUE SPACES.
           01 WS-NEW-STATUS PIC X VALUE "A".
              88 WS-NEW-STATUS-KNOWN VALUE "A" "C".
           01 WS-NEW-ITEM PIC X(8) VALUE SPACES.
           01 WS-NEW-QUANTITY PIC 9(5) VALUE ZERO.
           01 WS-NEW-AMOUNT PIC 9(5)V99 VALUE ZEROS.
           01 WS-LINE-COUNT PIC 9 VALUE ZERO.
           01 WS-LINE-SUB PIC 9 VALUE ZERO.
           01 WS-LINE-TABLE.
              05 WS-NL-LINE OCCURS 5 TIMES.
                 10 WS-NL-ITEM     PIC X(8).
                 10 WS-NL-QUANTITY PIC 9(5).
                 10 WS-NL-AMOUNT   PIC 9(5)V99.
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O CONTRACT-FILE.
            IF WS-CONTRACT-STATUS NOT = "00" AND WS-CONTRACT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open contract.dat, status "
                  WS-CONTRACT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ITEM-CATALOG-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open item-catalog.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE CONTRACT-FILE CUSTOMER-FILE ITEM-CATALOG-FILE.
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
                  PERFORM LIST-CONTRACTS
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-CONTRACT-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-CONTRACT
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-CONTRACT
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-CONTRACT
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid contract data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Service Contracts - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-CONTRACT-DATA.
            MOVE SPACES TO WS-NEW-CONTRACT WS-NEW-CUSTOMER
               WS-NEW-DESCRIPTION WS-NEW-FREQUENCY WS-NEW-START
               WS-NEW-END.
            MOVE "A" TO WS-NEW-STATUS.
            MOVE ZERO TO WS-LINE-COUNT.
            INITIALIZE WS-LINE-TABLE.
            DISPLAY "Contract number (6 digits):".
            ACCEPT WS-NEW-CONTRACT.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-CONTRACT IS NOT NUMERIC
               DISPLAY "Contract number must be six digits."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-NEW-CONTRACT TO CTR-CONTRACT-NUMBER
            END-IF.
            IF WS-INPUT-VALID AND NOT WS-DELETE-TRANS
               PERFORM ACCEPT-CONTRACT-TERMS
               PERFORM ACCEPT-CONTRACT-LINES
               IF WS-LINE-COUNT = 0
                  DISPLAY "A contract needs at least one line."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       ACCEPT-CONTRACT-TERMS.
            DISPLAY "Customer number:".
            ACCEPT WS-NEW-CUSTOMER.
            DISPLAY "Description:".
            ACCEPT WS-NEW-DESCRIPTION.
            DISPLAY "Frequency - M monthly, Q quarterly, A annual:".
            ACCEPT WS-NEW-FREQUENCY.
            DISPLAY "Start date (YYYYMMDD, day 01-28):".
            ACCEPT WS-NEW-START.
            DISPLAY "End date (YYYYMMDD, blank = until cancelled):".
            ACCEPT WS-NEW-END.
            IF WS-CHANGE-TRANS
               DISPLAY "Status - A active, C cancelled:"
               ACCEPT WS-NEW-STATUS
            END-IF.
            CALL "KEY-CHECK-DIGIT" USING WS-NEW-CUSTOMER
               WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT.
            IF NOT WS-KEY-VALID
               DISPLAY "Customer number fails the check digit - "
                  "expected final digit " WS-EXPECTED-DIGIT "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-NEW-CUSTOMER TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                  INVALID KEY
                     DISPLAY "Customer " WS-NEW-CUSTOMER
                        " not on customer master."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-NEW-DESCRIPTION = SPACES
               DISPLAY "Description is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-NEW-FREQUENCY-KNOWN
               DISPLAY "Frequency must be M, Q or A."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-START
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid start date " WS-NEW-START "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               IF WS-NEW-START(7:2) > "28"
                  DISPLAY "Billing day must be 01-28 so every month "
                     "has it."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-NEW-END = SPACES
               MOVE ZEROS TO WS-NEW-END
            ELSE
               CALL "DATE-VALIDATE" USING WS-NEW-END
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "Invalid end date " WS-NEW-END "."
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  IF WS-NEW-END < WS-NEW-START
                     DISPLAY "End date is before the start date."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-IF
            END-IF.
            IF NOT WS-NEW-STATUS-KNOWN
               DISPLAY "Status must be A or C."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       ACCEPT-CONTRACT-LINES.
            MOVE 1 TO WS-LINE-SUB.
            PERFORM ACCEPT-ONE-LINE UNTIL WS-LINE-SUB > 5.

      *> A bad line is asked again; * ends the lines.
       ACCEPT-ONE-LINE.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE ZERO TO WS-NEW-QUANTITY.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Line " WS-LINE-SUB " item code, blank for a "
               "fixed amount (* = done):".
            ACCEPT WS-NEW-ITEM.
            IF WS-NEW-ITEM = "*"
               MOVE 6 TO WS-LINE-SUB
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-ITEM = SPACES
               DISPLAY "Fixed amount:"
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT = 0
                  DISPLAY "Amount must be greater than zero."
                  EXIT PARAGRAPH
               END-IF
            ELSE
               MOVE WS-NEW-ITEM TO ITM-ITEM-CODE
               READ ITEM-CATALOG-FILE
                  INVALID KEY
                     DISPLAY "Item " WS-NEW-ITEM
                        " not on the catalog."
                     EXIT PARAGRAPH
               END-READ
               DISPLAY ITM-DESCRIPTION " - quantity:"
               ACCEPT WS-NEW-QUANTITY
               IF WS-NEW-QUANTITY = 0
                  DISPLAY "Quantity must be greater than zero."
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE WS-NEW-ITEM TO WS-NL-ITEM(WS-LINE-SUB).
            MOVE WS-NEW-QUANTITY TO WS-NL-QUANTITY(WS-LINE-SUB).
            MOVE WS-NEW-AMOUNT TO WS-NL-AMOUNT(WS-LINE-SUB).
            ADD 1 TO WS-LINE-COUNT.
            ADD 1 TO WS-LINE-SUB.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-CUSTOMER TO CTR-CUSTOMER-NUMBER.
            MOVE WS-NEW-DESCRIPTION TO CTR-DESCRIPTION.
            MOVE WS-NEW-FREQUENCY TO CTR-FREQUENCY.
            MOVE WS-NEW-START TO CTR-START-DATE.
            MOVE WS-NEW-END TO CTR-END-DATE.
            MOVE WS-NEW-STATUS TO CTR-STATUS.
            MOVE WS-LINE-COUNT TO CTR-LINE-COUNT.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > 5
               MOVE WS-NL-ITEM(WS-LINE-SUB)
                  TO CTR-LINE-ITEM-CODE(WS-LINE-SUB)
               MOVE WS-NL-QUANTITY(WS-LINE-SUB)
                  TO CTR-LINE-QUANTITY(WS-LINE-SUB)
               MOVE WS-NL-AMOUNT(WS-LINE-SUB)
                  TO CTR-LINE-AMOUNT(WS-LINE-SUB)
            END-PERFORM.

       ADD-CONTRACT.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE CTR-START-DATE TO CTR-NEXT-BILL-DATE.
            MOVE ZEROS TO CTR-LAST-BILLED-ON CTR-LAST-INVOICE.
            WRITE CONTRACT-RECORD
               INVALID KEY
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER
                     " already exists, status " WS-CONTRACT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER " added, "
                     "first bill " CTR-NEXT-BILL-DATE "."
            END-WRITE.

       CHANGE-CONTRACT.
            READ CONTRACT-FILE
               INVALID KEY
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER
                     " not found, status " WS-CONTRACT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  IF CTR-NEXT-BILL-DATE < CTR-START-DATE
                     MOVE CTR-START-DATE TO CTR-NEXT-BILL-DATE
                  END-IF
                  REWRITE CONTRACT-RECORD
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER
                     " updated, next bill " CTR-NEXT-BILL-DATE "."
            END-READ.

       DELETE-CONTRACT.
            READ CONTRACT-FILE
               INVALID KEY
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER
                     " not found, status " WS-CONTRACT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE CONTRACT-FILE RECORD
                  DISPLAY "Contract " CTR-CONTRACT-NUMBER
                     " deleted."
            END-READ.

       LIST-CONTRACTS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO CTR-CONTRACT-NUMBER.
            START CONTRACT-FILE KEY NOT < CTR-CONTRACT-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CONTRACT.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY CTR-CONTRACT-NUMBER " " CTR-CUSTOMER-NUMBER
                  " " CTR-DESCRIPTION " " CTR-FREQUENCY
                  " next " CTR-NEXT-BILL-DATE
                  " ends " CTR-END-DATE
                  " status " CTR-STATUS
               PERFORM READ-NEXT-CONTRACT
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " contract(s) on file.".

       READ-NEXT-CONTRACT.
            READ CONTRACT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM CONTRACT-MAINT.
