           01 WS-NEW-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-HOLD-FLAG  PIC X VALUE SPACE.
              88 WS-HOLD-FLAG-KNOWN VALUE "H" "N" SPACE.
           01 WS-NEW-PARENT     PIC X(6) VALUE SPACES.
           01 WS-NEW-BILL-TO    PIC X VALUE SPACE.
              88 WS-BILL-TO-KNOWN VALUE "P" "S" SPACE.
           01 WS-NEW-CURRENCY   PIC X(3) VALUE SPACES.
           01 WS-PARENT-CURRENCY PIC X(3) VALUE SPACES.
           01 WS-OLD-CURRENCY   PIC X(3) VALUE SPACES.
           01 WS-TODAY-DATE     PIC 9(8) VALUE ZERO.
           01 WS-EXCHANGE-RATE  PIC 9(4)V9(6) VALUE ZEROS.
           01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
           01 WS-SAVE-CUSTOMER  PIC X(6) VALUE SPACES.
           01 WS-BRANCH-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-BRANCH-EOF-SWITCH PIC X VALUE "N".
              88 WS-BRANCH-EOF VALUE "Y".
           01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X VALUE SPACE.
           01 WS-LOCK-PROGRAM PIC X(20) VALUE "CUSTOMER-MAINT".
              88 WS-HAD-ISSUE VALUE "Y".
           01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
              88 WS-PHONE-VALID VALUE "Y".
           01 WS-ADDRESS-RESULT PIC X VALUE "Y".
              88 WS-ADDRESS-VALID VALUE "Y".
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
               WS-NEW-SECOND-LAST WS-NEW-MOBILE-ONE WS-NEW-MOBILE-TWO
               WS-NEW-WORK-ONE WS-NEW-WORK-TWO WS-NEW-STREET-1
               WS-NEW-STREET-2 WS-NEW-CITY WS-NEW-STATE
               WS-NEW-POSTAL WS-NEW-HOLD-FLAG WS-NEW-PARENT
               WS-NEW-BILL-TO WS-NEW-CURRENCY.
            MOVE ZEROS TO WS-NEW-CREDIT-LIMIT.
            DISPLAY "Customer number:".
            ACCEPT CUSTOMER-NUMBER.
               ACCEPT WS-NEW-CREDIT-LIMIT
               DISPLAY "Billing hold - H)old N)ormal:"
               ACCEPT WS-NEW-HOLD-FLAG
               DISPLAY "Parent account (blank = none):"
               ACCEPT WS-NEW-PARENT
               DISPLAY "Statement bill-to - P)arent S)elf:"
               ACCEPT WS-NEW-BILL-TO
               DISPLAY "Billing currency (blank = base):"
               ACCEPT WS-NEW-CURRENCY
            END-IF.

       VALIDATE-CUSTOMER-DATA.
                  DISPLAY "Address needs a city and postal code."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM VALIDATE-ADDRESS-FIELDS
               IF NOT WS-HOLD-FLAG-KNOWN
                  DISPLAY "Billing hold must be H or N."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-BILL-TO-KNOWN
                  DISPLAY "Statement bill-to must be P or S."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-BILL-TO = "P" AND WS-NEW-PARENT = SPACES
                  DISPLAY "Bill-to parent needs a parent account."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-CURRENCY NOT = SPACES
                  PERFORM VALIDATE-CURRENCY
               END-IF
               IF WS-NEW-PARENT NOT = SPACES AND WS-INPUT-VALID
                  PERFORM VALIDATE-PARENT-ACCOUNT
               END-IF
            ELSE
               IF WS-INPUT-VALID
                  PERFORM COUNT-BRANCHES
                  IF WS-BRANCH-COUNT > 0
                     DISPLAY "Customer " CUSTOMER-NUMBER " is parent "
                        "to " WS-BRANCH-COUNT " branch(es) - move "
                        "them first."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-IF
            END-IF.

      *> The hierarchy is one level deep: the parent must be on
      *> file, must not be this customer, and must not be a branch
      *> itself; and a customer that already has branches of its
      *> own cannot become a branch. The lookups borrow the record
      *> area, so the keyed customer number is put back afterwards.
       VALIDATE-PARENT-ACCOUNT.
            MOVE CUSTOMER-NUMBER TO WS-SAVE-CUSTOMER.
            IF WS-NEW-PARENT = CUSTOMER-NUMBER
               DISPLAY "A customer cannot be its own parent."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-PARENT TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "Parent " WS-NEW-PARENT
                     " not on customer master."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT CUSTOMER-NO-PARENT
                     DISPLAY "Parent " WS-NEW-PARENT " is itself a "
                        "branch of " CUSTOMER-PARENT-NUMBER "."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
                  MOVE SPACES TO WS-PARENT-CURRENCY
                  IF NOT CUSTOMER-BASE-CURRENCY
                     MOVE CUSTOMER-CURRENCY-CODE
                        TO WS-PARENT-CURRENCY
                  END-IF
                  IF WS-PARENT-CURRENCY NOT = WS-NEW-CURRENCY
                     DISPLAY "A branch bills in its parent's "
                        "currency - parent " WS-NEW-PARENT " is '"
                        WS-PARENT-CURRENCY "'."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            MOVE WS-SAVE-CUSTOMER TO CUSTOMER-NUMBER.
            IF WS-INPUT-VALID
               PERFORM COUNT-BRANCHES
               IF WS-BRANCH-COUNT > 0
                  DISPLAY "Customer " WS-SAVE-CUSTOMER " is parent to "
                     WS-BRANCH-COUNT " branch(es) and cannot be a "
                     "branch."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            MOVE SPACES TO CUSTOMER-RECORD.
            MOVE WS-SAVE-CUSTOMER TO CUSTOMER-NUMBER.

      *> A billing currency is only taken when exchange-rate.dat
      *> has a rate for it in force today, so nothing can be billed
      *> in a currency the revaluation cannot price.
       VALIDATE-CURRENCY.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            CALL "EXCHANGE-RATE-LOOKUP" USING WS-NEW-CURRENCY
               WS-TODAY-DATE WS-EXCHANGE-RATE WS-RATE-FOUND-FLAG.
            IF NOT WS-RATE-FOUND
               DISPLAY "No exchange rate on file for currency '"
                  WS-NEW-CURRENCY "'."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> Branches of the customer in hand, by a pass over the master
      *> in customer-number order.
       COUNT-BRANCHES.
            MOVE CUSTOMER-NUMBER TO WS-SAVE-CUSTOMER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE "N" TO WS-BRANCH-EOF-SWITCH.
            MOVE LOW-VALUES TO CUSTOMER-NUMBER.
            START CUSTOMER-FILE KEY NOT < CUSTOMER-NUMBER
               INVALID KEY SET WS-BRANCH-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-BRANCH-EOF
               READ CUSTOMER-FILE NEXT
                  AT END SET WS-BRANCH-EOF TO TRUE
                  NOT AT END
                     IF CUSTOMER-PARENT-NUMBER = WS-SAVE-CUSTOMER
                        ADD 1 TO WS-BRANCH-COUNT
                     END-IF
               END-READ
            END-PERFORM.
            MOVE SPACES TO CUSTOMER-RECORD.
            MOVE WS-SAVE-CUSTOMER TO CUSTOMER-NUMBER.

      *> Each phone runs through the shared PHONE-VALIDATE check and
      *> comes back normalized (digits left-justified) when clean.
       VALIDATE-PHONE-FIELDS.
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> State and postal code run through the shared ADDRESS-VALIDATE
      *> check against postal-range.dat and come back normalized, so
      *> the state invoice entry taxes by is one the table knows.
       VALIDATE-ADDRESS-FIELDS.
            CALL "ADDRESS-VALIDATE" USING WS-NEW-STATE WS-NEW-POSTAL
               WS-ADDRESS-RESULT.
            IF NOT WS-ADDRESS-VALID
               DISPLAY "State " WS-NEW-STATE " and postal code "
                  WS-NEW-POSTAL " do not agree, result "
                  WS-ADDRESS-RESULT "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO NameValue.
            MOVE WS-NEW-FIRST-LAST TO FirstLastname.
            ELSE
               MOVE "N" TO CUSTOMER-HOLD-FLAG
            END-IF.
            MOVE WS-NEW-PARENT TO CUSTOMER-PARENT-NUMBER.
            IF WS-NEW-BILL-TO = "P"
               MOVE "P" TO CUSTOMER-BILL-TO-FLAG
            ELSE
               MOVE "S" TO CUSTOMER-BILL-TO-FLAG
            END-IF.
            MOVE WS-NEW-CURRENCY TO CUSTOMER-CURRENCY-CODE.

       ADD-CUSTOMER.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
                     " not found, status " WS-CUSTOMER-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM CHECK-CURRENCY-UNCHANGED
                  IF WS-INPUT-VALID
                     PERFORM MOVE-NEW-DATA-TO-RECORD
                     REWRITE CUSTOMER-RECORD
                     DISPLAY "Customer " CUSTOMER-NUMBER " updated."
                     PERFORM LOG-MAINT-TRANS
                  END-IF
            END-READ.

      *> Open invoices and receipts are held in the currency the
      *> customer was billed in, so the code cannot change under
      *> them - a customer moving currency is opened as a new
      *> account.
       CHECK-CURRENCY-UNCHANGED.
            MOVE SPACES TO WS-OLD-CURRENCY.
            IF NOT CUSTOMER-BASE-CURRENCY
               MOVE CUSTOMER-CURRENCY-CODE TO WS-OLD-CURRENCY
            END-IF.
            IF WS-OLD-CURRENCY NOT = WS-NEW-CURRENCY
               DISPLAY "Customer " CUSTOMER-NUMBER " bills in '"
                  WS-OLD-CURRENCY "' - open a new account to "
                  "change currency."
               MOVE "N" TO WS-VALID-SWITCH
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       DELETE-CUSTOMER.
            READ CUSTOMER-FILE
               INVALID KEY
