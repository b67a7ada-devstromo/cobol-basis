      *> Employee expense claim entry: travel and out-of-pocket
      *> expenses are keyed here against the employee instead of
      *> being paid from petty cash. Each claim carries the expense
      *> date, a category, the amount, the receipt reference and a
      *> description, and lands on expense-claim.dat under the
      *> employee's next claim sequence with the signed-on
      *> operator. The category must be mapped to an expense
      *> account through its reserved *EXP- code on the
      *> department-to-account map (CHART-ACCOUNT-MAINT). A claim
      *> above the expense threshold on approval-policy.dat is kept
      *> pending and routed through APPROVAL-QUEUE-WRITE for a
      *> second supervisor; at or under it the claim is approved as
      *> entered. Approved claims are reimbursed, non-taxable, on
      *> the next PAY-RUN. L)ist shows one employee's claims.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIM-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EXPENSE-CLAIM-FILE
               ASSIGN TO "expense-claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
               SELECT OPTIONAL APPROVAL-POLICY-FILE
               ASSIGN TO "approval-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       FD  APPROVAL-POLICY-FILE.
           COPY APPROVAL-POLICY-REC.
       WORKING-STORAGE SECTION.
           01 WS-CLAIM-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-MAP-STATUS PIC XX VALUE "00".
           01 WS-CHART-STATUS PIC XX VALUE "00".
           01 WS-POLICY-STATUS PIC XX VALUE "00".
           01 WS-POLICY-EOF-SWITCH PIC X VALUE "N".
              88 WS-POLICY-EOF VALUE "Y".
           01 WS-EXPENSE-THRESHOLD PIC 9(7)V99 VALUE 250.00.
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ENTER-TRANS VALUE "E".
              88 WS-LIST-TRANS  VALUE "L".
              88 WS-EXIT-TRANS  VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-NEW-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-CATEGORY PIC X(4) VALUE SPACES.
           01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-RECEIPT PIC X(12) VALUE SPACES.
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           COPY MONEY-EDIT.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-QUEUE-SOURCE PIC X(12) VALUE "EXP-CLAIM".
           01 WS-QUEUE-TRANS PIC X VALUE "E".
           01 WS-QUEUE-KEY PIC X(20) VALUE SPACES.
           01 WS-QUEUE-RATE PIC 9(5)V99 VALUE ZEROS.
           01 WS-QUEUE-TERM-DATE PIC X(8) VALUE SPACES.
           01 WS-APPROVAL-ID PIC 9(6) VALUE ZERO.
           01 WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Expense claim entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM LOAD-APPROVAL-POLICY.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-claim.dat, status "
                  WS-CLAIM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
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
               PERFORM CLAIM-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE EXPENSE-CLAIM-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE CHART-ACCOUNT-FILE.
            DISPLAY "Claims approved    : " WS-APPROVED-COUNT.
            DISPLAY "Queued for approval: " WS-QUEUED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> Missing or unreadable policy file, or no expense amount
      *> keyed on it, leaves the 250.00 default in place.
       LOAD-APPROVAL-POLICY.
            MOVE "N" TO WS-POLICY-EOF-SWITCH.
            OPEN INPUT APPROVAL-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ APPROVAL-POLICY-FILE
                  AT END SET WS-POLICY-EOF TO TRUE
               END-READ
               IF NOT WS-POLICY-EOF
                  IF AP-EXPENSE-THRESHOLD IS NUMERIC AND
                        AP-EXPENSE-THRESHOLD > 0
                     MOVE AP-EXPENSE-THRESHOLD
                        TO WS-EXPENSE-THRESHOLD
                  END-IF
               END-IF
               CLOSE APPROVAL-POLICY-FILE
            END-IF.

       CLAIM-LOOP.
            DISPLAY "Expense Claims - E)nter claim L)ist X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-ENTER-TRANS
                  PERFORM ACCEPT-CLAIM-DATA
                  PERFORM VALIDATE-CLAIM-DATA
                  IF WS-INPUT-VALID
                     PERFORM RECORD-CLAIM
                  ELSE
                     DISPLAY "Invalid claim data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-LIST-TRANS
                  PERFORM LIST-CLAIMS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ACCEPT-CLAIM-DATA.
            MOVE SPACES TO WS-NEW-EMPLOYEE WS-NEW-DATE
               WS-NEW-CATEGORY WS-NEW-RECEIPT WS-NEW-DESCRIPTION.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Expense date (YYYYMMDD):".
            ACCEPT WS-NEW-DATE.
            DISPLAY "Expense category (e.g. TRVL, MEAL, LODG, "
               "MILE, SUPP):".
            ACCEPT WS-NEW-CATEGORY.
            DISPLAY "Amount:".
            ACCEPT WS-NEW-AMOUNT.
            DISPLAY "Receipt reference:".
            ACCEPT WS-NEW-RECEIPT.
            DISPLAY "Description:".
            ACCEPT WS-NEW-DESCRIPTION.

      *> The category's account is looked up through its reserved
      *> *EXP- map code and must be an expense account on the chart.
       VALIDATE-CLAIM-DATA.
            SET WS-INPUT-VALID TO TRUE.
            MOVE SPACES TO WS-NEW-ACCOUNT.
            MOVE WS-NEW-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-NEW-EMPLOYEE
                     " not on file."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     DISPLAY "Employee " WS-NEW-EMPLOYEE
                        " is terminated - settle expenses through "
                        "final pay."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            CALL "DATE-VALIDATE" USING WS-NEW-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid expense date " WS-NEW-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               IF WS-NEW-DATE > WS-TODAY-DATE
                  DISPLAY "Expense date cannot be in the future."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-NEW-AMOUNT = 0
               DISPLAY "Amount must not be zero."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-RECEIPT = SPACES
               DISPLAY "A receipt reference is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-CATEGORY = SPACES
               DISPLAY "Expense category is required."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE SPACES TO DAM-DEPT-CODE
               STRING "*EXP-" WS-NEW-CATEGORY
                  DELIMITED BY SIZE INTO DAM-DEPT-CODE
               READ DEPT-ACCOUNT-MAP-FILE
                  INVALID KEY
                     DISPLAY "Category " WS-NEW-CATEGORY
                        " has no account mapped (" DAM-DEPT-CODE
                        ")."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     MOVE DAM-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
               END-READ
            END-IF.
            IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO COA-ACCOUNT-NUMBER
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     DISPLAY "Account " WS-NEW-ACCOUNT
                        " not on the chart of accounts."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF NOT COA-EXPENSE
                        DISPLAY "Account " WS-NEW-ACCOUNT
                           " is not an expense account."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
               END-READ
            END-IF.

      *> The claim takes the employee's next sequence. Above the
      *> threshold it is queued first and only kept pending once
      *> the queue has accepted it; at or below, it is approved by
      *> the operator who keyed it.
       RECORD-CLAIM.
            PERFORM FIND-NEXT-SEQ.
            MOVE WS-NEW-EMPLOYEE TO EC-EMPLOYEE-ID.
            MOVE WS-NEXT-SEQ TO EC-CLAIM-SEQ.
            MOVE WS-NEW-DATE TO EC-EXPENSE-DATE.
            MOVE WS-NEW-CATEGORY TO EC-CATEGORY.
            MOVE WS-NEW-ACCOUNT TO EC-ACCOUNT.
            MOVE WS-NEW-AMOUNT TO EC-AMOUNT.
            MOVE WS-NEW-RECEIPT TO EC-RECEIPT-REF.
            MOVE WS-NEW-DESCRIPTION TO EC-DESCRIPTION.
            MOVE WS-SIGNON-USER-ID TO EC-ENTERED-BY.
            MOVE WS-TODAY-DATE TO EC-ENTERED-DATE.
            MOVE ZEROS TO EC-APPROVAL-ID EC-DECIDED-DATE
               EC-PAID-PERIOD EC-VOIDED-PERIOD.
            MOVE SPACES TO EC-DECIDED-BY.
            IF WS-NEW-AMOUNT > WS-EXPENSE-THRESHOLD
               PERFORM QUEUE-CLAIM
            ELSE
               SET EC-APPROVED TO TRUE
               MOVE WS-SIGNON-USER-ID TO EC-DECIDED-BY
               MOVE WS-TODAY-DATE TO EC-DECIDED-DATE
               PERFORM WRITE-CLAIM-RECORD
               IF NOT WS-HAD-ISSUE
                  ADD 1 TO WS-APPROVED-COUNT
                  DISPLAY "Claim " WS-NEW-EMPLOYEE "-" WS-NEXT-SEQ
                     " approved for the next pay run."
               END-IF
            END-IF.

       QUEUE-CLAIM.
            MOVE SPACES TO WS-QUEUE-KEY.
            MOVE WS-NEW-EMPLOYEE TO WS-QUEUE-KEY(1:6).
            MOVE WS-NEXT-SEQ TO WS-QUEUE-KEY(7:4).
            CALL "APPROVAL-QUEUE-WRITE" USING WS-QUEUE-SOURCE
               WS-QUEUE-TRANS WS-QUEUE-KEY WS-QUEUE-RATE
               WS-QUEUE-TERM-DATE WS-SIGNON-USER-ID
               WS-APPROVAL-ID.
            IF WS-APPROVAL-ID = ZERO
               DISPLAY "The claim could not be queued and was not "
                  "recorded."
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               SET EC-PENDING TO TRUE
               MOVE WS-APPROVAL-ID TO EC-APPROVAL-ID
               PERFORM WRITE-CLAIM-RECORD
               IF NOT WS-HAD-ISSUE
                  ADD 1 TO WS-QUEUED-COUNT
                  DISPLAY "Claim " WS-NEW-EMPLOYEE "-" WS-NEXT-SEQ
                     " is over the approval amount - queued as "
                     "approval " WS-APPROVAL-ID "."
               END-IF
            END-IF.

       WRITE-CLAIM-RECORD.
            WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                  DISPLAY "Claim " WS-NEW-EMPLOYEE "-" WS-NEXT-SEQ
                     " could not be written, status "
                     WS-CLAIM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       FIND-NEXT-SEQ.
            MOVE ZERO TO WS-NEXT-SEQ.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-EMPLOYEE TO EC-EMPLOYEE-ID.
            MOVE ZEROS TO EC-CLAIM-SEQ.
            START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CLAIM.
            PERFORM UNTIL WS-EOF OR
                  EC-EMPLOYEE-ID NOT = WS-NEW-EMPLOYEE
               MOVE EC-CLAIM-SEQ TO WS-NEXT-SEQ
               PERFORM READ-NEXT-CLAIM
            END-PERFORM.
            ADD 1 TO WS-NEXT-SEQ.

       READ-NEXT-CLAIM.
            READ EXPENSE-CLAIM-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LIST-CLAIMS.
            MOVE SPACES TO WS-NEW-EMPLOYEE.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-EMPLOYEE TO EC-EMPLOYEE-ID.
            MOVE ZEROS TO EC-CLAIM-SEQ.
            START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CLAIM.
            PERFORM UNTIL WS-EOF OR
                  EC-EMPLOYEE-ID NOT = WS-NEW-EMPLOYEE
               ADD 1 TO WS-LIST-COUNT
               MOVE EC-AMOUNT TO WS-MONEY-EDIT
               DISPLAY EC-CLAIM-SEQ " " EC-EXPENSE-DATE " "
                  EC-CATEGORY " " WS-MONEY-EDIT " " EC-RECEIPT-REF
                  " STATUS " EC-STATUS " " EC-DECIDED-BY
                  " PAID " EC-PAID-PERIOD
               DISPLAY "     " EC-DESCRIPTION
               PERFORM READ-NEXT-CLAIM
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " claim(s) on file.".
       END PROGRAM EXPENSE-CLAIM-ENTRY.
