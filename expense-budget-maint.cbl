      *> Maintenance screen for the departmental expense budget, the
      *> same console transaction loop HEADCOUNT-BUDGET-MAINT uses.
      *> A budget line is a department, an expense account and a
      *> fiscal month (YYYYMM) with the amount budgeted. The
      *> department must pass DEPT-VALIDATE, the account must be an
      *> expense account on chart-of-accounts.dat and the month a
      *> real one, so EXPENSE-VARIANCE-REPORT never meets a line it
      *> cannot use. Since the ledger holds no department, an
      *> account already budgeted under one department is refused
      *> for another. L)ist shows one department's lines, or all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "expense-budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               ALTERNATE RECORD KEY IS EB-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-BUDGET-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY EXPENSE-BUDGET-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       WORKING-STORAGE SECTION.
           01 WS-BUDGET-STATUS PIC XX VALUE "00".
           01 WS-CHART-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-DEPT PIC X(20) VALUE SPACES.
           01 WS-NEW-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-NEW-PERIOD PIC X(6) VALUE SPACES.
           01 WS-NEW-AMOUNT PIC 9(9)V99 VALUE ZEROS.
           01 WS-PERIOD-DATE PIC X(8) VALUE SPACES.
           01 WS-LIST-DEPT PIC X(20) VALUE SPACES.
           01 WS-OWNER-DEPT PIC X(20) VALUE SPACES.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-BUDGET-EDIT PIC $$$,$$$,$$9.99.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O BUDGET-FILE.
            IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-budget.dat, "
                  "status " WS-BUDGET-STATUS
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
            CLOSE BUDGET-FILE.
            CLOSE CHART-ACCOUNT-FILE.
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
                  PERFORM LIST-BUDGET
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-BUDGET-DATA
                  PERFORM VALIDATE-BUDGET-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-BUDGET
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-BUDGET
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-BUDGET
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid budget data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Expense Budget - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-BUDGET-DATA.
            MOVE SPACES TO WS-NEW-DEPT WS-NEW-ACCOUNT WS-NEW-PERIOD.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Department code:".
            ACCEPT WS-NEW-DEPT.
            DISPLAY "Expense account:".
            ACCEPT WS-NEW-ACCOUNT.
            DISPLAY "Fiscal month (YYYYMM):".
            ACCEPT WS-NEW-PERIOD.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Budget amount:"
               ACCEPT WS-NEW-AMOUNT
            END-IF.

       VALIDATE-BUDGET-DATA.
            SET WS-INPUT-VALID TO TRUE.
            CALL "DEPT-VALIDATE" USING WS-NEW-DEPT
               WS-DEPT-FOUND-FLAG.
            IF NOT WS-DEPT-FOUND
               DISPLAY "Department " WS-NEW-DEPT
                  " not on reference file."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            MOVE WS-NEW-ACCOUNT TO COA-ACCOUNT-NUMBER.
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
            END-READ.
            MOVE SPACES TO WS-PERIOD-DATE.
            STRING WS-NEW-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-DATE.
            CALL "DATE-VALIDATE" USING WS-PERIOD-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid fiscal month " WS-NEW-PERIOD "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-ADD-TRANS AND WS-INPUT-VALID
               PERFORM CHECK-ACCOUNT-OWNER
            END-IF.

      *> Any line already on file for the account names the one
      *> department that owns it.
       CHECK-ACCOUNT-OWNER.
            MOVE SPACES TO WS-OWNER-DEPT.
            MOVE WS-NEW-ACCOUNT TO EB-ACCOUNT.
            READ BUDGET-FILE KEY IS EB-ACCOUNT
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE EB-DEPT-CODE TO WS-OWNER-DEPT
            END-READ.
            IF WS-OWNER-DEPT NOT = SPACES AND
                  WS-OWNER-DEPT NOT = WS-NEW-DEPT
               DISPLAY "Account " WS-NEW-ACCOUNT
                  " is already budgeted under " WS-OWNER-DEPT "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       ADD-BUDGET.
            MOVE WS-NEW-DEPT TO EB-DEPT-CODE.
            MOVE WS-NEW-ACCOUNT TO EB-ACCOUNT.
            MOVE WS-NEW-PERIOD TO EB-PERIOD.
            MOVE WS-NEW-AMOUNT TO EB-BUDGET-AMOUNT.
            WRITE EXPENSE-BUDGET-RECORD
               INVALID KEY
                  DISPLAY "Budget for " WS-NEW-DEPT " account "
                     WS-NEW-ACCOUNT " month " WS-NEW-PERIOD
                     " already exists."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Budget added."
            END-WRITE.

       CHANGE-BUDGET.
            MOVE WS-NEW-DEPT TO EB-DEPT-CODE.
            MOVE WS-NEW-ACCOUNT TO EB-ACCOUNT.
            MOVE WS-NEW-PERIOD TO EB-PERIOD.
            READ BUDGET-FILE
               INVALID KEY
                  DISPLAY "Budget record not found."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEW-AMOUNT TO EB-BUDGET-AMOUNT
                  REWRITE EXPENSE-BUDGET-RECORD
                  DISPLAY "Budget updated."
            END-READ.

       DELETE-BUDGET.
            MOVE WS-NEW-DEPT TO EB-DEPT-CODE.
            MOVE WS-NEW-ACCOUNT TO EB-ACCOUNT.
            MOVE WS-NEW-PERIOD TO EB-PERIOD.
            READ BUDGET-FILE
               INVALID KEY
                  DISPLAY "Budget record not found."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE BUDGET-FILE RECORD
                  DISPLAY "Budget deleted."
            END-READ.

       LIST-BUDGET.
            DISPLAY "Department code (blank for all):".
            MOVE SPACES TO WS-LIST-DEPT.
            ACCEPT WS-LIST-DEPT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO EB-KEY.
            MOVE WS-LIST-DEPT TO EB-DEPT-CODE.
            START BUDGET-FILE KEY NOT < EB-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BUDGET.
            PERFORM UNTIL WS-EOF
               IF WS-LIST-DEPT NOT = SPACES AND
                     EB-DEPT-CODE NOT = WS-LIST-DEPT
                  SET WS-EOF TO TRUE
               ELSE
                  MOVE EB-BUDGET-AMOUNT TO WS-BUDGET-EDIT
                  DISPLAY EB-DEPT-CODE " ACCOUNT " EB-ACCOUNT
                     " MONTH " EB-PERIOD " BUDGET " WS-BUDGET-EDIT
                  PERFORM READ-NEXT-BUDGET
               END-IF
            END-PERFORM.

       READ-NEXT-BUDGET.
            READ BUDGET-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM EXPENSE-BUDGET-MAINT.
