      *> the rest of the run, and an out-of-balance or unmapped
      *> department posts completion code 8 so the accounting office
      *> never receives a one-sided file.
      *> The employer's own costs the run charged (employer-cost-
      *> net.dat) post in the same journal: each department's share
      *> debited to its mapped expense account and each cost type
      *> credited to its *ER- reserved-map liability account.
      *> Gross expense follows the run's labor distribution
      *> (labor-dist.dat), so hours worked for another department
      *> are charged there; a run that wrote no distribution posts
      *> each employee's gross to PN-DEPARTMENT as before.
      *> Expense claims the run reimbursed are in net but not in
      *> gross, so each category's total is debited to the expense
      *> account its claims carry (expense-claim.dat, the claims
      *> stamped paid in the run's period); the category totals
      *> must agree with the reimbursement pay-net.dat reports.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
               ASSIGN TO "pay-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-NET-STATUS.
               SELECT OPTIONAL LABOR-DIST-FILE
               ASSIGN TO "labor-dist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-NET-FILE
               ASSIGN TO "employer-cost-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-NET-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT OPTIONAL EXPENSE-CLAIM-FILE
               ASSIGN TO "expense-claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "payroll-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  PAY-NET-FILE.
           COPY PAY-NET-REC.
       FD  LABOR-DIST-FILE.
           COPY LABOR-DIST-REC.
       FD  EMPLOYER-COST-NET-FILE.
           COPY EMPLOYER-COST-NET-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-COST-NET-STATUS PIC XX VALUE "00".
       01 WS-LABOR-STATUS PIC XX VALUE "00".
       01 WS-LABOR-EOF-SWITCH PIC X VALUE "N".
           88 WS-LABOR-EOF VALUE "Y".
       01 WS-LABOR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-KEY PIC X(20) VALUE SPACES.
       01 WS-COST-EOF-SWITCH PIC X VALUE "N".
           88 WS-COST-EOF VALUE "Y".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE  PIC X(20).
              10 WS-DT-GROSS PIC 9(9)V99 COMP-3.
              10 WS-DT-EMPLOYER PIC 9(9)V99 COMP-3.
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-INPUT-COUNT PIC 9(6) VALUE ZERO.
      *> Employer cost liabilities accumulate per cost type; ten
      *> matches the employer cost table PAY-RUN loads.
       01 WS-COST-TYPE-TABLE.
           05 WS-COST-TYPE-ENTRY OCCURS 10 TIMES.
              10 WS-CT-TYPE   PIC X(4).
              10 WS-CT-AMOUNT PIC 9(9)V99 COMP-3.
       01 WS-COST-TYPE-COUNT PIC 99 VALUE ZERO.
       01 WS-COST-TYPE-INDEX PIC 99 VALUE ZERO.
       01 WS-COST-TYPE-HIT   PIC 99 VALUE ZERO.
       01 WS-COST-INPUT-COUNT PIC 9(6) VALUE ZERO.
      *> Reimbursed claims accumulate per category; twenty is well
      *> beyond the categories the shop maps.
       01 WS-CLAIM-STATUS PIC XX VALUE "00".
       01 WS-CLAIM-EOF-SWITCH PIC X VALUE "N".
           88 WS-CLAIM-EOF VALUE "Y".
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
              10 WS-CAT-CODE    PIC X(4).
              10 WS-CAT-ACCOUNT PIC X(8).
              10 WS-CAT-AMOUNT  PIC 9(9)V99 COMP-3.
       01 WS-CATEGORY-COUNT PIC 99 VALUE ZERO.
       01 WS-CATEGORY-INDEX PIC 99 VALUE ZERO.
       01 WS-CATEGORY-HIT   PIC 99 VALUE ZERO.
       01 WS-CLAIM-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-REIMBURSE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CLAIMED   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-INS   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT LABOR-DIST-FILE.
            IF WS-LABOR-STATUS NOT = "00" AND WS-LABOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open labor-dist.dat, status "
                  WS-LABOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYER-COST-NET-FILE.
            IF WS-COST-NET-STATUS NOT = "00" AND WS-COST-NET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employer-cost-net.dat, "
                  "status " WS-COST-NET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-claim.dat, status "
                  WS-CLAIM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open payroll-journal.dat, "
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ACCUMULATE-LABOR-DIST
               PERFORM ACCUMULATE-PAY-NET
               PERFORM ACCUMULATE-EMPLOYER-COST
               PERFORM ACCUMULATE-EXPENSE-CLAIMS
               PERFORM WRITE-JOURNAL-LINES
               PERFORM PROVE-AND-POST-TOTALS
            END-IF.
            CLOSE PAY-NET-FILE.
            CLOSE LABOR-DIST-FILE.
            CLOSE EMPLOYER-COST-NET-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE EXPENSE-CLAIM-FILE.
            CLOSE JOURNAL-FILE.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-INPUT-COUNT
               MOVE PN-PERIOD-NUMBER TO WS-RUN-PERIOD
               IF WS-LABOR-COUNT = 0
                  PERFORM ADD-GROSS-TO-DEPARTMENT
               END-IF
               ADD PN-DEDUCT-TAX TO WS-TOTAL-TAX
               ADD PN-DEDUCT-INS TO WS-TOTAL-INS
               ADD PN-DEDUCT-OTHER TO WS-TOTAL-OTHER
               ADD PN-NET-PAY TO WS-TOTAL-NET
               IF PN-REIMBURSEMENT IS NUMERIC
                  ADD PN-REIMBURSEMENT TO WS-TOTAL-REIMBURSE
               END-IF
               PERFORM READ-PAY-NET
            END-PERFORM.

            END-READ.

       ADD-GROSS-TO-DEPARTMENT.
            MOVE PN-DEPARTMENT TO WS-DEPT-KEY.
            PERFORM FIND-DEPARTMENT-ENTRY.
            IF WS-DEPT-HIT > 0
               ADD PN-GROSS-PAY TO WS-DT-GROSS(WS-DEPT-HIT)
            END-IF.

      *> The distribution carries every paid employee's gross split
      *> by department; each line goes to its department's total.
       ACCUMULATE-LABOR-DIST.
            PERFORM READ-LABOR-DIST.
            PERFORM UNTIL WS-LABOR-EOF
               ADD 1 TO WS-LABOR-COUNT
               MOVE LD-DEPARTMENT TO WS-DEPT-KEY
               PERFORM FIND-DEPARTMENT-ENTRY
               IF WS-DEPT-HIT > 0
                  ADD LD-COST TO WS-DT-GROSS(WS-DEPT-HIT)
               END-IF
               PERFORM READ-LABOR-DIST
            END-PERFORM.

       READ-LABOR-DIST.
            READ LABOR-DIST-FILE
               AT END SET WS-LABOR-EOF TO TRUE
            END-READ.

       FIND-DEPARTMENT-ENTRY.
            MOVE 0 TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = WS-DEPT-KEY
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-DEPT-KEY TO WS-DT-CODE(WS-DEPT-HIT)
               MOVE ZEROS TO WS-DT-GROSS(WS-DEPT-HIT)
                  WS-DT-EMPLOYER(WS-DEPT-HIT)
            END-IF.

       ACCUMULATE-EMPLOYER-COST.
            PERFORM READ-EMPLOYER-COST-NET.
            PERFORM UNTIL WS-COST-EOF
               ADD 1 TO WS-COST-INPUT-COUNT
               PERFORM ADD-COST-TO-DEPARTMENT
               PERFORM ADD-COST-TO-TYPE
               PERFORM READ-EMPLOYER-COST-NET
            END-PERFORM.

       READ-EMPLOYER-COST-NET.
            READ EMPLOYER-COST-NET-FILE
               AT END SET WS-COST-EOF TO TRUE
            END-READ.

       ADD-COST-TO-DEPARTMENT.
            MOVE ECN-DEPARTMENT TO WS-DEPT-KEY.
            PERFORM FIND-DEPARTMENT-ENTRY.
            IF WS-DEPT-HIT > 0
               ADD ECN-COST TO WS-DT-EMPLOYER(WS-DEPT-HIT)
            END-IF.

       ADD-COST-TO-TYPE.
            MOVE 0 TO WS-COST-TYPE-HIT.
            PERFORM VARYING WS-COST-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-COST-TYPE-INDEX > WS-COST-TYPE-COUNT
               IF WS-CT-TYPE(WS-COST-TYPE-INDEX) = ECN-COST-TYPE
                  MOVE WS-COST-TYPE-INDEX TO WS-COST-TYPE-HIT
               END-IF
            END-PERFORM.
            IF WS-COST-TYPE-HIT = 0 AND WS-COST-TYPE-COUNT < 10
               ADD 1 TO WS-COST-TYPE-COUNT
               MOVE WS-COST-TYPE-COUNT TO WS-COST-TYPE-HIT
               MOVE ECN-COST-TYPE TO WS-CT-TYPE(WS-COST-TYPE-HIT)
               MOVE ZEROS TO WS-CT-AMOUNT(WS-COST-TYPE-HIT)
            END-IF.
            IF WS-COST-TYPE-HIT > 0
               ADD ECN-COST TO WS-CT-AMOUNT(WS-COST-TYPE-HIT)
            END-IF.

      *> Only claims the run being posted paid - stamped with its
      *> period - belong in this journal; the period comes from
      *> pay-net.dat, so a rerun of the extract picks up the same
      *> claims again.
       ACCUMULATE-EXPENSE-CLAIMS.
            PERFORM READ-EXPENSE-CLAIM.
            PERFORM UNTIL WS-CLAIM-EOF
               IF EC-PAID AND EC-PAID-PERIOD = WS-RUN-PERIOD
                  ADD 1 TO WS-CLAIM-COUNT
                  PERFORM ADD-CLAIM-TO-CATEGORY
               END-IF
               PERFORM READ-EXPENSE-CLAIM
            END-PERFORM.
            IF WS-TOTAL-CLAIMED NOT = WS-TOTAL-REIMBURSE
               MOVE WS-TOTAL-REIMBURSE TO WS-TOTAL-MONEY-EDIT
               DISPLAY "Pay-net reimbursement " WS-TOTAL-MONEY-EDIT
               MOVE WS-TOTAL-CLAIMED TO WS-TOTAL-MONEY-EDIT
               DISPLAY "does not match claims paid "
                  WS-TOTAL-MONEY-EDIT
            END-IF.

       READ-EXPENSE-CLAIM.
            READ EXPENSE-CLAIM-FILE NEXT
               AT END SET WS-CLAIM-EOF TO TRUE
            END-READ.

       ADD-CLAIM-TO-CATEGORY.
            MOVE 0 TO WS-CATEGORY-HIT.
            PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                  UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
               IF WS-CAT-CODE(WS-CATEGORY-INDEX) = EC-CATEGORY AND
                     WS-CAT-ACCOUNT(WS-CATEGORY-INDEX) = EC-ACCOUNT
                  MOVE WS-CATEGORY-INDEX TO WS-CATEGORY-HIT
               END-IF
            END-PERFORM.
            IF WS-CATEGORY-HIT = 0 AND WS-CATEGORY-COUNT < 20
               ADD 1 TO WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-HIT
               MOVE EC-CATEGORY TO WS-CAT-CODE(WS-CATEGORY-HIT)
               MOVE EC-ACCOUNT TO WS-CAT-ACCOUNT(WS-CATEGORY-HIT)
               MOVE ZEROS TO WS-CAT-AMOUNT(WS-CATEGORY-HIT)
            END-IF.
            IF WS-CATEGORY-HIT > 0
               ADD EC-AMOUNT TO WS-CAT-AMOUNT(WS-CATEGORY-HIT)
               ADD EC-AMOUNT TO WS-TOTAL-CLAIMED
            END-IF.

      *> Debit gross expense per department, credit each liability
            MOVE "NET PAY CLEARING" TO WS-LINE-DESC.
            PERFORM WRITE-ONE-JOURNAL-LINE.
            ADD WS-TOTAL-NET TO WS-TOTAL-CREDIT.
            PERFORM WRITE-EMPLOYER-COST-LINES.
            PERFORM WRITE-EXPENSE-CLAIM-LINES.

      *> One debit per category to the account its claims were
      *> approved against; the matching credit is already inside
      *> the net-pay clearing line.
       WRITE-EXPENSE-CLAIM-LINES.
            PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                  UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
               MOVE WS-CAT-ACCOUNT(WS-CATEGORY-INDEX)
                  TO WS-LINE-ACCOUNT
               MOVE WS-CAT-AMOUNT(WS-CATEGORY-INDEX)
                  TO WS-LINE-AMOUNT
               MOVE "DR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "EXPENSE CLAIMS "
                  WS-CAT-CODE(WS-CATEGORY-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-ONE-JOURNAL-LINE
               ADD WS-CAT-AMOUNT(WS-CATEGORY-INDEX)
                  TO WS-TOTAL-DEBIT
            END-PERFORM.

      *> The employer's costs: expense by department on the same
      *> mapped account as the gross, and one liability credit per
      *> cost type on its *ER- reserved map code.
       WRITE-EMPLOYER-COST-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-EMPLOYER(WS-DEPT-INDEX) > 0
                  MOVE WS-DT-CODE(WS-DEPT-INDEX) TO DAM-DEPT-CODE
                  PERFORM LOOK-UP-MAP-ACCOUNT
                  MOVE WS-DT-EMPLOYER(WS-DEPT-INDEX)
                     TO WS-LINE-AMOUNT
                  MOVE "DR" TO WS-LINE-SIDE
                  MOVE SPACES TO WS-LINE-DESC
                  STRING "ER COST " WS-DT-CODE(WS-DEPT-INDEX)
                     DELIMITED BY SIZE INTO WS-LINE-DESC
                  PERFORM WRITE-ONE-JOURNAL-LINE
                  ADD WS-DT-EMPLOYER(WS-DEPT-INDEX)
                     TO WS-TOTAL-DEBIT
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-COST-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-COST-TYPE-INDEX > WS-COST-TYPE-COUNT
               MOVE SPACES TO DAM-DEPT-CODE
               STRING "*ER-" WS-CT-TYPE(WS-COST-TYPE-INDEX)
                  DELIMITED BY SIZE INTO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               MOVE WS-CT-AMOUNT(WS-COST-TYPE-INDEX)
                  TO WS-LINE-AMOUNT
               MOVE "CR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "EMPLOYER " WS-CT-TYPE(WS-COST-TYPE-INDEX)
                  " PAYABLE" DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-ONE-JOURNAL-LINE
               ADD WS-CT-AMOUNT(WS-COST-TYPE-INDEX)
                  TO WS-TOTAL-CREDIT
            END-PERFORM.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "N" TO WS-MAP-FOUND-FLAG.
