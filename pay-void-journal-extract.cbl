      *> Payment void journal extract: the ledger side of payments
      *> voided after their period posted. Every pay-history row
      *> PAY-VOID-APPLY has marked voided and not yet carried to the
      *> ledger is reversed on pay-void-journal.dat - the payroll
      *> journal's lines with the sides turned round: gross expense
      *> credited back by department through the dept-account-map,
      *> and the tax / insurance / other deduction liabilities and
      *> the net-pay clearing account debited from their reserved
      *> map codes (*TAX, *INSURANCE, *OTHER, *NET-CLEARING).
      *> The gross comes back split the way PAY-RUN's labor
      *> distribution split it, and the employer costs and benefit
      *> premium the pay charged are reversed too - expense
      *> credited by department, each cost type's *ER- liability
      *> debited - all from what the run kept for the payment on
      *> pay-charge.dat. A payment with no labor shares there (a
      *> supplemental or final pay) credits its whole gross to the
      *> home department on the history row.
      *> The clearing debit is the whole check - net plus any
      *> expense reimbursement paid with it - and the reimbursement
      *> is credited back to the expense accounts of the claims
      *> PAY-VOID-APPLY returned (expense-claim.dat, marked with the
      *> voided period), so the next run's payment of them is not
      *> expensed twice.
      *> Like the receivables extract, the rows are marked journaled
      *> only when the journal proves - debits equal credits with
      *> every code mapped - so a refused journal leaves them to be
      *> picked up by the next run; the proof posts through
      *> CONTROL-TOTAL-WRITE the way the payroll journal's does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VOID-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT OPTIONAL EXPENSE-CLAIM-FILE
               ASSIGN TO "expense-claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
               SELECT OPTIONAL PAY-CHARGE-FILE
               ASSIGN TO "pay-charge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-CHARGE-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "pay-void-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       FD  PAY-CHARGE-FILE.
           COPY PAY-CHARGE-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-CLAIM-STATUS PIC XX VALUE "00".
       01 WS-CHARGE-STATUS PIC XX VALUE "00".
       01 WS-CHARGE-EOF-SWITCH PIC X VALUE "N".
           88 WS-CHARGE-EOF VALUE "Y".
       01 WS-LABOR-SHARE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLAIM-EOF-SWITCH PIC X VALUE "N".
           88 WS-CLAIM-EOF VALUE "Y".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
      *> Pass switch: the first walk only accumulates, the second
      *> (run only when the journal proves) marks the rows.
       01 WS-PASS-SWITCH PIC X VALUE "A".
           88 WS-ACCUMULATE-PASS VALUE "A".
           88 WS-MARK-PASS       VALUE "M".
      *> Gross accumulates per department in this table; 50 matches
      *> the department table sizes elsewhere in the shop.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE  PIC X(20).
              10 WS-DT-GROSS PIC 9(9)V99 COMP-3.
              10 WS-DT-EMPLOYER PIC 9(9)V99 COMP-3.
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-DEPT-KEY   PIC X(20) VALUE SPACES.
      *> Employer cost liabilities accumulate per cost type; ten
      *> matches the employer cost table PAY-RUN loads.
       01 WS-COST-TYPE-TABLE.
           05 WS-COST-TYPE-ENTRY OCCURS 10 TIMES.
              10 WS-CT-TYPE   PIC X(4).
              10 WS-CT-AMOUNT PIC 9(9)V99 COMP-3.
       01 WS-COST-TYPE-COUNT PIC 99 VALUE ZERO.
       01 WS-COST-TYPE-INDEX PIC 99 VALUE ZERO.
       01 WS-COST-TYPE-HIT   PIC 99 VALUE ZERO.
      *> Reimbursements credit back by claim category and account,
      *> the same grouping the payroll journal debited them in.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
              10 WS-CAT-CODE    PIC X(4).
              10 WS-CAT-ACCOUNT PIC X(8).
              10 WS-CAT-AMOUNT  PIC 9(9)V99 COMP-3.
       01 WS-CATEGORY-COUNT PIC 99 VALUE ZERO.
       01 WS-CATEGORY-INDEX PIC 99 VALUE ZERO.
       01 WS-CATEGORY-HIT   PIC 99 VALUE ZERO.
       01 WS-REIMBURSEMENT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-REIMBURSE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CLAIMED   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-VOID-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-INS   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-LINE-MAP-CODE PIC X(20) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "PAY-VOID-JOURNAL".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN I-O PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-claim.dat, status "
                  WS-CLAIM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-CHARGE-FILE.
            IF WS-CHARGE-STATUS NOT = "00" AND WS-CHARGE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open pay-charge.dat, status "
                  WS-CHARGE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open pay-void-journal.dat, "
                  "status " WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SET WS-ACCUMULATE-PASS TO TRUE
               PERFORM WALK-PAY-HISTORY
               PERFORM WRITE-JOURNAL-LINES
               PERFORM PROVE-AND-POST-TOTALS
               IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                     WS-UNMAPPED-COUNT = 0
                  SET WS-MARK-PASS TO TRUE
                  PERFORM WALK-PAY-HISTORY
               END-IF
            END-IF.
            CLOSE PAY-HISTORY-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE EXPENSE-CLAIM-FILE.
            CLOSE PAY-CHARGE-FILE.
            CLOSE JOURNAL-FILE.
            DISPLAY "Voided payments journaled: " WS-VOID-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       WALK-PAY-HISTORY.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO PPH-KEY.
            START PAY-HISTORY-FILE KEY NOT < PPH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-HISTORY.
            PERFORM UNTIL WS-EOF
               IF PPH-VOIDED AND NOT PPH-VOID-JOURNALED
                  PERFORM TAKE-ONE-VOID
               END-IF
               PERFORM READ-NEXT-HISTORY
            END-PERFORM.

       READ-NEXT-HISTORY.
            READ PAY-HISTORY-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       TAKE-ONE-VOID.
            IF WS-ACCUMULATE-PASS
               ADD 1 TO WS-VOID-COUNT
               PERFORM ACCUMULATE-PAY-CHARGES
               IF WS-LABOR-SHARE-COUNT = 0
                  MOVE PPH-DEPARTMENT TO WS-DEPT-KEY
                  PERFORM FIND-DEPARTMENT-ENTRY
                  IF WS-DEPT-HIT > 0
                     ADD PPH-GROSS-PAY TO WS-DT-GROSS(WS-DEPT-HIT)
                  END-IF
               END-IF
               ADD PPH-DEDUCT-TAX TO WS-TOTAL-TAX
               ADD PPH-DEDUCT-INS TO WS-TOTAL-INS
               ADD PPH-DEDUCT-OTHER TO WS-TOTAL-OTHER
               ADD PPH-NET-PAY TO WS-TOTAL-NET
               MOVE ZEROS TO WS-REIMBURSEMENT
               IF PPH-REIMBURSEMENT IS NUMERIC
                  MOVE PPH-REIMBURSEMENT TO WS-REIMBURSEMENT
               END-IF
               IF WS-REIMBURSEMENT > 0
                  ADD WS-REIMBURSEMENT TO WS-TOTAL-NET
                  ADD WS-REIMBURSEMENT TO WS-TOTAL-REIMBURSE
                  PERFORM ACCUMULATE-RETURNED-CLAIMS
               END-IF
            ELSE
               MOVE "J" TO PPH-VOID-JOURNAL-FLAG
               REWRITE PAY-PERIOD-HIST-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark void " PPH-EMPLOYEE-ID
                        " " PPH-PERIOD-NUMBER "-" PPH-RUN-SEQ
                        " journaled, status " WS-PAY-HISTORY-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

      *> Everything the payment's run charged: each labor share to
      *> its department's gross, each employer cost to its
      *> department's employer expense and its type's liability.
       ACCUMULATE-PAY-CHARGES.
            MOVE ZERO TO WS-LABOR-SHARE-COUNT.
            MOVE "N" TO WS-CHARGE-EOF-SWITCH.
            MOVE PPH-EMPLOYEE-ID TO PCH-EMPLOYEE-ID.
            MOVE PPH-PERIOD-NUMBER TO PCH-PERIOD-NUMBER.
            MOVE PPH-RUN-SEQ TO PCH-RUN-SEQ.
            MOVE LOW-VALUES TO PCH-KIND PCH-CODE.
            START PAY-CHARGE-FILE KEY NOT < PCH-KEY
               INVALID KEY SET WS-CHARGE-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CHARGE.
            PERFORM UNTIL WS-CHARGE-EOF OR
                  PCH-EMPLOYEE-ID NOT = PPH-EMPLOYEE-ID OR
                  PCH-PERIOD-NUMBER NOT = PPH-PERIOD-NUMBER OR
                  PCH-RUN-SEQ NOT = PPH-RUN-SEQ
               IF PCH-LABOR-SHARE
                  ADD 1 TO WS-LABOR-SHARE-COUNT
                  MOVE PCH-CODE TO WS-DEPT-KEY
                  PERFORM FIND-DEPARTMENT-ENTRY
                  IF WS-DEPT-HIT > 0
                     ADD PCH-AMOUNT TO WS-DT-GROSS(WS-DEPT-HIT)
                  END-IF
               END-IF
               IF PCH-EMPLOYER-COST
                  MOVE PCH-DEPARTMENT TO WS-DEPT-KEY
                  PERFORM FIND-DEPARTMENT-ENTRY
                  IF WS-DEPT-HIT > 0
                     ADD PCH-AMOUNT TO WS-DT-EMPLOYER(WS-DEPT-HIT)
                  END-IF
                  PERFORM ADD-COST-TO-TYPE
               END-IF
               PERFORM READ-NEXT-CHARGE
            END-PERFORM.

       READ-NEXT-CHARGE.
            READ PAY-CHARGE-FILE NEXT
               AT END SET WS-CHARGE-EOF TO TRUE
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

       ADD-COST-TO-TYPE.
            MOVE 0 TO WS-COST-TYPE-HIT.
            PERFORM VARYING WS-COST-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-COST-TYPE-INDEX > WS-COST-TYPE-COUNT
               IF WS-CT-TYPE(WS-COST-TYPE-INDEX) = PCH-CODE
                  MOVE WS-COST-TYPE-INDEX TO WS-COST-TYPE-HIT
               END-IF
            END-PERFORM.
            IF WS-COST-TYPE-HIT = 0 AND WS-COST-TYPE-COUNT < 10
               ADD 1 TO WS-COST-TYPE-COUNT
               MOVE WS-COST-TYPE-COUNT TO WS-COST-TYPE-HIT
               MOVE PCH-CODE TO WS-CT-TYPE(WS-COST-TYPE-HIT)
               MOVE ZEROS TO WS-CT-AMOUNT(WS-COST-TYPE-HIT)
            END-IF.
            IF WS-COST-TYPE-HIT > 0
               ADD PCH-AMOUNT TO WS-CT-AMOUNT(WS-COST-TYPE-HIT)
            END-IF.

      *> The claims the void returned are the employee's claims
      *> carrying the voided period; between them they must make
      *> up the reimbursement, or the journal will not balance.
       ACCUMULATE-RETURNED-CLAIMS.
            MOVE "N" TO WS-CLAIM-EOF-SWITCH.
            MOVE PPH-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
            MOVE ZEROS TO EC-CLAIM-SEQ.
            START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-CLAIM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CLAIM.
            PERFORM UNTIL WS-CLAIM-EOF OR
                  EC-EMPLOYEE-ID NOT = PPH-EMPLOYEE-ID
               IF EC-VOIDED-PERIOD = PPH-PERIOD-NUMBER
                  PERFORM ADD-CLAIM-TO-CATEGORY
               END-IF
               PERFORM READ-NEXT-CLAIM
            END-PERFORM.

       READ-NEXT-CLAIM.
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

      *> The payroll journal's lines with the sides reversed. Only
      *> non-zero lines are written.
       WRITE-JOURNAL-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO WS-LINE-MAP-CODE
               MOVE WS-DT-GROSS(WS-DEPT-INDEX) TO WS-LINE-AMOUNT
               MOVE "CR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "VOID GROSS " WS-DT-CODE(WS-DEPT-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-MAPPED-LINE
            END-PERFORM.
            MOVE "*TAX" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-TAX TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "VOID TAX WITHHOLDING PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*INSURANCE" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-INS TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "VOID INSURANCE PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*OTHER" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-OTHER TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "VOID OTHER DEDUCTIONS PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*NET-CLEARING" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-NET TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "VOID NET PAY CLEARING" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            PERFORM WRITE-EXPENSE-CLAIM-LINES.
            PERFORM WRITE-EMPLOYER-COST-LINES.
            IF WS-TOTAL-CLAIMED NOT = WS-TOTAL-REIMBURSE
               MOVE WS-TOTAL-REIMBURSE TO WS-TOTAL-MONEY-EDIT
               DISPLAY "Voided reimbursement " WS-TOTAL-MONEY-EDIT
               MOVE WS-TOTAL-CLAIMED TO WS-TOTAL-MONEY-EDIT
               DISPLAY "does not match claims returned "
                  WS-TOTAL-MONEY-EDIT
            END-IF.

      *> One credit per category back to the account its claims
      *> were approved against; the matching debit is inside the
      *> net-pay clearing line.
       WRITE-EXPENSE-CLAIM-LINES.
            PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                  UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
               IF WS-CAT-AMOUNT(WS-CATEGORY-INDEX) > 0
                  MOVE WS-CAT-ACCOUNT(WS-CATEGORY-INDEX)
                     TO WS-LINE-ACCOUNT
                  MOVE WS-CAT-AMOUNT(WS-CATEGORY-INDEX)
                     TO WS-LINE-AMOUNT
                  MOVE "CR" TO WS-LINE-SIDE
                  MOVE SPACES TO WS-LINE-DESC
                  STRING "VOID EXPENSE CLAIMS "
                     WS-CAT-CODE(WS-CATEGORY-INDEX)
                     DELIMITED BY SIZE INTO WS-LINE-DESC
                  PERFORM WRITE-ONE-JOURNAL-LINE
                  ADD WS-CAT-AMOUNT(WS-CATEGORY-INDEX)
                     TO WS-TOTAL-CREDIT
               END-IF
            END-PERFORM.

      *> The employer costs come back the same way: expense
      *> credited on each department's mapped account, each cost
      *> type's *ER- liability debited.
       WRITE-EMPLOYER-COST-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO WS-LINE-MAP-CODE
               MOVE WS-DT-EMPLOYER(WS-DEPT-INDEX) TO WS-LINE-AMOUNT
               MOVE "CR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "VOID ER COST " WS-DT-CODE(WS-DEPT-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-MAPPED-LINE
            END-PERFORM.
            PERFORM VARYING WS-COST-TYPE-INDEX FROM 1 BY 1
                  UNTIL WS-COST-TYPE-INDEX > WS-COST-TYPE-COUNT
               MOVE SPACES TO WS-LINE-MAP-CODE
               STRING "*ER-" WS-CT-TYPE(WS-COST-TYPE-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-MAP-CODE
               MOVE WS-CT-AMOUNT(WS-COST-TYPE-INDEX)
                  TO WS-LINE-AMOUNT
               MOVE "DR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "VOID EMPLOYER " WS-CT-TYPE(WS-COST-TYPE-INDEX)
                  " PAYABLE" DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-MAPPED-LINE
            END-PERFORM.

       WRITE-MAPPED-LINE.
            IF WS-LINE-AMOUNT > 0
               MOVE WS-LINE-MAP-CODE TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
               IF WS-LINE-SIDE = "DR"
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
            END-IF.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "N" TO WS-MAP-FOUND-FLAG.
            MOVE "UNMAPPED" TO WS-LINE-ACCOUNT.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMAPPED-COUNT
                  DISPLAY "No account mapped for " DAM-DEPT-CODE
               NOT INVALID KEY
                  MOVE DAM-ACCOUNT-NUMBER TO WS-LINE-ACCOUNT
                  SET WS-MAP-FOUND TO TRUE
            END-READ.

       WRITE-ONE-JOURNAL-LINE.
            MOVE SPACES TO JOURNAL-LINE-RECORD.
            MOVE WS-RUN-DATE TO JL-POST-DATE.
            MOVE "PAYVOID" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.

       PROVE-AND-POST-TOTALS.
            MOVE WS-TOTAL-DEBIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal debits  : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-CREDIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal credits : " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Lines written   : " WS-LINE-COUNT.
            DISPLAY "Unmapped lookups: " WS-UNMAPPED-COUNT.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               DISPLAY "DEBITS EQUAL CREDITS - JOURNAL BALANCED"
            ELSE
               DISPLAY "JOURNAL OUT OF BALANCE - DO NOT POST"
            END-IF.
            MOVE WS-LINE-COUNT TO WS-CTL-INPUT WS-CTL-WRITTEN.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                  WS-UNMAPPED-COUNT = 0
               MOVE WS-LINE-COUNT TO WS-CTL-ACCEPT
               MOVE ZEROS TO WS-CTL-REJECT
            ELSE
               MOVE ZEROS TO WS-CTL-ACCEPT
               MOVE WS-LINE-COUNT TO WS-CTL-REJECT
            END-IF.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM PAY-VOID-JOURNAL-EXTRACT.
