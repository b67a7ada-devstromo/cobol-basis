      *> a real department code must pass DEPT-VALIDATE; the
      *> reserved *TAX / *INSURANCE / *OTHER / *NET-CLEARING map
      *> codes name the credit-side accounts and skip the
      *> department check. The receivables journal's accounts are
      *> reserved codes the same way: *AR-CONTROL, *REVENUE,
      *> *FIN-CHG-INCOME, *CASH, *UNAPPLIED-CASH,
      *> *AR-ADJUSTMENTS (credit memos and debit adjustments),
      *> *BAD-DEBT-EXPENSE (write-offs and their recoveries) and
      *> *SALES-TAX-PAYABLE (sales tax billed on invoices). Revenue
      *> accounts carry type R. The payables journal credits
      *> *AP-CONTROL for vouchers entered and debits it, against
      *> *CASH, for vouchers paid. The employer cost liabilities
      *> (*ER- followed by the cost type) and the month-end
      *> *ACCRUED-WAGES liability are reserved codes as well, and
      *> each employee expense-claim category is mapped to its
      *> expense account under *EXP- followed by the category.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHART-ACCOUNT-MAINT.
       ENVIRONMENT DIVISION.
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-NAME PIC X(30) VALUE SPACES.
           01 WS-NEW-TYPE PIC X VALUE SPACE.
              88 WS-TYPE-KNOWN VALUE "E" "L" "C" "A" "R".
           01 WS-MAP-DEPT    PIC X(20) VALUE SPACES.
              88 WS-RESERVED-MAP-CODE VALUE "*TAX" "*INSURANCE"
                 "*OTHER" "*NET-CLEARING" "*AR-CONTROL" "*REVENUE"
                 "*FIN-CHG-INCOME" "*CASH" "*UNAPPLIED-CASH"
                 "*ACCRUED-WAGES" "*AR-ADJUSTMENTS" "*BAD-DEBT-EXPENSE"
                 "*SALES-TAX-PAYABLE" "*AP-CONTROL".
           01 WS-MAP-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
               DISPLAY "Account name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "Type - E)xpense L)iability C)learing "
                  "A)sset R)evenue:"
               ACCEPT WS-NEW-TYPE
               IF WS-NEW-NAME = SPACES
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-TYPE-KNOWN
                  DISPLAY "Type must be E, L, C, A or R."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MAP-DEPARTMENT.
            MOVE SPACES TO WS-MAP-DEPT WS-MAP-ACCOUNT.
            DISPLAY "Department code, or a reserved code:".
            DISPLAY "  payroll     *TAX *INSURANCE *OTHER "
               "*NET-CLEARING".
            DISPLAY "  receivables *AR-CONTROL *REVENUE "
               "*FIN-CHG-INCOME *CASH *UNAPPLIED-CASH".
            DISPLAY "              *AR-ADJUSTMENTS *BAD-DEBT-EXPENSE".
            DISPLAY "              *SALES-TAX-PAYABLE *AP-CONTROL".
            DISPLAY "  employer    *ER-<cost type> *ACCRUED-WAGES".
            DISPLAY "  expenses    *EXP-<claim category>".
            ACCEPT WS-MAP-DEPT.
            DISPLAY "Account number:".
            ACCEPT WS-MAP-ACCOUNT.
            IF WS-MAP-DEPT = SPACES OR WS-MAP-ACCOUNT = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID AND NOT WS-RESERVED-MAP-CODE AND
                  WS-MAP-DEPT(1:4) NOT = "*ER-" AND
                  WS-MAP-DEPT(1:5) NOT = "*EXP-"
               CALL "DEPT-VALIDATE" USING WS-MAP-DEPT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
