       FD  MSG-ACK-FILE.
           COPY MSG-ACK-REC.
       WORKING-STORAGE SECTION.
       01 ConsoleOption PIC 999 VALUE ZERO.
           88 ExitConsole VALUE 99.
       01 WS-SUBSYSTEM-NAME PIC X(30) VALUE SPACES.
       01 WS-AUDIT-PROGRAM PIC X(10) VALUE "OPS-CONSOL".

      *> The options string keeps the session's selections in order
      *> until its 40 columns run out; a very long session simply
      *> stops appending. Options are three digits now that the
      *> menu runs past 99.
       NOTE-OPTION-USED.
            IF WS-OPTIONS-LEN <= 36
               MOVE ConsoleOption
                  TO WS-OPTIONS-USED(WS-OPTIONS-LEN + 1:3)
               ADD 4 TO WS-OPTIONS-LEN
            END-IF.

       CONSOLE-LOOP.
               WHEN 75
                  MOVE "TICKET-AGING-WORKLIST"
                     TO WS-SUBSYSTEM-NAME
               WHEN 76
                  MOVE "GL-POSTING-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 77
                  MOVE "TRIAL-BALANCE-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 78
                  MOVE "AR-JOURNAL-EXTRACT" TO WS-SUBSYSTEM-NAME
               WHEN 79
                  MOVE "PAY-HISTORY-INQUIRY" TO WS-SUBSYSTEM-NAME
               WHEN 80
                  MOVE "PAYROLL-QUARTER-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 81
                  MOVE "CHECK-PRINT-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 82
                  MOVE "CHECK-STOCK-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 83
                  MOVE "PAY-VOID-ENTRY" TO WS-SUBSYSTEM-NAME
               WHEN 84
                  MOVE "PAY-VOID-JOURNAL-EXTRACT"
                     TO WS-SUBSYSTEM-NAME
               WHEN 85
                  MOVE "SUPP-EARNING-ENTRY" TO WS-SUBSYSTEM-NAME
               WHEN 86
                  MOVE "SUPP-PAY-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 87
                  MOVE "SUPP-PAY-JOURNAL-EXTRACT"
                     TO WS-SUBSYSTEM-NAME
               WHEN 88
                  MOVE "FINAL-PAY-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 89
                  MOVE "FINAL-PAY-JOURNAL-EXTRACT"
                     TO WS-SUBSYSTEM-NAME
               WHEN 90
                  MOVE "LABOR-DIST-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 91
                  MOVE "TIME-CLOCK-IMPORT" TO WS-SUBSYSTEM-NAME
               WHEN 92
                  MOVE "PAYROLL-ACCRUAL-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 93
                  MOVE "DEDUCTION-PAYEE-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 94
                  MOVE "REMITTANCE-REGISTER" TO WS-SUBSYSTEM-NAME
               WHEN 95
                  MOVE "BENEFIT-PLAN-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 96
                  MOVE "BENEFIT-ENROLL-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 100
                  MOVE "INVOICE-ADJUST-ENTRY" TO WS-SUBSYSTEM-NAME
               WHEN 101
                  MOVE "INVOICE-ADJUST-REGISTER" TO WS-SUBSYSTEM-NAME
               WHEN 102
                  MOVE "BAD-DEBT-WRITEOFF-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 103
                  MOVE "WRITEOFF-RECOVERY" TO WS-SUBSYSTEM-NAME
               WHEN 104
                  MOVE "DUNNING-LETTER-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 105
                  MOVE "LOCKBOX-IMPORT" TO WS-SUBSYSTEM-NAME
               WHEN 106
                  MOVE "ITEM-CATALOG-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 107
                  MOVE "SALES-TAX-RATE-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 108
                  MOVE "CONTRACT-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 109
                  MOVE "CONTRACT-BILLING-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 110
                  MOVE "VENDOR-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 111
                  MOVE "VOUCHER-ENTRY" TO WS-SUBSYSTEM-NAME
               WHEN 112
                  MOVE "AP-PAYMENT-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 113
                  MOVE "AP-JOURNAL-EXTRACT" TO WS-SUBSYSTEM-NAME
               WHEN 114
                  MOVE "PURCHASE-ORDER-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 115
                  MOVE "PO-RECEIVING" TO WS-SUBSYSTEM-NAME
               WHEN 116
                  MOVE "PLAN-VS-ACTUAL-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 117
                  MOVE "EXPENSE-CLAIM-ENTRY" TO WS-SUBSYSTEM-NAME
               WHEN 118
                  MOVE "BANK-STMT-IMPORT" TO WS-SUBSYSTEM-NAME
               WHEN 119
                  MOVE "BANK-RECON-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 120
                  MOVE "BANK-MATCH-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 121
                  MOVE "BANK-RECON-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 122
                  MOVE "EXPENSE-BUDGET-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 123
                  MOVE "EXPENSE-VARIANCE-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 124
                  MOVE "UNAPPLIED-CASH-WORKLIST" TO WS-SUBSYSTEM-NAME
               WHEN 125
                  MOVE "UNAPPLIED-CASH-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 126
                  MOVE "CUSTOMER-REFUND-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 127
                  MOVE "CASH-FORECAST-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 128
                  MOVE "SALES-ANALYSIS-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 129
                  MOVE "TICKET-TIME-BILLING-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 130
                  MOVE "ASSET-PM-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 131
                  MOVE "PM-WORK-ORDER-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 132
                  MOVE "LEASE-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 133
                  MOVE "LEASE-PAYMENT-RUN" TO WS-SUBSYSTEM-NAME
               WHEN 134
                  MOVE "LEASE-COMMITMENT-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 135
                  MOVE "LEASE-RENEWAL-ALERT" TO WS-SUBSYSTEM-NAME
               WHEN 136
                  MOVE "ASSET-CUSTODY" TO WS-SUBSYSTEM-NAME
               WHEN 137
                  MOVE "CUSTODY-CHECKLIST-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 138
                  MOVE "BOOK-TAX-DIFFERENCE-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 139
                  MOVE "PERF-REVIEW-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 140
                  MOVE "PERF-REVIEW-STATUS-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 141
                  MOVE "MERIT-MATRIX-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 142
                  MOVE "POSITION-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 143
                  MOVE "POSITION-VACANCY-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 144
                  MOVE "POSITION-CONTROL-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 145
                  MOVE "REQUISITION-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 146
                  MOVE "APPLICANT-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 147
                  MOVE "REQUISITION-PIPELINE-REPORT"
                     TO WS-SUBSYSTEM-NAME
               WHEN 148
                  MOVE "ORG-CHART-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 149
                  MOVE "INCIDENT-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 150
                  MOVE "INCIDENT-SUMMARY-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 151
                  MOVE "TOTAL-COMP-STATEMENT" TO WS-SUBSYSTEM-NAME
               WHEN 152
                  MOVE "CERT-REQUIREMENT-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 153
                  MOVE "CERT-COMPLIANCE-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 154
                  MOVE "LEAVE-REQUEST-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 155
                  MOVE "LEAVE-ABSENCE-CALENDAR" TO WS-SUBSYSTEM-NAME
               WHEN 156
                  MOVE "LEAVE-REQUEST-POST" TO WS-SUBSYSTEM-NAME
               WHEN 157
                  MOVE "LEGAL-HOLD-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 158
                  MOVE "PERSONAL-DATA-PURGE" TO WS-SUBSYSTEM-NAME
               WHEN 159
                  MOVE "TEST-LIBRARY-COPY" TO WS-SUBSYSTEM-NAME
               WHEN 160
                  MOVE "REF-INTEGRITY-SWEEP" TO WS-SUBSYSTEM-NAME
               WHEN 161
                  MOVE "SOD-CONFLICT-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 162
                  MOVE "FX-REVALUATION-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 163
                  MOVE "REPORT-BURST" TO WS-SUBSYSTEM-NAME
               WHEN 164
                  MOVE "POSTAL-RANGE-MAINT" TO WS-SUBSYSTEM-NAME
               WHEN 165
                  MOVE "ADDRESS-SWEEP-REPORT" TO WS-SUBSYSTEM-NAME
               WHEN 99
                  CONTINUE
               WHEN OTHER
            DISPLAY "73 - Department reorganization".
            DISPLAY "74 - Service ticket desk".
            DISPLAY "75 - Ticket aging worklist".
            DISPLAY "76 - General ledger posting".
            DISPLAY "77 - Trial balance".
            DISPLAY "78 - Receivables journal extract".
            DISPLAY "79 - Pay history inquiry".
            DISPLAY "80 - Quarterly withholding report".
            DISPLAY "81 - Payroll check print".
            DISPLAY "82 - Check stock maintenance".
            DISPLAY "83 - Payment void / check reissue".
            DISPLAY "84 - Payment void journal extract".
            DISPLAY "85 - Supplemental earnings entry".
            DISPLAY "86 - Supplemental pay run".
            DISPLAY "87 - Supplemental pay journal extract".
            DISPLAY "88 - Final-pay settlement run".
            DISPLAY "89 - Final-pay journal extract".
            DISPLAY "90 - Labor distribution report".
            DISPLAY "91 - Time-clock punch import".
            DISPLAY "92 - Month-end payroll accrual".
            DISPLAY "93 - Deduction payee maintenance".
            DISPLAY "94 - Deduction remittance register".
            DISPLAY "95 - Benefit plan maintenance".
            DISPLAY "96 - Benefit enrollment maintenance".
            DISPLAY "100 - Invoice credit memo / debit adjustment".
            DISPLAY "101 - Invoice adjustment register".
            DISPLAY "102 - Bad-debt write-off run".
            DISPLAY "103 - Bad-debt recovery".
            DISPLAY "104 - Dunning letter run".
            DISPLAY "105 - Lockbox receipt import".
            DISPLAY "106 - Item catalog maintenance".
            DISPLAY "107 - Sales tax rate maintenance".
            DISPLAY "108 - Service contract maintenance".
            DISPLAY "109 - Recurring contract billing run".
            DISPLAY "110 - Vendor maintenance".
            DISPLAY "111 - Payables voucher entry".
            DISPLAY "112 - AP payment run".
            DISPLAY "113 - AP journal extract".
            DISPLAY "114 - Capital purchase orders".
            DISPLAY "115 - PO receiving into asset register".
            DISPLAY "116 - Capital plan versus actual".
            DISPLAY "117 - Employee expense claims".
            DISPLAY "118 - Bank statement import".
            DISPLAY "119 - Bank reconciliation auto-match".
            DISPLAY "120 - Bank manual matching".
            DISPLAY "121 - Bank reconciliation report".
            DISPLAY "122 - Departmental expense budget".
            DISPLAY "123 - Expense budget variance report".
            DISPLAY "124 - Unapplied cash worklist".
            DISPLAY "125 - Unapplied cash apply/refund".
            DISPLAY "126 - Customer refund payment run".
            DISPLAY "127 - Cash receipts forecast".
            DISPLAY "128 - Sales analysis by state/customer".
            DISPLAY "129 - Ticket time billing run".
            DISPLAY "130 - PM schedule / work order completion".
            DISPLAY "131 - Weekly PM work order run".
            DISPLAY "132 - Lease register maintenance".
            DISPLAY "133 - Monthly lease payment run".
            DISPLAY "134 - Future lease commitments by year".
            DISPLAY "135 - Lease renewal notice alert".
            DISPLAY "136 - Asset custody issue / return".
            DISPLAY "137 - Termination custody checklist".
            DISPLAY "138 - Book-to-tax difference report".
            DISPLAY "139 - Performance review entry".
            DISPLAY "140 - Review completion report".
            DISPLAY "141 - Merit matrix maintenance".
            DISPLAY "142 - Position maintenance".
            DISPLAY "143 - Position vacancy report".
            DISPLAY "144 - Position control report".
            DISPLAY "145 - Job requisitions".
            DISPLAY "146 - Applicant tracking".
            DISPLAY "147 - Requisition pipeline report".
            DISPLAY "148 - Organization chart".
            DISPLAY "149 - Incident log".
            DISPLAY "150 - Incident annual summary".
            DISPLAY "151 - Total compensation statement".
            DISPLAY "152 - Certification requirements".
            DISPLAY "153 - Certification compliance report".
            DISPLAY "154 - Leave requests and approval".
            DISPLAY "155 - Department absence calendar".
            DISPLAY "156 - Post approved leave requests".
            DISPLAY "157 - Legal holds".
            DISPLAY "158 - Personal data retention purge".
            DISPLAY "159 - Masked test library copy".
            DISPLAY "160 - Referential integrity sweep".
            DISPLAY "161 - Segregation of duties report".
            DISPLAY "162 - FX revaluation report".
            DISPLAY "163 - Report bursting".
            DISPLAY "164 - Postal code range maintenance".
            DISPLAY "165 - Address sweep report".
            DISPLAY "99 - Exit".
            ACCEPT ConsoleOption.

