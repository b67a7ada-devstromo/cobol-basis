      *> Monthly segregation-of-duties conflict report for internal
      *> audit. Where OPERATOR-ACTIVITY-INQUIRY answers for one
      *> operator on request, this step reads the whole month of
      *> maint-trans.log, employee-trans.log and pending-approval.dat
      *> against the rules on sod-rules.dat (SOD-RULE-REC; all five
      *> rules on, RATE-PAIR at 3, when the file is absent) and lists
      *> every conflict with the trail lines that prove it:
      *>  - SELF-PAY / SELF-BNK: a PAY-MASTER or BANK-DETAIL line
      *>    whose signed-on user is the employee whose record it
      *>    keys, and a pay-master approval item the same person
      *>    asked for or released on their own record;
      *>  - SELF-EMP: the same on employee-trans.log and on the
      *>    employee approval items;
      *>  - RATE-PAIR: one requester/approver pair releasing the
      *>    threshold number of rate changes or more in the month,
      *>    with the approval numbers;
      *>  - INV-CASH: an UNAPPLD-CASH apply in the month whose
      *>    operator also keyed the invoice it paid (INVOICE line,
      *>    any date).
      *> The month is keyed as YYYYMM; blank or zero takes the month
      *> before the current one, which is how the monthly job runs
      *> it. Prints sod-conflict.rpt and posts 4 when conflicts are
      *> listed, 8 when the report would not open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLICT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL SOD-RULES-FILE
               ASSIGN TO "sod-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
               SELECT OPTIONAL MAINT-TRANS-LOG
               ASSIGN TO "maint-trans.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
               SELECT OPTIONAL EMPLOYEE-TRANS-LOG
               ASSIGN TO "employee-trans.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "pending-approval.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-APPROVAL-ID
               FILE STATUS IS WS-QUEUE-STATUS.
               SELECT SOD-REPORT
               ASSIGN TO "sod-conflict.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULES-FILE.
           COPY SOD-RULE-REC.
       FD  MAINT-TRANS-LOG.
           COPY MAINT-TRANS-LOG-REC.
       FD  EMPLOYEE-TRANS-LOG.
           COPY EMPLOYEE-TRANS-LOG-REC.
       FD  PENDING-APPROVAL-FILE.
           COPY PENDING-APPROVAL-REC.
       FD  SOD-REPORT.
       01  SOD-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-RULES-STATUS PIC XX VALUE "00".
       01 WS-MAINT-STATUS PIC XX VALUE "00".
       01 WS-TRANS-STATUS PIC XX VALUE "00".
       01 WS-QUEUE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-GROUP REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM   PIC 9(2).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE   PIC 9(8) VALUE ZERO.
       01 WS-LINE-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-GROUP REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MM   PIC 9(2).
           05 WS-TODAY-DD   PIC 9(2).
      *> The rules in force, from sod-rules.dat or seeded
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 10 TIMES.
              10 WS-RULE-CODE      PIC X(10).
              10 WS-RULE-THRESHOLD PIC 9(3).
              10 WS-RULE-DESC      PIC X(40).
              10 WS-RULE-HITS      PIC 9(5).
       01 WS-RULE-COUNT PIC 99 VALUE ZERO.
       01 WS-RULE-INDEX PIC 99 VALUE ZERO.
       01 WS-WANTED-RULE PIC X(10) VALUE SPACES.
       01 WS-FOUND-RULE PIC 99 VALUE ZERO.
       01 WS-SELF-PAY-RULE PIC 99 VALUE ZERO.
       01 WS-SELF-BANK-RULE PIC 99 VALUE ZERO.
       01 WS-SELF-EMP-RULE PIC 99 VALUE ZERO.
       01 WS-RATE-PAIR-RULE PIC 99 VALUE ZERO.
       01 WS-INV-CASH-RULE PIC 99 VALUE ZERO.
      *> Requester/approver pairs seen on released rate changes
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 500 TIMES.
              10 WS-PAIR-REQUESTER PIC X(6).
              10 WS-PAIR-APPROVER  PIC X(6).
              10 WS-PAIR-COUNT     PIC 9(4).
              10 WS-PAIR-ID        PIC 9(6) OCCURS 10 TIMES.
       01 WS-PAIR-USED PIC 9(3) VALUE ZERO.
       01 WS-PAIR-INDEX PIC 9(3) VALUE ZERO.
       01 WS-PAIR-FOUND PIC 9(3) VALUE ZERO.
       01 WS-ID-INDEX PIC 99 VALUE ZERO.
       01 WS-ID-EDIT PIC 9(6) VALUE ZERO.
      *> Cash applications in the month, matched to invoice keyers
       01 WS-APPLY-TABLE.
           05 WS-APPLY-ENTRY OCCURS 1000 TIMES.
              10 WS-APPLY-USER    PIC X(6).
              10 WS-APPLY-INVOICE PIC X(12).
              10 WS-APPLY-DATE    PIC 9(8).
       01 WS-APPLY-USED PIC 9(4) VALUE ZERO.
       01 WS-APPLY-INDEX PIC 9(4) VALUE ZERO.
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
      *> one conflict line
       01 WS-CONFLICT-RULE PIC 99 VALUE ZERO.
       01 WS-CONFLICT-USER PIC X(6) VALUE SPACES.
       01 WS-CONFLICT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CONFLICT-EVIDENCE PIC X(80) VALUE SPACES.
       01 WS-CONFLICT-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "Report month (YYYYMM, blank for last month):".
            ACCEPT WS-REPORT-MONTH.
            IF WS-REPORT-MONTH = ZERO
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
               MOVE WS-TODAY-MM TO WS-REPORT-MM
               IF WS-REPORT-MM = 1
                  SUBTRACT 1 FROM WS-REPORT-YEAR
                  MOVE 12 TO WS-REPORT-MM
               ELSE
                  SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
            END-IF.
            IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "Not a valid month: " WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE WS-FROM-DATE = WS-REPORT-MONTH * 100 + 1.
            COMPUTE WS-TO-DATE = WS-REPORT-MONTH * 100 + 31.
            OPEN OUTPUT SOD-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open sod-conflict.rpt, status "
                  WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM LOAD-RULES-TABLE.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM SCAN-MAINT-TRANS-LOG.
            IF WS-INV-CASH-RULE > 0 AND WS-APPLY-USED > 0
               PERFORM MATCH-INVOICE-KEYERS
            END-IF.
            PERFORM SCAN-EMPLOYEE-TRANS-LOG.
            PERFORM SCAN-PENDING-APPROVALS.
            IF WS-RATE-PAIR-RULE > 0
               PERFORM REPORT-REPEATED-PAIRS
            END-IF.
            PERFORM WRITE-REPORT-SUMMARY.
            CLOSE SOD-REPORT.
            DISPLAY "Segregation-of-duties conflicts for "
               WS-REPORT-MONTH ": " WS-CONFLICT-TOTAL.
            IF WS-CONFLICT-TOTAL > 0 OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> An unknown code on file is dropped with a message; no rules
      *> on file seeds the five standard checks.
       LOAD-RULES-TABLE.
            MOVE 0 TO WS-RULE-COUNT.
            OPEN INPUT SOD-RULES-FILE.
            IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF OR WS-RULE-COUNT >= 10
                  READ SOD-RULES-FILE
                     AT END
                        SET WS-EOF TO TRUE
                     NOT AT END
                        PERFORM TAKE-ONE-RULE
                  END-READ
               END-PERFORM
            END-IF.
            CLOSE SOD-RULES-FILE.
            IF WS-RULE-COUNT = 0
               MOVE "SELF-PAY" TO SR-RULE-CODE
               MOVE "Own pay-master record" TO SR-DESCRIPTION
               PERFORM SEED-ONE-RULE
               MOVE "SELF-BNK" TO SR-RULE-CODE
               MOVE "Own bank details" TO SR-DESCRIPTION
               PERFORM SEED-ONE-RULE
               MOVE "SELF-EMP" TO SR-RULE-CODE
               MOVE "Own employee record" TO SR-DESCRIPTION
               PERFORM SEED-ONE-RULE
               MOVE "RATE-PAIR" TO SR-RULE-CODE
               MOVE "Same pair requests and approves rates"
                  TO SR-DESCRIPTION
               PERFORM SEED-ONE-RULE
               MOVE 3 TO WS-RULE-THRESHOLD(WS-RULE-COUNT)
               MOVE "INV-CASH" TO SR-RULE-CODE
               MOVE "Keyed the invoice and applied the cash"
                  TO SR-DESCRIPTION
               PERFORM SEED-ONE-RULE
            END-IF.
            MOVE "SELF-PAY" TO WS-WANTED-RULE.
            PERFORM FIND-RULE.
            MOVE WS-FOUND-RULE TO WS-SELF-PAY-RULE.
            MOVE "SELF-BNK" TO WS-WANTED-RULE.
            PERFORM FIND-RULE.
            MOVE WS-FOUND-RULE TO WS-SELF-BANK-RULE.
            MOVE "SELF-EMP" TO WS-WANTED-RULE.
            PERFORM FIND-RULE.
            MOVE WS-FOUND-RULE TO WS-SELF-EMP-RULE.
            MOVE "RATE-PAIR" TO WS-WANTED-RULE.
            PERFORM FIND-RULE.
            MOVE WS-FOUND-RULE TO WS-RATE-PAIR-RULE.
            MOVE "INV-CASH" TO WS-WANTED-RULE.
            PERFORM FIND-RULE.
            MOVE WS-FOUND-RULE TO WS-INV-CASH-RULE.

       TAKE-ONE-RULE.
            IF NOT SR-RULE-ACTIVE
               EXIT PARAGRAPH
            END-IF.
            IF SR-RULE-CODE NOT = "SELF-PAY" AND
                  SR-RULE-CODE NOT = "SELF-BNK" AND
                  SR-RULE-CODE NOT = "SELF-EMP" AND
                  SR-RULE-CODE NOT = "RATE-PAIR" AND
                  SR-RULE-CODE NOT = "INV-CASH"
               DISPLAY "Rule " SR-RULE-CODE " ignored: not a known "
                  "check."
               EXIT PARAGRAPH
            END-IF.
            PERFORM SEED-ONE-RULE.
            IF SR-THRESHOLD IS NUMERIC AND SR-THRESHOLD > 0
               MOVE SR-THRESHOLD TO WS-RULE-THRESHOLD(WS-RULE-COUNT)
            END-IF.

       SEED-ONE-RULE.
            ADD 1 TO WS-RULE-COUNT.
            MOVE SR-RULE-CODE TO WS-RULE-CODE(WS-RULE-COUNT).
            MOVE SR-DESCRIPTION TO WS-RULE-DESC(WS-RULE-COUNT).
            MOVE 1 TO WS-RULE-THRESHOLD(WS-RULE-COUNT).
            MOVE ZERO TO WS-RULE-HITS(WS-RULE-COUNT).

       FIND-RULE.
            MOVE 0 TO WS-FOUND-RULE.
            PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                  UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RULE-CODE(WS-RULE-INDEX) = WS-WANTED-RULE
                  MOVE WS-RULE-INDEX TO WS-FOUND-RULE
               END-IF
            END-PERFORM.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO SOD-REPORT-LINE.
            STRING "Segregation-of-Duties Conflicts - month "
               WS-REPORT-MONTH " (run " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                  UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "  RULE " WS-RULE-CODE(WS-RULE-INDEX) " "
                  WS-RULE-DESC(WS-RULE-INDEX) " THRESHOLD "
                  WS-RULE-THRESHOLD(WS-RULE-INDEX)
                  DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO SOD-REPORT-LINE.
            STRING "RULE       USER   DATE     EVIDENCE"
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

      *> The month's maint-trans lines: self-maintenance of pay and
      *> bank records, and the cash applications the invoice match
      *> needs.
       SCAN-MAINT-TRANS-LOG.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT MAINT-TRANS-LOG.
            IF WS-MAINT-STATUS NOT = "00" AND WS-MAINT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open maint-trans.log, status "
                  WS-MAINT-STATUS
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF
               READ MAINT-TRANS-LOG
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF MT-TRANS-DATE >= WS-FROM-DATE AND
                           MT-TRANS-DATE <= WS-TO-DATE
                        PERFORM CHECK-ONE-MAINT-LINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE MAINT-TRANS-LOG.

       CHECK-ONE-MAINT-LINE.
            IF MT-PROGRAM = "PAY-MASTER" AND WS-SELF-PAY-RULE > 0
                  AND MT-USER-ID = MT-RECORD-KEY(1:6)
               MOVE WS-SELF-PAY-RULE TO WS-CONFLICT-RULE
               PERFORM SET-MAINT-EVIDENCE
               PERFORM WRITE-CONFLICT
            END-IF.
            IF MT-PROGRAM = "BANK-DETAIL" AND WS-SELF-BANK-RULE > 0
                  AND MT-USER-ID = MT-RECORD-KEY(1:6)
               MOVE WS-SELF-BANK-RULE TO WS-CONFLICT-RULE
               PERFORM SET-MAINT-EVIDENCE
               PERFORM WRITE-CONFLICT
            END-IF.
            IF MT-PROGRAM = "UNAPPLD-CASH" AND MT-TRANS-CODE = "A"
                  AND WS-INV-CASH-RULE > 0
               IF WS-APPLY-USED < 1000
                  ADD 1 TO WS-APPLY-USED
                  MOVE MT-USER-ID TO WS-APPLY-USER(WS-APPLY-USED)
                  MOVE MT-RECORD-KEY(1:12)
                     TO WS-APPLY-INVOICE(WS-APPLY-USED)
                  MOVE MT-TRANS-DATE TO WS-APPLY-DATE(WS-APPLY-USED)
               ELSE
                  SET WS-TABLE-FULL TO TRUE
               END-IF
            END-IF.

       SET-MAINT-EVIDENCE.
            MOVE MT-USER-ID TO WS-CONFLICT-USER.
            MOVE MT-TRANS-DATE TO WS-CONFLICT-DATE.
            MOVE SPACES TO WS-CONFLICT-EVIDENCE.
            STRING "maint-trans.log " MT-PROGRAM " " MT-TRANS-CODE
               " " MT-RECORD-KEY
               DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE.

      *> The invoice may have been keyed in any month, so the whole
      *> log is read for INVOICE adds matching an application.
       MATCH-INVOICE-KEYERS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT MAINT-TRANS-LOG.
            IF WS-MAINT-STATUS NOT = "00" AND WS-MAINT-STATUS
                  NOT = "05"
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF
               READ MAINT-TRANS-LOG
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF MT-PROGRAM = "INVOICE" AND
                           MT-TRANS-CODE = "A"
                        PERFORM MATCH-ONE-INVOICE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE MAINT-TRANS-LOG.

       MATCH-ONE-INVOICE.
            PERFORM VARYING WS-APPLY-INDEX FROM 1 BY 1
                  UNTIL WS-APPLY-INDEX > WS-APPLY-USED
               IF WS-APPLY-INVOICE(WS-APPLY-INDEX) =
                     MT-RECORD-KEY(1:12) AND
                     WS-APPLY-USER(WS-APPLY-INDEX) = MT-USER-ID
                  MOVE WS-INV-CASH-RULE TO WS-CONFLICT-RULE
                  MOVE MT-USER-ID TO WS-CONFLICT-USER
                  MOVE WS-APPLY-DATE(WS-APPLY-INDEX)
                     TO WS-CONFLICT-DATE
                  MOVE SPACES TO WS-CONFLICT-EVIDENCE
                  STRING "invoice " MT-RECORD-KEY(1:6) "/"
                     MT-RECORD-KEY(7:6) " keyed " MT-TRANS-DATE
                     ", cash applied "
                     WS-APPLY-DATE(WS-APPLY-INDEX)
                     " (maint-trans.log INVOICE / UNAPPLD-CASH)"
                     DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE
                  PERFORM WRITE-CONFLICT
               END-IF
            END-PERFORM.

      *> The log's YYYY-MM-DD reassembles to yyyymmdd for the range
      *> compare; unparseable early-format lines are skipped.
       SCAN-EMPLOYEE-TRANS-LOG.
            IF WS-SELF-EMP-RULE = 0
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT EMPLOYEE-TRANS-LOG.
            IF WS-TRANS-STATUS NOT = "00" AND WS-TRANS-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee-trans.log, status "
                  WS-TRANS-STATUS
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF
               READ EMPLOYEE-TRANS-LOG
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF ETL-TRANS-DATE(1:4) IS NUMERIC AND
                           ETL-USER-ID = ETL-EMPLOYEE-ID
                        PERFORM CHECK-ONE-EMPLOYEE-LINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EMPLOYEE-TRANS-LOG.

       CHECK-ONE-EMPLOYEE-LINE.
            MOVE ZEROS TO WS-LINE-DATE.
            MOVE ETL-TRANS-DATE(1:4) TO WS-LINE-DATE(1:4).
            MOVE ETL-TRANS-DATE(6:2) TO WS-LINE-DATE(5:2).
            MOVE ETL-TRANS-DATE(9:2) TO WS-LINE-DATE(7:2).
            IF WS-LINE-DATE >= WS-FROM-DATE AND
                  WS-LINE-DATE <= WS-TO-DATE
               MOVE WS-SELF-EMP-RULE TO WS-CONFLICT-RULE
               MOVE ETL-USER-ID TO WS-CONFLICT-USER
               MOVE WS-LINE-DATE TO WS-CONFLICT-DATE
               MOVE SPACES TO WS-CONFLICT-EVIDENCE
               STRING "employee-trans.log " ETL-TRANS-CODE " "
                  ETL-EMPLOYEE-ID
                  DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE
               PERFORM WRITE-CONFLICT
            END-IF.

      *> Approval items asked for in the month are checked for the
      *> requester or decider being the subject; rate changes
      *> released in the month are tallied by pair.
       SCAN-PENDING-APPROVALS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PENDING-APPROVAL-FILE.
            IF WS-QUEUE-STATUS NOT = "00" AND WS-QUEUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open pending-approval.dat, status "
                  WS-QUEUE-STATUS
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF
               READ PENDING-APPROVAL-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     PERFORM CHECK-ONE-APPROVAL
               END-READ
            END-PERFORM.
            CLOSE PENDING-APPROVAL-FILE.

       CHECK-ONE-APPROVAL.
            IF PA-REQUEST-DATE >= WS-FROM-DATE AND
                  PA-REQUEST-DATE <= WS-TO-DATE
               IF PA-PAY-MASTER-SOURCE AND WS-SELF-PAY-RULE > 0
                  MOVE WS-SELF-PAY-RULE TO WS-CONFLICT-RULE
                  PERFORM CHECK-APPROVAL-SUBJECT
               END-IF
               IF PA-EMPLOYEE-SOURCE AND WS-SELF-EMP-RULE > 0
                  MOVE WS-SELF-EMP-RULE TO WS-CONFLICT-RULE
                  PERFORM CHECK-APPROVAL-SUBJECT
               END-IF
            END-IF.
            IF PA-PAY-MASTER-SOURCE AND PA-RATE-TRANS AND PA-APPLIED
                  AND PA-DECIDED-DATE >= WS-FROM-DATE
                  AND PA-DECIDED-DATE <= WS-TO-DATE
                  AND WS-RATE-PAIR-RULE > 0
               PERFORM TALLY-RATE-PAIR
            END-IF.

       CHECK-APPROVAL-SUBJECT.
            IF PA-REQUESTED-BY = PA-RECORD-KEY(1:6)
               MOVE PA-REQUESTED-BY TO WS-CONFLICT-USER
               MOVE PA-REQUEST-DATE TO WS-CONFLICT-DATE
               MOVE PA-APPROVAL-ID TO WS-ID-EDIT
               MOVE SPACES TO WS-CONFLICT-EVIDENCE
               STRING "pending-approval.dat " WS-ID-EDIT " "
                  PA-SOURCE " " PA-TRANS-CODE " on "
                  PA-RECORD-KEY(1:6) " requested by subject"
                  DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE
               PERFORM WRITE-CONFLICT
            END-IF.
            IF PA-DECIDED-BY = PA-RECORD-KEY(1:6) AND
                  PA-DECIDED-BY NOT = SPACES
               MOVE PA-DECIDED-BY TO WS-CONFLICT-USER
               MOVE PA-DECIDED-DATE TO WS-CONFLICT-DATE
               MOVE PA-APPROVAL-ID TO WS-ID-EDIT
               MOVE SPACES TO WS-CONFLICT-EVIDENCE
               STRING "pending-approval.dat " WS-ID-EDIT " "
                  PA-SOURCE " " PA-TRANS-CODE " on "
                  PA-RECORD-KEY(1:6) " decided by subject"
                  DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE
               PERFORM WRITE-CONFLICT
            END-IF.

       TALLY-RATE-PAIR.
            MOVE 0 TO WS-PAIR-FOUND.
            PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
                  UNTIL WS-PAIR-INDEX > WS-PAIR-USED
               IF WS-PAIR-REQUESTER(WS-PAIR-INDEX) = PA-REQUESTED-BY
                     AND WS-PAIR-APPROVER(WS-PAIR-INDEX) =
                     PA-DECIDED-BY
                  MOVE WS-PAIR-INDEX TO WS-PAIR-FOUND
               END-IF
            END-PERFORM.
            IF WS-PAIR-FOUND = 0
               IF WS-PAIR-USED < 500
                  ADD 1 TO WS-PAIR-USED
                  MOVE WS-PAIR-USED TO WS-PAIR-FOUND
                  MOVE PA-REQUESTED-BY
                     TO WS-PAIR-REQUESTER(WS-PAIR-FOUND)
                  MOVE PA-DECIDED-BY
                     TO WS-PAIR-APPROVER(WS-PAIR-FOUND)
                  MOVE ZERO TO WS-PAIR-COUNT(WS-PAIR-FOUND)
               ELSE
                  SET WS-TABLE-FULL TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            ADD 1 TO WS-PAIR-COUNT(WS-PAIR-FOUND).
            IF WS-PAIR-COUNT(WS-PAIR-FOUND) <= 10
               MOVE PA-APPROVAL-ID TO WS-PAIR-ID(WS-PAIR-FOUND,
                  WS-PAIR-COUNT(WS-PAIR-FOUND))
            END-IF.

      *> One conflict per pair at or over the threshold, charged to
      *> the approver, then the approval numbers as the evidence
      *> (the first ten).
       REPORT-REPEATED-PAIRS.
            PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
                  UNTIL WS-PAIR-INDEX > WS-PAIR-USED
               IF WS-PAIR-COUNT(WS-PAIR-INDEX) >=
                     WS-RULE-THRESHOLD(WS-RATE-PAIR-RULE)
                  MOVE WS-RATE-PAIR-RULE TO WS-CONFLICT-RULE
                  MOVE WS-PAIR-APPROVER(WS-PAIR-INDEX)
                     TO WS-CONFLICT-USER
                  MOVE WS-TO-DATE TO WS-CONFLICT-DATE
                  MOVE SPACES TO WS-CONFLICT-EVIDENCE
                  STRING WS-PAIR-COUNT(WS-PAIR-INDEX)
                     " rate changes requested by "
                     WS-PAIR-REQUESTER(WS-PAIR-INDEX)
                     " and released by "
                     WS-PAIR-APPROVER(WS-PAIR-INDEX)
                     DELIMITED BY SIZE INTO WS-CONFLICT-EVIDENCE
                  PERFORM WRITE-CONFLICT
                  PERFORM WRITE-PAIR-APPROVAL-IDS
               END-IF
            END-PERFORM.

       WRITE-PAIR-APPROVAL-IDS.
            MOVE SPACES TO SOD-REPORT-LINE.
            MOVE "                           approvals:"
               TO SOD-REPORT-LINE.
            PERFORM VARYING WS-ID-INDEX FROM 1 BY 1
                  UNTIL WS-ID-INDEX > 10 OR
                  WS-ID-INDEX > WS-PAIR-COUNT(WS-PAIR-INDEX)
               MOVE WS-PAIR-ID(WS-PAIR-INDEX, WS-ID-INDEX)
                  TO WS-ID-EDIT
               MOVE WS-ID-EDIT
                  TO SOD-REPORT-LINE(30 + WS-ID-INDEX * 7:6)
            END-PERFORM.
            WRITE SOD-REPORT-LINE.

       WRITE-CONFLICT.
            ADD 1 TO WS-CONFLICT-TOTAL.
            ADD 1 TO WS-RULE-HITS(WS-CONFLICT-RULE).
            MOVE SPACES TO SOD-REPORT-LINE.
            STRING WS-RULE-CODE(WS-CONFLICT-RULE) " "
               WS-CONFLICT-USER " " WS-CONFLICT-DATE " "
               WS-CONFLICT-EVIDENCE
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
            PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                  UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "  " WS-RULE-CODE(WS-RULE-INDEX)
                  " CONFLICTS " WS-RULE-HITS(WS-RULE-INDEX)
                  DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
            END-PERFORM.
            IF WS-TABLE-FULL
               MOVE "WORK TABLE FULL - SOME APPLICATIONS OR PAIRS "
                  TO SOD-REPORT-LINE
               MOVE "NOT CHECKED" TO SOD-REPORT-LINE(46:11)
               WRITE SOD-REPORT-LINE
            END-IF.
            MOVE SPACES TO SOD-REPORT-LINE.
            STRING "TOTAL CONFLICTS " WS-CONFLICT-TOTAL
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
       END PROGRAM SOD-CONFLICT-REPORT.
