      *> register, and marks the period posted when the run ends
      *> clean - so a double-keyed option 8 on the console finds no
      *> open period the second time and stops.
      *> Every pay-net line is also kept on the indexed
      *> pay-history.dat (PAY-PERIOD-HIST-REC), keyed by employee
      *> and period, so a period's pay can still be answered after
      *> the next run rewrites pay-net.dat.
      *> Each deduction and loan payment actually taken is kept on
      *> deduction-take.dat (DEDUCTION-TAKE-REC) against the same
      *> employee, period and run sequence, so a payment voided
      *> after posting (PAY-VOID-APPLY) can give back exactly the
      *> balances this run consumed.
      *> Every labor share and employer cost a pay charges is kept
      *> the same way on pay-charge.dat (PAY-CHARGE-REC), so a void
      *> can reverse the gross split as it was split and take the
      *> employer costs back out of employer-cost-ytd.dat and the
      *> ledger after later runs have rewritten the interfaces.
      *> The company's own side of the payroll is charged here too:
      *> every cost on the employer cost table (employer-cost.dat -
      *> matching taxes, pension match and the like) is applied to
      *> each employee's gross at its rate up to the cost's annual
      *> wage base, accumulated per employee and cost type on
      *> employer-cost-ytd.dat, and written to employer-cost-net.dat
      *> beside pay-net.dat so PAYROLL-JOURNAL-EXTRACT can post the
      *> expense by department and the liabilities.
      *> Each pay's gross is distributed across the departments the
      *> hours were worked for: the timesheet's split lines
      *> (timesheet-line.dat) take their share of gross in
      *> proportion to their hours and the home department keeps the
      *> rest, written to labor-dist.dat for the journal extract and
      *> LABOR-DIST-REPORT.
      *> The insurance deduction comes from the employee's benefit
      *> enrollments (benefit-enroll.dat): every plan covering the
      *> period's end date takes its tier's employee premium from
      *> the benefit plan master, and the tier's employer premium is
      *> charged as employer cost type BNFT beside the other costs.
      *> An employee with no enrollment on file at all still has the
      *> flat PAY-DEDUCT-INSURANCE taken from the pay master.
      *> Approved expense claims (EXPENSE-CLAIM-ENTRY, released
      *> through the approval queue when over the threshold) are
      *> paid back with the pay as a non-taxable reimbursement:
      *> outside gross, so no tax, YTD earnings or labor cost sees
      *> them, but added to the net deposited or printed. Each claim
      *> is listed on the pay advice and stamped paid with the
      *> period so PAYROLL-JOURNAL-EXTRACT can debit its category's
      *> expense account; pay-net.dat carries the employee's total.
      *> The run posts its control record (pay-master records in,
      *> paid against skipped, pay-net lines written) through
      *> CONTROL-TOTAL-WRITE so the payroll job stream's
      *> CONTROL-BALANCE step can prove the deposit extract read
      *> every line this run wrote.
      *> The register prints by department - each department under
      *> its own DEPARTMENT line with its gross and net beneath,
      *> employees in ID order within it - so REPORT-BURST can send
      *> each department head only their own people; the run totals
      *> close the register as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RUN.
       ENVIRONMENT DIVISION.
               ASSIGN TO "pay-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT SORT-REGISTER-FILE
               ASSIGN TO "pay-register.srt".
               SELECT PAY-ADVICE-FILE
               ASSIGN TO "pay-advice.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL DEDUCTION-TAKE-FILE
               ASSIGN TO "deduction-take.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTK-KEY
               FILE STATUS IS WS-TAKE-STATUS.
               SELECT OPTIONAL PAY-CHARGE-FILE
               ASSIGN TO "pay-charge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-CHARGE-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-FILE
               ASSIGN TO "employer-cost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-TABLE-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-YTD-FILE
               ASSIGN TO "employer-cost-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECY-KEY
               FILE STATUS IS WS-COST-YTD-STATUS.
               SELECT OPTIONAL TIMESHEET-LINE-FILE
               ASSIGN TO "timesheet-line.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-LINE-STATUS.
               SELECT LABOR-DIST-FILE
               ASSIGN TO "labor-dist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
               SELECT EMPLOYER-COST-NET-FILE
               ASSIGN TO "employer-cost-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-NET-STATUS.
               SELECT OPTIONAL BENEFIT-ENROLL-FILE
               ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
               SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "benefit-plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPL-KEY
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT OPTIONAL EXPENSE-CLAIM-FILE
               ASSIGN TO "expense-claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MASTER-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-LINE PIC X(100).
       SD  SORT-REGISTER-FILE.
       01  SORT-REGISTER-RECORD.
           05 SRG-DEPARTMENT  PIC X(20).
           05 SRG-EMPLOYEE-ID PIC X(6).
           05 SRG-GROSS       PIC 9(7)V99.
           05 SRG-NET         PIC S9(7)V99.
           05 SRG-LINE        PIC X(100).
       FD  PAY-ADVICE-FILE.
       01  PAY-ADVICE-LINE PIC X(100).
       FD  PAY-NET-FILE.
           COPY RETRO-ADJ-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  DEDUCTION-TAKE-FILE.
           COPY DEDUCTION-TAKE-REC.
       FD  PAY-CHARGE-FILE.
           COPY PAY-CHARGE-REC.
       FD  EMPLOYER-COST-FILE.
           COPY EMPLOYER-COST-REC.
       FD  EMPLOYER-COST-YTD-FILE.
           COPY EMPLOYER-COST-YTD-REC.
       FD  TIMESHEET-LINE-FILE.
           COPY TIMESHEET-LINE-REC.
       FD  LABOR-DIST-FILE.
           COPY LABOR-DIST-REC.
       FD  EMPLOYER-COST-NET-FILE.
           COPY EMPLOYER-COST-NET-REC.
       FD  BENEFIT-ENROLL-FILE.
           COPY BENEFIT-ENROLL-REC.
       FD  BENEFIT-PLAN-FILE.
           COPY BENEFIT-PLAN-REC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PERIOD-OK-FLAG PIC X VALUE "N".
           88 WS-PERIOD-OK VALUE "Y".
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-TIMESHEET-STATUS PIC XX VALUE "00".
       01 WS-TIMESHEET-FOUND-FLAG PIC X VALUE "N".
       01 WS-ADVICE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADVICE-RULE PIC X(50) VALUE ALL "=".
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-TAKE-STATUS PIC XX VALUE "00".
       01 WS-TAKE-KIND PIC X VALUE SPACE.
       01 WS-TAKE-CODE PIC X(4) VALUE SPACES.
       01 WS-TAKE-RECORD-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TAKE-INTEREST PIC 9(6)V99 COMP-3 VALUE ZEROS.
       01 WS-TAKE-BALANCE-FLAG PIC X VALUE "N".
       01 WS-TAKE-CLOSED-FLAG PIC X VALUE "N".
       01 WS-CHARGE-STATUS PIC XX VALUE "00".
       01 WS-CHARGE-KIND PIC X VALUE SPACE.
       01 WS-CHARGE-CODE PIC X(20) VALUE SPACES.
       01 WS-CHARGE-DEPARTMENT PIC X(20) VALUE SPACES.
       01 WS-CHARGE-WAGES PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-CHARGE-AMOUNT PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-CHARGE-YTD-FLAG PIC X VALUE "N".
       01 WS-RETRO-STATUS PIC XX VALUE "00".
       01 WS-RETRO-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEDUCTION-STATUS PIC XX VALUE "00".
       01 WS-LOAN-TAKE PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-LOAN-DEDUCT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOAN-PAIDOFF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-LABOR-STATUS PIC XX VALUE "00".
       01 WS-LINE-EOF-SWITCH PIC X VALUE "N".
           88 WS-LINE-EOF VALUE "Y".
      *> One employee's split lines for the period; twenty charged
      *> departments on one timesheet is well beyond practice.
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 20 TIMES.
              10 WS-SP-DEPARTMENT PIC X(20).
              10 WS-SP-HOURS      PIC 9(3)V99 COMP-3.
       01 WS-SPLIT-COUNT PIC 99 VALUE ZERO.
       01 WS-SPLIT-INDEX PIC 99 VALUE ZERO.
       01 WS-PERIOD-HOURS PIC 9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-SPLIT-HOURS-TOTAL PIC 9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-DIST-DIVISOR PIC 9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-DIST-COST PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-DIST-COST-TOTAL PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-SPLIT-PAY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COST-TABLE-STATUS PIC XX VALUE "00".
       01 WS-COST-YTD-STATUS PIC XX VALUE "00".
       01 WS-COST-NET-STATUS PIC XX VALUE "00".
       01 WS-COST-EOF-SWITCH PIC X VALUE "N".
           88 WS-COST-EOF VALUE "Y".
      *> The employer cost table is loaded once per run; ten cost
      *> types is well beyond the handful the company pays.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 10 TIMES.
              10 WS-CT-TYPE      PIC X(4).
              10 WS-CT-RATE      PIC 9V9999.
              10 WS-CT-WAGE-BASE PIC 9(7)V99.
       01 WS-COST-COUNT PIC 99 VALUE ZERO.
       01 WS-COST-INDEX PIC 99 VALUE ZERO.
       01 WS-COST-YTD-FOUND-FLAG PIC X VALUE "N".
           88 WS-COST-YTD-FOUND VALUE "Y".
       01 WS-COST-PRIOR-WAGES PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-COST-ROOM PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-COST-WAGES PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-COST-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-EMPLOYER-COST PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-COST-CAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COST-STALE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ENROLL-STATUS PIC XX VALUE "00".
       01 WS-PLAN-STATUS PIC XX VALUE "00".
       01 WS-ENROLL-EOF-SWITCH PIC X VALUE "N".
           88 WS-ENROLL-EOF VALUE "Y".
       01 WS-ENROLL-FOUND-FLAG PIC X VALUE "N".
           88 WS-ENROLL-FOUND VALUE "Y".
       01 WS-DEDUCT-INSURANCE PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-BENEFIT-ER-COST PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-BENEFIT-PAY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-PLAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLAIM-STATUS PIC XX VALUE "00".
       01 WS-CLAIM-EOF-SWITCH PIC X VALUE "N".
           88 WS-CLAIM-EOF VALUE "Y".
      *> One employee's claims paid this run, kept for the advice;
      *> approved claims past twenty wait for the next run.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 20 TIMES.
              10 WS-CL-CATEGORY PIC X(4).
              10 WS-CL-RECEIPT  PIC X(12).
              10 WS-CL-AMOUNT   PIC 9(7)V99 COMP-3.
       01 WS-CLAIM-COUNT PIC 99 VALUE ZERO.
       01 WS-CLAIM-INDEX PIC 99 VALUE ZERO.
       01 WS-REIMBURSE-TOTAL PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-REIMBURSE PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PAID-OUT PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-CLAIMS-PAID-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-GROSS-PAY     PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-TERMINATED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CTL-STEP    PIC X(20) VALUE "PAY-RUN".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-SIZE-ERROR-FLAG PIC X VALUE "N".
           88 WS-SIZE-ERROR-OCCURRED VALUE "Y".
       01 WS-EMPLOYEE-NAME PIC X(15) VALUE SPACES.
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-DEPT-GROSS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DEPT-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NAME   PIC X(15).
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-DEPT-NET-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-RECONCILE-TOTAL  PIC 9(9) VALUE ZEROS.
       01 WS-RECONCILE-COUNT  PIC 9(9) VALUE ZEROS.
       01 WS-RECONCILE-SHARE  PIC 9(9) VALUE ZEROS.
                  WS-YTD-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               MOVE "pay-history.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-PAY-HISTORY-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O DEDUCTION-TAKE-FILE.
            IF WS-TAKE-STATUS NOT = "00" AND WS-TAKE-STATUS
                  NOT = "05"
               MOVE "deduction-take.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-TAKE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O PAY-CHARGE-FILE.
            IF WS-CHARGE-STATUS NOT = "00" AND WS-CHARGE-STATUS
                  NOT = "05"
               MOVE "pay-charge.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-CHARGE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT TIMESHEET-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               MOVE "timesheet-line.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-LINE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O EMPLOYER-COST-YTD-FILE.
            IF WS-COST-YTD-STATUS NOT = "00" AND WS-COST-YTD-STATUS
                  NOT = "05"
               MOVE "employer-cost-ytd.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-COST-YTD-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BENEFIT-ENROLL-FILE.
            IF WS-ENROLL-STATUS NOT = "00" AND WS-ENROLL-STATUS
                  NOT = "05"
               MOVE "benefit-enroll.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-ENROLL-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BENEFIT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               MOVE "benefit-plan.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-PLAN-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               MOVE "expense-claim.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-CLAIM-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            PERFORM LOAD-EMPLOYER-COST-TABLE.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
            OPEN I-O PAY-CALENDAR-FILE.
                     WS-ADVICE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
               OPEN OUTPUT LABOR-DIST-FILE
               IF WS-LABOR-STATUS NOT = "00"
                  MOVE "labor-dist.dat" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-LABOR-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
               OPEN OUTPUT EMPLOYER-COST-NET-FILE
               IF WS-COST-NET-STATUS NOT = "00"
                  MOVE "employer-cost-net.dat" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-COST-NET-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               PERFORM WRITE-REGISTER-HEADING
               SORT SORT-REGISTER-FILE
                  ON ASCENDING KEY SRG-DEPARTMENT SRG-EMPLOYEE-ID
                  INPUT PROCEDURE IS PAY-ALL-EMPLOYEES
                  OUTPUT PROCEDURE IS PRINT-REGISTER-BY-DEPARTMENT
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM POST-CONTROL-TOTALS
               IF NOT WS-HAD-ISSUE AND NOT WS-SIZE-ERROR-OCCURRED
                  PERFORM POST-PAY-PERIOD
               END-IF
            CLOSE DEDUCTION-FILE.
            CLOSE LOAN-MASTER-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE PAY-HISTORY-FILE.
            CLOSE DEDUCTION-TAKE-FILE.
            CLOSE PAY-CHARGE-FILE.
            CLOSE TIMESHEET-LINE-FILE.
            CLOSE LABOR-DIST-FILE.
            CLOSE EMPLOYER-COST-YTD-FILE.
            CLOSE EMPLOYER-COST-NET-FILE.
            CLOSE BENEFIT-ENROLL-FILE.
            CLOSE BENEFIT-PLAN-FILE.
            CLOSE EXPENSE-CLAIM-FILE.
            PERFORM SHOW-RUN-SUMMARY.
            IF WS-HAD-ISSUE OR WS-SIZE-ERROR-OCCURRED
                  OR NOT WS-PERIOD-OK
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-MISSING-COUNT > 0 OR WS-YTD-STALE-COUNT > 0
                     OR WS-COST-STALE-COUNT > 0
                     OR WS-NO-PLAN-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
            PERFORM UNTIL WS-CAL-EOF
               IF CAL-OPEN
                  MOVE CAL-PERIOD-NUMBER TO WS-CURRENT-PERIOD
                  MOVE CAL-PERIOD-END-DATE TO WS-CURRENT-PERIOD-END
                  SET WS-PERIOD-OK TO TRUE
               END-IF
               PERFORM READ-NEXT-CALENDAR
                     " posted."
            END-READ.

      *> The whole pay walk runs as the register sort's input; each
      *> register line is released as the employee is paid and comes
      *> back in department order once every pay is done.
       PAY-ALL-EMPLOYEES.
            PERFORM READ-PAY-MASTER.
            PERFORM UNTIL WS-EOF
               PERFORM PROCESS-PAY-RECORD
               PERFORM READ-PAY-MASTER
            END-PERFORM.

       READ-PAY-MASTER.
            READ PAY-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
                  ELSE
                     MOVE NameValue TO WS-EMPLOYEE-NAME
                     PERFORM COMPUTE-GROSS-TO-NET
                     PERFORM DISTRIBUTE-LABOR-COST
                     PERFORM REIMBURSE-EXPENSE-CLAIMS
                     PERFORM WRITE-REGISTER-DETAIL
                     PERFORM WRITE-PAY-ADVICE
                     PERFORM WRITE-PAY-NET-RECORD
                     PERFORM WRITE-PAY-HISTORY-RECORD
                     PERFORM ROLL-YTD-RECORD
                     PERFORM CHARGE-EMPLOYER-COSTS
                     PERFORM CHARGE-BENEFIT-PREMIUM
                  END-IF
            END-READ.

       WRITE-MISSING-LINE.
            ADD 1 TO WS-MISSING-COUNT.
            MOVE "(NOT ON MASTER)" TO SRG-DEPARTMENT.
            MOVE PAY-EMPLOYEE-ID TO SRG-EMPLOYEE-ID.
            MOVE ZEROS TO SRG-GROSS SRG-NET.
            MOVE SPACES TO SRG-LINE.
            STRING "  " PAY-EMPLOYEE-ID
               " not on employee master - skipped"
               DELIMITED BY SIZE INTO SRG-LINE.
            RELEASE SORT-REGISTER-RECORD.

      *> The size-error flag latches for the whole run - it starts
      *> N and is never reset per employee, so one mid-run overflow
            END-COMPUTE.
            PERFORM APPLY-RETRO-ADJUSTMENT.
            PERFORM COMPUTE-TAX-DEDUCTION.
            PERFORM LOOK-UP-BENEFIT-PREMIUMS.
            COMPUTE WS-TOTAL-DEDUCT =
                  WS-DEDUCT-TAX + WS-DEDUCT-INSURANCE
                  + PAY-DEDUCT-OTHER
               ON SIZE ERROR
                  DISPLAY "Deduction overflow for " PAY-EMPLOYEE-ID
       WRITE-PAY-NET-RECORD.
            MOVE PAY-EMPLOYEE-ID TO PN-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO PN-PERIOD-NUMBER.
            MOVE WS-PAID-OUT TO PN-NET-PAY.
            MOVE WS-REIMBURSE-TOTAL TO PN-REIMBURSEMENT.
            MOVE WS-GROSS-PAY TO PN-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO PN-DEDUCT-TAX.
            MOVE WS-DEDUCT-INSURANCE TO PN-DEDUCT-INS.
            MOVE WS-DEDUCT-OTHER-TOTAL TO PN-DEDUCT-OTHER.
            MOVE EMPLOYEE-DEPARTMENT TO PN-DEPARTMENT.
            WRITE PAY-NET-RECORD.

      *> The scheduled run is sequence 00 of its period; the
      *> calendar gate means it can only meet an existing key when
      *> the history was restored over a live period. History keeps
      *> the earnings net - gross less deductions - without the
      *> expense reimbursement, the same figure the YTD file rolls;
      *> the reimbursement is kept beside it, so the history still
      *> knows what the check paid.
       WRITE-PAY-HISTORY-RECORD.
            MOVE PN-EMPLOYEE-ID TO PPH-EMPLOYEE-ID.
            MOVE PN-PERIOD-NUMBER TO PPH-PERIOD-NUMBER.
            MOVE ZERO TO PPH-RUN-SEQ.
            MOVE WS-RUN-DATE-NUM TO PPH-PAY-DATE.
            MOVE PN-GROSS-PAY TO PPH-GROSS-PAY.
            MOVE PN-DEDUCT-TAX TO PPH-DEDUCT-TAX.
            MOVE PN-DEDUCT-INS TO PPH-DEDUCT-INS.
            MOVE PN-DEDUCT-OTHER TO PPH-DEDUCT-OTHER.
            MOVE WS-NET-PAY TO PPH-NET-PAY.
            MOVE WS-REIMBURSE-TOTAL TO PPH-REIMBURSEMENT.
            MOVE PN-DEPARTMENT TO PPH-DEPARTMENT.
            MOVE "P" TO PPH-STATUS.
            MOVE ZEROS TO PPH-VOID-DATE.
            MOVE SPACE TO PPH-VOID-JOURNAL-FLAG.
            WRITE PAY-PERIOD-HIST-RECORD
               INVALID KEY
                  DISPLAY "Pay history already holds "
                     PPH-EMPLOYEE-ID " period " PPH-PERIOD-NUMBER
                     ", status " WS-PAY-HISTORY-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

      *> One pay advice (stub) per employee, written alongside the
      *> register so payroll can hand out how each net was arrived
      *> at: name from the employee master join, gross, each
            STRING "  TAX              " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-ADVICE-LINE.
            WRITE PAY-ADVICE-LINE.
            MOVE WS-DEDUCT-INSURANCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PAY-ADVICE-LINE.
            STRING "  INSURANCE        " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-ADVICE-LINE.
            STRING "  NET PAY          " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-ADVICE-LINE.
            WRITE PAY-ADVICE-LINE.
            IF WS-CLAIM-COUNT > 0
               PERFORM WRITE-ADVICE-CLAIM-LINES
            END-IF.
            MOVE SPACES TO PAY-ADVICE-LINE.
            WRITE PAY-ADVICE-LINE.

      *> Each reimbursed claim under its category and receipt, then
      *> the reimbursement total and what was actually paid out.
       WRITE-ADVICE-CLAIM-LINES.
            PERFORM VARYING WS-CLAIM-INDEX FROM 1 BY 1
                  UNTIL WS-CLAIM-INDEX > WS-CLAIM-COUNT
               MOVE WS-CL-AMOUNT(WS-CLAIM-INDEX)
                  TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO PAY-ADVICE-LINE
               STRING "  EXPENSE " WS-CL-CATEGORY(WS-CLAIM-INDEX)
                  " " WS-CL-RECEIPT(WS-CLAIM-INDEX) " "
                  WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO PAY-ADVICE-LINE
               WRITE PAY-ADVICE-LINE
            END-PERFORM.
            MOVE WS-REIMBURSE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PAY-ADVICE-LINE.
            STRING "  REIMBURSED (NON-TAXABLE)   " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-ADVICE-LINE.
            WRITE PAY-ADVICE-LINE.
            MOVE WS-PAID-OUT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PAY-ADVICE-LINE.
            STRING "  TOTAL PAID       " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-ADVICE-LINE.
            WRITE PAY-ADVICE-LINE.

      *> Every approved claim on file for the employee is paid with
      *> this pay and stamped with the period, up to the twenty the
      *> advice has room for. Pending and rejected claims, and those
      *> already paid, are left alone.
       REIMBURSE-EXPENSE-CLAIMS.
            MOVE ZERO TO WS-CLAIM-COUNT.
            MOVE ZEROS TO WS-REIMBURSE-TOTAL.
            MOVE "N" TO WS-CLAIM-EOF-SWITCH.
            MOVE PAY-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
            MOVE ZEROS TO EC-CLAIM-SEQ.
            START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-CLAIM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CLAIM.
            PERFORM UNTIL WS-CLAIM-EOF OR
                  EC-EMPLOYEE-ID NOT = PAY-EMPLOYEE-ID
               IF EC-APPROVED AND WS-CLAIM-COUNT < 20
                  PERFORM PAY-ONE-CLAIM
               END-IF
               PERFORM READ-NEXT-CLAIM
            END-PERFORM.
            COMPUTE WS-PAID-OUT = WS-NET-PAY + WS-REIMBURSE-TOTAL.
            ADD WS-REIMBURSE-TOTAL TO WS-TOTAL-REIMBURSE.

       READ-NEXT-CLAIM.
            READ EXPENSE-CLAIM-FILE NEXT
               AT END SET WS-CLAIM-EOF TO TRUE
            END-READ.

       PAY-ONE-CLAIM.
            ADD EC-AMOUNT TO WS-REIMBURSE-TOTAL
               ON SIZE ERROR
                  DISPLAY "Reimbursement overflow for "
                     PAY-EMPLOYEE-ID
                  SET WS-SIZE-ERROR-OCCURRED TO TRUE
            END-ADD.
            ADD 1 TO WS-CLAIM-COUNT.
            MOVE EC-CATEGORY TO WS-CL-CATEGORY(WS-CLAIM-COUNT).
            MOVE EC-RECEIPT-REF TO WS-CL-RECEIPT(WS-CLAIM-COUNT).
            MOVE EC-AMOUNT TO WS-CL-AMOUNT(WS-CLAIM-COUNT).
            SET EC-PAID TO TRUE.
            MOVE WS-CURRENT-PERIOD TO EC-PAID-PERIOD.
            REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark claim " EC-EMPLOYEE-ID "-"
                     EC-CLAIM-SEQ " paid, status " WS-CLAIM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.
            ADD 1 TO WS-CLAIMS-PAID-COUNT.

      *> The per-employee deduction file: every record for this
      *> employee is gathered, ordered by priority (1 first, the
      *> court order ahead of the savings plan), and taken against

       KEEP-ONE-CHILD-DEDUCTION.
            IF (DED-HAS-BALANCE AND DED-REMAINING-BALANCE = 0)
                  OR DED-CLOSED OR WS-CHILD-COUNT >= 20
               CONTINUE
            ELSE
               ADD 1 TO WS-CHILD-COUNT
            END-IF.

       ROLL-CHILD-BALANCE.
            MOVE "N" TO WS-TAKE-BALANCE-FLAG WS-TAKE-CLOSED-FLAG.
            MOVE PAY-EMPLOYEE-ID TO DED-EMPLOYEE-ID.
            MOVE WS-CH-CODE(WS-CHILD-INDEX) TO DED-CODE.
            READ DEDUCTION-FILE
                  CONTINUE
               NOT INVALID KEY
                  IF DED-HAS-BALANCE
                     MOVE "Y" TO WS-TAKE-BALANCE-FLAG
                     IF WS-TAKE-AMOUNT >= DED-REMAINING-BALANCE
                        MOVE ZEROS TO DED-REMAINING-BALANCE
                        MOVE "Y" TO WS-TAKE-CLOSED-FLAG
                     ELSE
                        SUBTRACT WS-TAKE-AMOUNT
                           FROM DED-REMAINING-BALANCE
                     REWRITE DEDUCTION-RECORD
                  END-IF
            END-READ.
            MOVE "D" TO WS-TAKE-KIND.
            MOVE WS-CH-CODE(WS-CHILD-INDEX) TO WS-TAKE-CODE.
            MOVE WS-TAKE-AMOUNT TO WS-TAKE-RECORD-AMOUNT.
            MOVE ZEROS TO WS-TAKE-INTEREST.
            PERFORM WRITE-DEDUCTION-TAKE.

      *> Loan repayments come after the court-ordered and voluntary
      *> deductions and obey the same never-negative rule: interest
               COMPUTE LN-BALANCE =
                  LN-BALANCE + WS-LOAN-INTEREST - WS-LOAN-TAKE
               ADD 1 TO LN-PAYMENTS-MADE
               MOVE "Y" TO WS-TAKE-BALANCE-FLAG
               MOVE "N" TO WS-TAKE-CLOSED-FLAG
               IF LN-BALANCE <= 0
                  MOVE ZEROS TO LN-BALANCE
                  MOVE "P" TO LN-STATUS
                  ADD 1 TO WS-LOAN-PAIDOFF-COUNT
                  MOVE "Y" TO WS-TAKE-CLOSED-FLAG
               END-IF
               REWRITE LOAN-MASTER-RECORD
               MOVE "L" TO WS-TAKE-KIND
               MOVE SPACES TO WS-TAKE-CODE
               MOVE LN-LOAN-NUMBER TO WS-TAKE-CODE(1:2)
               MOVE WS-LOAN-TAKE TO WS-TAKE-RECORD-AMOUNT
               MOVE WS-LOAN-INTEREST TO WS-TAKE-INTEREST
               PERFORM WRITE-DEDUCTION-TAKE
            END-IF.

      *> What this pay took, kept against the scheduled run's
      *> sequence 00 of the period. Like the history record, the
      *> calendar gate means a duplicate only turns up when the
      *> file was restored over a live period.
       WRITE-DEDUCTION-TAKE.
            MOVE PAY-EMPLOYEE-ID TO DTK-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO DTK-PERIOD-NUMBER.
            MOVE ZERO TO DTK-RUN-SEQ.
            MOVE WS-TAKE-KIND TO DTK-KIND.
            MOVE WS-TAKE-CODE TO DTK-CODE.
            MOVE WS-RUN-DATE-NUM TO DTK-PAY-DATE.
            MOVE WS-TAKE-RECORD-AMOUNT TO DTK-TAKE-AMOUNT.
            MOVE WS-TAKE-INTEREST TO DTK-LOAN-INTEREST.
            MOVE WS-TAKE-BALANCE-FLAG TO DTK-BALANCE-FLAG.
            MOVE WS-TAKE-CLOSED-FLAG TO DTK-CLOSED-FLAG.
            MOVE "T" TO DTK-STATUS.
            WRITE DEDUCTION-TAKE-RECORD
               INVALID KEY
                  DISPLAY "Deduction take already on file for "
                     DTK-EMPLOYEE-ID " period " DTK-PERIOD-NUMBER
                     " " DTK-KIND DTK-CODE ", status "
                     WS-TAKE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

      *> A pending retro adjustment (RETRO-PAY-RUN's arrears) rides
      *> this check as a one-time earning: it joins gross before tax
      *> is computed and the record is stamped applied with the
                  MOVE WS-RUN-YEAR TO YTD-YEAR
                  MOVE WS-GROSS-PAY TO YTD-GROSS
                  MOVE WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                  MOVE WS-DEDUCT-INSURANCE TO YTD-DEDUCT-INSURANCE
                  MOVE WS-DEDUCT-OTHER-TOTAL TO YTD-DEDUCT-OTHER
                  MOVE WS-NET-PAY TO YTD-NET
                  WRITE PAY-YTD-RECORD
                  IF YTD-YEAR = WS-RUN-YEAR
                     ADD WS-GROSS-PAY TO YTD-GROSS
                     ADD WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                     ADD WS-DEDUCT-INSURANCE TO YTD-DEDUCT-INSURANCE
                     ADD WS-DEDUCT-OTHER-TOTAL TO YTD-DEDUCT-OTHER
                     ADD WS-NET-PAY TO YTD-NET
                     REWRITE PAY-YTD-RECORD
                  END-IF
            END-READ.

      *> Split lines share the gross in proportion to their hours;
      *> the home department takes the hours not split off and
      *> whatever cents the rounding leaves, so the lines always
      *> add back to the gross. Default-hours pay (no timesheet)
      *> stays wholly with the home department.
       DISTRIBUTE-LABOR-COST.
            MOVE ZERO TO WS-SPLIT-COUNT.
            MOVE ZEROS TO WS-SPLIT-HOURS-TOTAL WS-DIST-COST-TOTAL.
            COMPUTE WS-PERIOD-HOURS =
               WS-REGULAR-HOURS + WS-OVERTIME-HOURS.
            IF WS-TIMESHEET-FOUND
               PERFORM GATHER-SPLIT-LINES
            END-IF.
            MOVE WS-PERIOD-HOURS TO WS-DIST-DIVISOR.
            IF WS-SPLIT-HOURS-TOTAL > WS-DIST-DIVISOR
               MOVE WS-SPLIT-HOURS-TOTAL TO WS-DIST-DIVISOR
            END-IF.
            IF WS-SPLIT-COUNT > 0 AND WS-DIST-DIVISOR > 0
               ADD 1 TO WS-SPLIT-PAY-COUNT
               PERFORM WRITE-ONE-SPLIT-DIST
                  VARYING WS-SPLIT-INDEX FROM 1 BY 1
                  UNTIL WS-SPLIT-INDEX > WS-SPLIT-COUNT
            END-IF.
            MOVE EMPLOYEE-DEPARTMENT TO LD-DEPARTMENT.
            MOVE PAY-EMPLOYEE-ID TO LD-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO LD-PERIOD-NUMBER.
            SET LD-HOME-DEPARTMENT TO TRUE.
            IF WS-PERIOD-HOURS > WS-SPLIT-HOURS-TOTAL
               COMPUTE LD-HOURS =
                  WS-PERIOD-HOURS - WS-SPLIT-HOURS-TOTAL
            ELSE
               MOVE ZEROS TO LD-HOURS
            END-IF.
            COMPUTE LD-COST = WS-GROSS-PAY - WS-DIST-COST-TOTAL.
            IF LD-HOURS > 0 OR LD-COST NOT = 0
               WRITE LABOR-DIST-RECORD
               PERFORM CHARGE-LABOR-SHARE
            END-IF.

      *> A line keyed against the home department is simply part
      *> of the home share.
       GATHER-SPLIT-LINES.
            MOVE "N" TO WS-LINE-EOF-SWITCH.
            MOVE PAY-EMPLOYEE-ID TO TL-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO TL-PERIOD-NUMBER.
            MOVE LOW-VALUES TO TL-DEPARTMENT.
            START TIMESHEET-LINE-FILE KEY NOT < TL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-SPLIT-LINE.
            PERFORM UNTIL WS-LINE-EOF
               IF TL-HOURS > 0 AND
                     TL-DEPARTMENT NOT = EMPLOYEE-DEPARTMENT AND
                     WS-SPLIT-COUNT < 20
                  ADD 1 TO WS-SPLIT-COUNT
                  MOVE TL-DEPARTMENT
                     TO WS-SP-DEPARTMENT(WS-SPLIT-COUNT)
                  MOVE TL-HOURS TO WS-SP-HOURS(WS-SPLIT-COUNT)
                  ADD TL-HOURS TO WS-SPLIT-HOURS-TOTAL
               END-IF
               PERFORM READ-NEXT-SPLIT-LINE
            END-PERFORM.

       READ-NEXT-SPLIT-LINE.
            IF NOT WS-LINE-EOF
               READ TIMESHEET-LINE-FILE NEXT
                  AT END SET WS-LINE-EOF TO TRUE
               END-READ
               IF NOT WS-LINE-EOF AND
                     (TL-EMPLOYEE-ID NOT = PAY-EMPLOYEE-ID OR
                      TL-PERIOD-NUMBER NOT = WS-CURRENT-PERIOD)
                  SET WS-LINE-EOF TO TRUE
               END-IF
            END-IF.

       WRITE-ONE-SPLIT-DIST.
            COMPUTE WS-DIST-COST ROUNDED =
                  WS-GROSS-PAY * WS-SP-HOURS(WS-SPLIT-INDEX)
                  / WS-DIST-DIVISOR
               ON SIZE ERROR
                  DISPLAY "Labor distribution overflow for "
                     PAY-EMPLOYEE-ID
                  SET WS-SIZE-ERROR-OCCURRED TO TRUE
                  MOVE ZEROS TO WS-DIST-COST
            END-COMPUTE.
            MOVE WS-SP-DEPARTMENT(WS-SPLIT-INDEX) TO LD-DEPARTMENT.
            MOVE PAY-EMPLOYEE-ID TO LD-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO LD-PERIOD-NUMBER.
            SET LD-CHARGED-DEPARTMENT TO TRUE.
            MOVE WS-SP-HOURS(WS-SPLIT-INDEX) TO LD-HOURS.
            MOVE WS-DIST-COST TO LD-COST.
            WRITE LABOR-DIST-RECORD.
            PERFORM CHARGE-LABOR-SHARE.
            ADD WS-DIST-COST TO WS-DIST-COST-TOTAL.

       CHARGE-LABOR-SHARE.
            MOVE "L" TO WS-CHARGE-KIND.
            MOVE LD-DEPARTMENT TO WS-CHARGE-CODE WS-CHARGE-DEPARTMENT.
            MOVE ZEROS TO WS-CHARGE-WAGES.
            MOVE LD-COST TO WS-CHARGE-AMOUNT.
            MOVE "N" TO WS-CHARGE-YTD-FLAG.
            PERFORM WRITE-PAY-CHARGE.

      *> What one pay charged - a labor share or an employer cost -
      *> kept against the payment for PAY-VOID-APPLY and
      *> PAY-VOID-JOURNAL-EXTRACT.
       WRITE-PAY-CHARGE.
            MOVE PAY-EMPLOYEE-ID TO PCH-EMPLOYEE-ID.
            MOVE WS-CURRENT-PERIOD TO PCH-PERIOD-NUMBER.
            MOVE ZERO TO PCH-RUN-SEQ.
            MOVE WS-CHARGE-KIND TO PCH-KIND.
            MOVE WS-CHARGE-CODE TO PCH-CODE.
            MOVE WS-CHARGE-DEPARTMENT TO PCH-DEPARTMENT.
            MOVE WS-CHARGE-WAGES TO PCH-WAGES.
            MOVE WS-CHARGE-AMOUNT TO PCH-AMOUNT.
            MOVE WS-CHARGE-YTD-FLAG TO PCH-YTD-FLAG.
            WRITE PAY-CHARGE-RECORD
               INVALID KEY
                  DISPLAY "Pay charge already on file for "
                     PCH-EMPLOYEE-ID " period " PCH-PERIOD-NUMBER
                     " " PCH-KIND " " PCH-CODE ", status "
                     WS-CHARGE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

      *> The employer cost table is read once before the first
      *> employee. An absent table charges no employer costs; a
      *> record with a blank cost type is ignored.
       LOAD-EMPLOYER-COST-TABLE.
            MOVE ZERO TO WS-COST-COUNT.
            MOVE "N" TO WS-COST-EOF-SWITCH.
            OPEN INPUT EMPLOYER-COST-FILE.
            IF WS-COST-TABLE-STATUS NOT = "00" AND
                  WS-COST-TABLE-STATUS NOT = "05"
               MOVE "employer-cost.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-COST-TABLE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               PERFORM READ-EMPLOYER-COST
               PERFORM UNTIL WS-COST-EOF
                  IF EC-COST-TYPE NOT = SPACES
                     IF WS-COST-COUNT < 10
                        ADD 1 TO WS-COST-COUNT
                        MOVE EC-COST-TYPE
                           TO WS-CT-TYPE(WS-COST-COUNT)
                        MOVE EC-RATE TO WS-CT-RATE(WS-COST-COUNT)
                        MOVE EC-WAGE-BASE
                           TO WS-CT-WAGE-BASE(WS-COST-COUNT)
                     ELSE
                        DISPLAY "Employer cost table holds more "
                           "than 10 types - " EC-COST-TYPE
                           " not charged."
                        SET WS-HAD-ISSUE TO TRUE
                     END-IF
                  END-IF
                  PERFORM READ-EMPLOYER-COST
               END-PERFORM
               CLOSE EMPLOYER-COST-FILE
            END-IF.

       READ-EMPLOYER-COST.
            READ EMPLOYER-COST-FILE
               AT END SET WS-COST-EOF TO TRUE
            END-READ.

      *> Each cost is charged on this pay's gross until the year's
      *> wages for the cost reach its wage base; once the base is
      *> met the cost stops for the rest of the year by itself.
       CHARGE-EMPLOYER-COSTS.
            PERFORM CHARGE-ONE-EMPLOYER-COST
               VARYING WS-COST-INDEX FROM 1 BY 1
               UNTIL WS-COST-INDEX > WS-COST-COUNT.

       CHARGE-ONE-EMPLOYER-COST.
            MOVE "N" TO WS-COST-YTD-FOUND-FLAG.
            MOVE ZEROS TO WS-COST-PRIOR-WAGES.
            MOVE PAY-EMPLOYEE-ID TO ECY-EMPLOYEE-ID.
            MOVE WS-CT-TYPE(WS-COST-INDEX) TO ECY-COST-TYPE.
            READ EMPLOYER-COST-YTD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-COST-YTD-FOUND TO TRUE
                  IF ECY-YEAR = WS-RUN-YEAR
                     MOVE ECY-WAGES TO WS-COST-PRIOR-WAGES
                  END-IF
            END-READ.
            MOVE WS-GROSS-PAY TO WS-COST-WAGES.
            IF WS-CT-WAGE-BASE(WS-COST-INDEX) > 0
               COMPUTE WS-COST-ROOM =
                  WS-CT-WAGE-BASE(WS-COST-INDEX)
                  - WS-COST-PRIOR-WAGES
               IF WS-COST-ROOM <= 0
                  MOVE ZEROS TO WS-COST-WAGES
               ELSE
                  IF WS-COST-WAGES > WS-COST-ROOM
                     MOVE WS-COST-ROOM TO WS-COST-WAGES
                     ADD 1 TO WS-COST-CAPPED-COUNT
                  END-IF
               END-IF
            END-IF.
            COMPUTE WS-COST-AMOUNT ROUNDED =
                  WS-COST-WAGES * WS-CT-RATE(WS-COST-INDEX)
               ON SIZE ERROR
                  DISPLAY "Employer cost overflow for "
                     PAY-EMPLOYEE-ID " " WS-CT-TYPE(WS-COST-INDEX)
                  SET WS-SIZE-ERROR-OCCURRED TO TRUE
                  MOVE ZEROS TO WS-COST-AMOUNT
            END-COMPUTE.
            IF WS-COST-AMOUNT > 0
               MOVE PAY-EMPLOYEE-ID TO ECN-EMPLOYEE-ID
               MOVE WS-CURRENT-PERIOD TO ECN-PERIOD-NUMBER
               MOVE WS-CT-TYPE(WS-COST-INDEX) TO ECN-COST-TYPE
               MOVE WS-COST-WAGES TO ECN-WAGES
               MOVE WS-COST-AMOUNT TO ECN-COST
               MOVE EMPLOYEE-DEPARTMENT TO ECN-DEPARTMENT
               WRITE EMPLOYER-COST-NET-RECORD
               ADD WS-COST-AMOUNT TO WS-TOTAL-EMPLOYER-COST
            END-IF.
            MOVE "N" TO WS-CHARGE-YTD-FLAG.
            PERFORM ROLL-EMPLOYER-COST-YTD.
            IF WS-COST-WAGES > 0 OR WS-COST-AMOUNT > 0
               MOVE WS-CT-TYPE(WS-COST-INDEX) TO WS-CHARGE-CODE
               MOVE WS-COST-WAGES TO WS-CHARGE-WAGES
               MOVE WS-COST-AMOUNT TO WS-CHARGE-AMOUNT
               PERFORM CHARGE-EMPLOYER-SHARE
            END-IF.

      *> An employer cost is charged to the employee's home
      *> department, the same as employer-cost-net.dat carries it.
       CHARGE-EMPLOYER-SHARE.
            MOVE "E" TO WS-CHARGE-KIND.
            MOVE EMPLOYEE-DEPARTMENT TO WS-CHARGE-DEPARTMENT.
            PERFORM WRITE-PAY-CHARGE.

      *> Every enrollment of the employee's that covers the
      *> period's end date - effective on or before it and not
      *> ended before it - adds its tier's premiums. An enrollment
      *> whose plan and tier are gone from the plan master is
      *> reported and takes nothing. The pay master's flat amount
      *> only applies to someone who has never been enrolled.
       LOOK-UP-BENEFIT-PREMIUMS.
            MOVE ZEROS TO WS-DEDUCT-INSURANCE WS-BENEFIT-ER-COST.
            MOVE "N" TO WS-ENROLL-FOUND-FLAG.
            MOVE "N" TO WS-ENROLL-EOF-SWITCH.
            MOVE SPACES TO BEN-KEY.
            MOVE PAY-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
            START BENEFIT-ENROLL-FILE KEY NOT < BEN-KEY
               INVALID KEY SET WS-ENROLL-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ENROLLMENT.
            PERFORM UNTIL WS-ENROLL-EOF OR
                  BEN-EMPLOYEE-ID NOT = PAY-EMPLOYEE-ID
               SET WS-ENROLL-FOUND TO TRUE
               IF BEN-EFFECTIVE-DATE <= WS-CURRENT-PERIOD-END AND
                     (BEN-END-DATE = 0 OR
                      BEN-END-DATE >= WS-CURRENT-PERIOD-END)
                  PERFORM ADD-ONE-PLAN-PREMIUM
               END-IF
               PERFORM READ-NEXT-ENROLLMENT
            END-PERFORM.
            IF NOT WS-ENROLL-FOUND
               MOVE PAY-DEDUCT-INSURANCE TO WS-DEDUCT-INSURANCE
            END-IF.

       ADD-ONE-PLAN-PREMIUM.
            MOVE BEN-PLAN-CODE TO BPL-PLAN-CODE.
            MOVE BEN-TIER TO BPL-TIER.
            READ BENEFIT-PLAN-FILE
               INVALID KEY
                  ADD 1 TO WS-NO-PLAN-COUNT
                  DISPLAY "Plan " BEN-PLAN-CODE " tier " BEN-TIER
                     " for " PAY-EMPLOYEE-ID
                     " not on the plan master - no premium taken."
               NOT INVALID KEY
                  ADD BPL-EMPLOYEE-PREMIUM TO WS-DEDUCT-INSURANCE
                     ON SIZE ERROR
                        DISPLAY "Insurance overflow for "
                           PAY-EMPLOYEE-ID
                        SET WS-SIZE-ERROR-OCCURRED TO TRUE
                  END-ADD
                  ADD BPL-EMPLOYER-PREMIUM TO WS-BENEFIT-ER-COST
                     ON SIZE ERROR
                        DISPLAY "Employer premium overflow for "
                           PAY-EMPLOYEE-ID
                        SET WS-SIZE-ERROR-OCCURRED TO TRUE
                  END-ADD
            END-READ.

       READ-NEXT-ENROLLMENT.
            READ BENEFIT-ENROLL-FILE NEXT
               AT END SET WS-ENROLL-EOF TO TRUE
            END-READ.

      *> The employer's share of the premiums is charged as cost
      *> type BNFT on employer-cost-net.dat, so the journal extract
      *> posts it by department and credits *ER-BNFT like any other
      *> employer cost, and accumulates on employer-cost-ytd.dat.
       CHARGE-BENEFIT-PREMIUM.
            IF WS-BENEFIT-ER-COST > 0
               ADD 1 TO WS-BENEFIT-PAY-COUNT
               MOVE PAY-EMPLOYEE-ID TO ECN-EMPLOYEE-ID
               MOVE WS-CURRENT-PERIOD TO ECN-PERIOD-NUMBER
               MOVE "BNFT" TO ECN-COST-TYPE
               MOVE WS-GROSS-PAY TO ECN-WAGES
               MOVE WS-BENEFIT-ER-COST TO ECN-COST
               MOVE EMPLOYEE-DEPARTMENT TO ECN-DEPARTMENT
               WRITE EMPLOYER-COST-NET-RECORD
               ADD WS-BENEFIT-ER-COST TO WS-TOTAL-EMPLOYER-COST
               MOVE "N" TO WS-CHARGE-YTD-FLAG
               MOVE PAY-EMPLOYEE-ID TO ECY-EMPLOYEE-ID
               MOVE "BNFT" TO ECY-COST-TYPE
               READ EMPLOYER-COST-YTD-FILE
                  INVALID KEY
                     MOVE PAY-EMPLOYEE-ID TO ECY-EMPLOYEE-ID
                     MOVE "BNFT" TO ECY-COST-TYPE
                     MOVE WS-RUN-YEAR TO ECY-YEAR
                     MOVE WS-GROSS-PAY TO ECY-WAGES
                     MOVE WS-BENEFIT-ER-COST TO ECY-COST
                     WRITE EMPLOYER-COST-YTD-RECORD
                     MOVE "Y" TO WS-CHARGE-YTD-FLAG
                  NOT INVALID KEY
                     IF ECY-YEAR = WS-RUN-YEAR
                        ADD WS-GROSS-PAY TO ECY-WAGES
                        ADD WS-BENEFIT-ER-COST TO ECY-COST
                        REWRITE EMPLOYER-COST-YTD-RECORD
                        MOVE "Y" TO WS-CHARGE-YTD-FLAG
                     ELSE
                        ADD 1 TO WS-COST-STALE-COUNT
                        DISPLAY "Employer cost YTD for "
                           PAY-EMPLOYEE-ID " BNFT still carries year "
                           ECY-YEAR " - run the new-year reset."
                     END-IF
               END-READ
               MOVE "BNFT" TO WS-CHARGE-CODE
               MOVE WS-GROSS-PAY TO WS-CHARGE-WAGES
               MOVE WS-BENEFIT-ER-COST TO WS-CHARGE-AMOUNT
               PERFORM CHARGE-EMPLOYER-SHARE
            END-IF.

      *> Same year guard as the pay YTD roll: a record still on an
      *> earlier year waits for the new-year reset and is not added
      *> to.
       ROLL-EMPLOYER-COST-YTD.
            IF NOT WS-COST-YTD-FOUND
               MOVE PAY-EMPLOYEE-ID TO ECY-EMPLOYEE-ID
               MOVE WS-CT-TYPE(WS-COST-INDEX) TO ECY-COST-TYPE
               MOVE WS-RUN-YEAR TO ECY-YEAR
               MOVE WS-COST-WAGES TO ECY-WAGES
               MOVE WS-COST-AMOUNT TO ECY-COST
               WRITE EMPLOYER-COST-YTD-RECORD
               MOVE "Y" TO WS-CHARGE-YTD-FLAG
            ELSE
               IF ECY-YEAR = WS-RUN-YEAR
                  ADD WS-COST-WAGES TO ECY-WAGES
                  ADD WS-COST-AMOUNT TO ECY-COST
                  REWRITE EMPLOYER-COST-YTD-RECORD
                  MOVE "Y" TO WS-CHARGE-YTD-FLAG
               ELSE
                  ADD 1 TO WS-COST-STALE-COUNT
                  DISPLAY "Employer cost YTD for " PAY-EMPLOYEE-ID
                     " " ECY-COST-TYPE " still carries year "
                     ECY-YEAR " - run the new-year reset."
               END-IF
            END-IF.

      *> A timesheet only counts when it carries the period being
      *> run; hours left over from an earlier period read as no
      *> timesheet so stale hours never pay.
            MOVE WS-GROSS-PAY TO WS-DET-GROSS.
            MOVE WS-TOTAL-DEDUCT TO WS-DET-DEDUCT.
            MOVE WS-NET-PAY TO WS-DET-NET.
            IF EMPLOYEE-DEPARTMENT = SPACES
               MOVE "(UNASSIGNED)" TO SRG-DEPARTMENT
            ELSE
               MOVE EMPLOYEE-DEPARTMENT TO SRG-DEPARTMENT
            END-IF.
            MOVE PAY-EMPLOYEE-ID TO SRG-EMPLOYEE-ID.
            MOVE WS-GROSS-PAY TO SRG-GROSS.
            MOVE WS-NET-PAY TO SRG-NET.
            MOVE WS-DETAIL-LINE TO SRG-LINE.
            RELEASE SORT-REGISTER-RECORD.

       PRINT-REGISTER-BY-DEPARTMENT.
            PERFORM RETURN-REGISTER-LINE.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR
                     SRG-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-REGISTER-DEPARTMENT
               END-IF
               WRITE PAY-REGISTER-LINE FROM SRG-LINE
               ADD SRG-GROSS TO WS-DEPT-GROSS
               ADD SRG-NET TO WS-DEPT-NET
               PERFORM RETURN-REGISTER-LINE
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            MOVE SPACES TO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.

       RETURN-REGISTER-LINE.
            RETURN SORT-REGISTER-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-REGISTER-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SRG-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-GROSS WS-DEPT-NET.
            MOVE SPACES TO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.
            MOVE SPACES TO PAY-REGISTER-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE WS-DEPT-GROSS TO WS-TOTAL-MONEY-EDIT.
            MOVE WS-DEPT-NET TO WS-DEPT-NET-EDIT.
            MOVE SPACES TO PAY-REGISTER-LINE.
            STRING "  DEPARTMENT TOTAL  GROSS " WS-TOTAL-MONEY-EDIT
               "  NET " WS-DEPT-NET-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE WS-TOTAL-GROSS TO WS-TOTAL-MONEY-EDIT.
            STRING "TOTAL NET  : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.
            MOVE WS-TOTAL-EMPLOYER-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PAY-REGISTER-LINE.
            STRING "EMPLOYER COST: " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.
            MOVE WS-TOTAL-REIMBURSE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO PAY-REGISTER-LINE.
            STRING "EXPENSES REIMBURSED (NOT IN NET): "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE.
            WRITE PAY-REGISTER-LINE.
            IF WS-EMPLOYEE-COUNT > 0
               MOVE WS-TOTAL-NET TO WS-RECONCILE-TOTAL
               MOVE WS-EMPLOYEE-COUNT TO WS-RECONCILE-COUNT
               WRITE PAY-REGISTER-LINE
            END-IF.

      *> Pay-master records read against the pay-net lines written,
      *> the figure DEPOSIT-EXTRACT's input must match when
      *> CONTROL-BALANCE proves the payroll stream.
       POST-CONTROL-TOTALS.
            COMPUTE WS-CTL-INPUT = WS-EMPLOYEE-COUNT
               + WS-MISSING-COUNT + WS-TERMINATED-COUNT.
            MOVE WS-EMPLOYEE-COUNT TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            COMPUTE WS-CTL-REJECT = WS-MISSING-COUNT
               + WS-TERMINATED-COUNT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.

       SHOW-RUN-SUMMARY.
            DISPLAY "Pay Run Summary".
            DISPLAY "Employees paid    : " WS-EMPLOYEE-COUNT.
            DISPLAY "Shorted deductions : " WS-SHORT-TAKE-COUNT.
            DISPLAY "Loan payments taken: " WS-LOAN-DEDUCT-COUNT.
            DISPLAY "Loans paid off     : " WS-LOAN-PAIDOFF-COUNT.
            DISPLAY "Split across depts : " WS-SPLIT-PAY-COUNT.
            DISPLAY "Employer cost types: " WS-COST-COUNT.
            DISPLAY "Wage bases reached : " WS-COST-CAPPED-COUNT.
            DISPLAY "Stale cost YTD     : " WS-COST-STALE-COUNT.
            DISPLAY "Benefit premiums   : " WS-BENEFIT-PAY-COUNT.
            DISPLAY "Plans not on master: " WS-NO-PLAN-COUNT.
            DISPLAY "Expense claims paid: " WS-CLAIMS-PAID-COUNT.
            MOVE WS-TOTAL-REIMBURSE TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total reimbursed   : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-EMPLOYER-COST TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total employer cost: " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total net pay     : " WS-TOTAL-MONEY-EDIT.
       END PROGRAM PAY-RUN.
