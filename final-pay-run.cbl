      *> Final-pay settlement run for employees terminated in a pay
      *> period. The T transaction in EMPLOYEE-MAINT only marks the
      *> employee master; this run settles what payroll still holds
      *> for each person whose EMPLOYEE-TERM-DATE falls after the
      *> previous calendar period's end date and on or before the
      *> chosen period's end date (blank takes the latest open or
      *> posted period):
      *>  - the vacation balance on the leave ledger is paid out at
      *>    the pay master's PAY-RATE and the balance goes to zero;
      *>    an overdrawn balance is shown but not recovered;
      *>  - the payout is taxed the way the payroll policy taxes
      *>    supplemental earnings (PAY-POLICY-LOAD, TAX-TABLE-CALC);
      *>  - each active staff loan's balance is recovered from the
      *>    net, up to what the net allows, without further
      *>    interest; a loan cleared is marked paid off and what
      *>    cannot be recovered is shown as still owed;
      *>  - every active deduction is closed (DED-STATUS), with its
      *>    remaining balance shown for the payee's notice.
      *> The payment is booked like the supplemental run books
      *> its payments: the next free run sequence in the period on
      *> pay-history.dat, the year-to-date roll, each loan recovery
      *> on deduction-take.dat so a void can give it back, and a
      *> pay-net layout file (final-pay-net.dat) for
      *> FINAL-PAY-JOURNAL-EXTRACT. The calendar is only read.
      *> Each settlement prints on final-pay-statement.rpt with
      *> lines for the supervisor's and the employee's signatures,
      *> and is recorded on final-settlement.dat so the same person
      *> is never settled twice. A terminated employee not on the
      *> pay master is listed and left unsettled (completion code
      *> 4).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAL-PAY-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
               SELECT OPTIONAL LEAVE-LEDGER-FILE
               ASSIGN TO "leave-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "loan-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
               SELECT OPTIONAL DEDUCTION-FILE
               ASSIGN TO "deduction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDUCTION-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO "pay-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT OPTIONAL DEDUCTION-TAKE-FILE
               ASSIGN TO "deduction-take.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTK-KEY
               FILE STATUS IS WS-TAKE-STATUS.
               SELECT OPTIONAL FINAL-SETTLEMENT-FILE
               ASSIGN TO "final-settlement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EMPLOYEE-ID
               FILE STATUS IS WS-SETTLEMENT-STATUS.
               SELECT FINAL-STATEMENT-FILE
               ASSIGN TO "final-pay-statement.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
               SELECT FINAL-PAY-NET-FILE
               ASSIGN TO "final-pay-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-NET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  LEAVE-LEDGER-FILE.
           COPY LEAVE-LEDGER-REC.
       FD  LOAN-MASTER-FILE.
           COPY LOAN-MASTER-REC.
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  DEDUCTION-TAKE-FILE.
           COPY DEDUCTION-TAKE-REC.
       FD  FINAL-SETTLEMENT-FILE.
           COPY FINAL-SETTLEMENT-REC.
       FD  FINAL-STATEMENT-FILE.
       01  FINAL-STATEMENT-LINE PIC X(100).
       FD  FINAL-PAY-NET-FILE.
           COPY PAY-NET-REC.
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
       01 WS-LOAN-STATUS PIC XX VALUE "00".
       01 WS-DEDUCTION-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-TAKE-STATUS PIC XX VALUE "00".
       01 WS-SETTLEMENT-STATUS PIC XX VALUE "00".
       01 WS-STATEMENT-STATUS PIC XX VALUE "00".
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 WS-HISTORY-EOF VALUE "Y".
       01 WS-LOAN-EOF-SWITCH PIC X VALUE "N".
           88 WS-LOAN-EOF VALUE "Y".
       01 WS-DED-EOF-SWITCH PIC X VALUE "N".
           88 WS-DED-EOF VALUE "Y".
       01 WS-PERIOD-OK-FLAG PIC X VALUE "N".
           88 WS-PERIOD-OK VALUE "Y".
       01 WS-PERIOD-ENTRY PIC X(6) VALUE SPACES.
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RUN-SEQ PIC 9(2) VALUE ZERO.
       01 WS-LAST-SEQ PIC 9(2) VALUE ZERO.
       01 WS-WINDOW-FROM PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-TO   PIC 9(8) VALUE ZERO.
       01 WS-TERM-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-RUN-YEAR PIC 9(4) VALUE ZERO.
       01 WS-RUN-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-SUPP-TAX-METHOD PIC X VALUE "F".
           88 WS-SUPP-TABLE-TAX VALUE "T".
       01 WS-SUPP-FLAT-RATE PIC 9V9999 VALUE ZEROS.
       01 WS-POLICY-FOUND-FLAG PIC X VALUE "N".
       01 WS-TAX-GROSS  PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-AMOUNT PIC 9(6)V99 VALUE ZEROS.
       01 WS-TAX-FOUND-FLAG PIC X VALUE "N".
           88 WS-TAX-FOUND VALUE "Y".
       01 WS-EMPLOYEE-NAME PIC X(40) VALUE SPACES.
       01 WS-LEDGER-FOUND-FLAG PIC X VALUE "N".
           88 WS-LEDGER-FOUND VALUE "Y".
       01 WS-VACATION-HOURS PIC S9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-PAYOUT-HOURS PIC 9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-GROSS-PAY PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-DEDUCT-TAX PIC 9(6)V99 COMP-3 VALUE ZEROS.
       01 WS-AVAILABLE-NET PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-LOAN-TAKE PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-LOAN-RECOVERED PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-LOAN-OUTSTANDING PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-NET-PAY PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TAKE-CLOSED-FLAG PIC X VALUE "N".
       01 WS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YTD-STALE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOANS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEDS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GROSS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-RECOVERED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-SIZE-ERROR-FLAG PIC X VALUE "N".
           88 WS-SIZE-ERROR-OCCURRED VALUE "Y".
       01 WS-RATE-EDIT PIC ZZ,ZZ9.99.
       01 WS-HOURS-EDIT PIC Z,ZZ9.99-.
       01 WS-STATEMENT-RULE PIC X(60) VALUE ALL "=".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-ERROR-PROGRAM PIC X(20) VALUE "FINAL-PAY-RUN".
       01 WS-ERROR-FILE PIC X(20) VALUE SPACES.
       01 WS-ERROR-OPERATION PIC X(8) VALUE "OPEN".
       01 WS-ERROR-KEY PIC X(20) VALUE SPACES.
       01 WS-ABEND-FLAG PIC X VALUE "N".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               MOVE "employee.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-EMPLOYEE-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               MOVE "pay-master.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-PAY-MASTER-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O LEAVE-LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00" AND WS-LEDGER-STATUS
                  NOT = "05"
               MOVE "leave-ledger.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-LEDGER-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O LOAN-MASTER-FILE.
            IF WS-LOAN-STATUS NOT = "00" AND WS-LOAN-STATUS
                  NOT = "05"
               MOVE "loan-master.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-LOAN-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O DEDUCTION-FILE.
            IF WS-DEDUCTION-STATUS NOT = "00" AND
                  WS-DEDUCTION-STATUS NOT = "05"
               MOVE "deduction.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-DEDUCTION-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               MOVE "pay-calendar.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-CALENDAR-STATUS WS-ERROR-KEY WS-ABEND-FLAG
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
            OPEN I-O PAY-YTD-FILE.
            IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               MOVE "pay-ytd.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-YTD-STATUS WS-ERROR-KEY WS-ABEND-FLAG
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
            OPEN I-O FINAL-SETTLEMENT-FILE.
            IF WS-SETTLEMENT-STATUS NOT = "00" AND
                  WS-SETTLEMENT-STATUS NOT = "05"
               MOVE "final-settlement.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-SETTLEMENT-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
            CALL "PAY-POLICY-LOAD" USING WS-SUPP-TAX-METHOD
               WS-SUPP-FLAT-RATE WS-POLICY-FOUND-FLAG.
            IF NOT WS-HAD-ISSUE
               PERFORM CHOOSE-RUN-PERIOD
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               PERFORM FIND-TERMINATION-WINDOW
               PERFORM FIND-NEXT-RUN-SEQ
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               OPEN OUTPUT FINAL-STATEMENT-FILE
               IF WS-STATEMENT-STATUS NOT = "00"
                  MOVE "final-pay-statement.rpt" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-STATEMENT-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
               OPEN OUTPUT FINAL-PAY-NET-FILE
               IF WS-PAY-NET-STATUS NOT = "00"
                  MOVE "final-pay-net.dat" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-PAY-NET-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO EMPLOYEE-ID
               START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-EMPLOYEE
               PERFORM UNTIL WS-EOF
                  IF EMPLOYEE-TERMINATED
                     PERFORM CHECK-TERMINATION-DATE
                  END-IF
                  PERFORM READ-NEXT-EMPLOYEE
               END-PERFORM
               PERFORM WRITE-RUN-TOTALS
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE PAY-MASTER-FILE.
            CLOSE LEAVE-LEDGER-FILE.
            CLOSE LOAN-MASTER-FILE.
            CLOSE DEDUCTION-FILE.
            CLOSE PAY-CALENDAR-FILE.
            CLOSE PAY-HISTORY-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE DEDUCTION-TAKE-FILE.
            CLOSE FINAL-SETTLEMENT-FILE.
            CLOSE FINAL-STATEMENT-FILE.
            CLOSE FINAL-PAY-NET-FILE.
            PERFORM SHOW-RUN-SUMMARY.
            IF WS-HAD-ISSUE OR WS-SIZE-ERROR-OCCURRED
                  OR NOT WS-PERIOD-OK
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-SKIPPED-COUNT > 0 OR WS-YTD-STALE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       CHOOSE-RUN-PERIOD.
            MOVE SPACES TO WS-PERIOD-ENTRY.
            DISPLAY "Pay period to settle terminations for "
               "(YYYYPP, blank = latest open or posted):".
            ACCEPT WS-PERIOD-ENTRY.
            IF WS-PERIOD-ENTRY = SPACES
               PERFORM FIND-LATEST-PERIOD
            ELSE
               IF WS-PERIOD-ENTRY IS NOT NUMERIC
                  DISPLAY "Pay period must be six digits - run "
                     "refused."
               ELSE
                  MOVE WS-PERIOD-ENTRY TO WS-RUN-PERIOD
                  MOVE WS-RUN-PERIOD TO CAL-PERIOD-NUMBER
                  READ PAY-CALENDAR-FILE
                     INVALID KEY
                        DISPLAY "Pay period " WS-RUN-PERIOD
                           " is not on the calendar - run refused."
                     NOT INVALID KEY
                        IF CAL-OPEN OR CAL-POSTED
                           SET WS-PERIOD-OK TO TRUE
                        ELSE
                           DISPLAY "Pay period " WS-RUN-PERIOD
                              " is not open or posted - run "
                              "refused."
                        END-IF
                  END-READ
               END-IF
            END-IF.

       FIND-LATEST-PERIOD.
            MOVE "N" TO WS-CAL-EOF-SWITCH.
            MOVE ZEROS TO CAL-PERIOD-NUMBER.
            START PAY-CALENDAR-FILE KEY NOT < CAL-PERIOD-NUMBER
               INVALID KEY SET WS-CAL-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CAL-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END SET WS-CAL-EOF TO TRUE
               END-READ
               IF NOT WS-CAL-EOF AND (CAL-OPEN OR CAL-POSTED)
                  MOVE CAL-PERIOD-NUMBER TO WS-RUN-PERIOD
                  SET WS-PERIOD-OK TO TRUE
               END-IF
            END-PERFORM.
            IF NOT WS-PERIOD-OK
               DISPLAY "No pay period is open or posted on the "
                  "calendar - run refused."
            END-IF.

      *> The period covers the day after the previous calendar
      *> period ends through its own end date; the first period on
      *> the calendar reaches back to the start of time.
       FIND-TERMINATION-WINDOW.
            MOVE ZEROS TO WS-WINDOW-FROM WS-WINDOW-TO.
            MOVE "N" TO WS-CAL-EOF-SWITCH.
            MOVE ZEROS TO CAL-PERIOD-NUMBER.
            START PAY-CALENDAR-FILE KEY NOT < CAL-PERIOD-NUMBER
               INVALID KEY SET WS-CAL-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CAL-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END SET WS-CAL-EOF TO TRUE
               END-READ
               IF NOT WS-CAL-EOF
                  IF CAL-PERIOD-NUMBER < WS-RUN-PERIOD
                     MOVE CAL-PERIOD-END-DATE TO WS-WINDOW-FROM
                  END-IF
                  IF CAL-PERIOD-NUMBER = WS-RUN-PERIOD
                     MOVE CAL-PERIOD-END-DATE TO WS-WINDOW-TO
                     SET WS-CAL-EOF TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            DISPLAY "Settling terminations after " WS-WINDOW-FROM
               " through " WS-WINDOW-TO.

      *> The scheduled run owns sequence 00 of the period; a
      *> settlement takes one past the highest any run has used.
       FIND-NEXT-RUN-SEQ.
            MOVE ZERO TO WS-LAST-SEQ.
            MOVE "N" TO WS-HISTORY-EOF-SWITCH.
            MOVE LOW-VALUES TO PPH-KEY.
            START PAY-HISTORY-FILE KEY NOT < PPH-KEY
               INVALID KEY SET WS-HISTORY-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-HISTORY-EOF
               READ PAY-HISTORY-FILE NEXT
                  AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
               IF NOT WS-HISTORY-EOF AND
                     PPH-PERIOD-NUMBER = WS-RUN-PERIOD AND
                     PPH-RUN-SEQ > WS-LAST-SEQ
                  MOVE PPH-RUN-SEQ TO WS-LAST-SEQ
               END-IF
            END-PERFORM.
            IF WS-LAST-SEQ = 99
               DISPLAY "Pay period " WS-RUN-PERIOD " has used all "
                  "99 run sequences - run refused."
               MOVE "N" TO WS-PERIOD-OK-FLAG
            ELSE
               COMPUTE WS-RUN-SEQ = WS-LAST-SEQ + 1
            END-IF.

       READ-NEXT-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       CHECK-TERMINATION-DATE.
            IF EMPLOYEE-TERM-DATE IS NUMERIC
               MOVE EMPLOYEE-TERM-DATE TO WS-TERM-DATE-NUM
               IF WS-TERM-DATE-NUM > WS-WINDOW-FROM AND
                     WS-TERM-DATE-NUM NOT > WS-WINDOW-TO
                  PERFORM SETTLE-ONE-EMPLOYEE
               END-IF
            END-IF.

       SETTLE-ONE-EMPLOYEE.
            MOVE EMPLOYEE-ID TO FS-EMPLOYEE-ID.
            READ FINAL-SETTLEMENT-FILE
               INVALID KEY
                  MOVE EMPLOYEE-ID TO PAY-EMPLOYEE-ID
                  READ PAY-MASTER-FILE
                     INVALID KEY
                        ADD 1 TO WS-SKIPPED-COUNT
                        DISPLAY "Terminated employee " EMPLOYEE-ID
                           " is not on the pay master - not "
                           "settled."
                     NOT INVALID KEY
                        PERFORM COMPUTE-SETTLEMENT
                  END-READ
               NOT INVALID KEY
                  ADD 1 TO WS-ALREADY-COUNT
            END-READ.

       COMPUTE-SETTLEMENT.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            STRING NameValue DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FirstLastname DELIMITED BY "  "
               INTO WS-EMPLOYEE-NAME.
            MOVE ZEROS TO WS-GROSS-PAY WS-DEDUCT-TAX
               WS-LOAN-RECOVERED WS-LOAN-OUTSTANDING WS-NET-PAY
               WS-PAYOUT-HOURS WS-VACATION-HOURS.
            MOVE ZERO TO WS-CLOSED-COUNT.
            PERFORM WRITE-STATEMENT-HEADING.
            PERFORM PAY-OUT-VACATION.
            IF WS-GROSS-PAY > 0
               PERFORM COMPUTE-SETTLEMENT-TAX
            END-IF.
            COMPUTE WS-AVAILABLE-NET = WS-GROSS-PAY - WS-DEDUCT-TAX.
            PERFORM RECOVER-LOANS.
            COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-DEDUCT-TAX - WS-LOAN-RECOVERED.
            PERFORM CLOSE-DEDUCTIONS.
            IF WS-GROSS-PAY > 0
               PERFORM WRITE-PAY-NET-RECORD
               PERFORM WRITE-PAY-HISTORY-RECORD
               PERFORM ROLL-YTD-RECORD
               ADD 1 TO WS-PAID-COUNT
            END-IF.
            PERFORM WRITE-STATEMENT-TOTALS.
            PERFORM WRITE-SETTLEMENT-RECORD.
            ADD 1 TO WS-SETTLED-COUNT.
            ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
            ADD WS-LOAN-RECOVERED TO WS-TOTAL-RECOVERED.
            ADD WS-NET-PAY TO WS-TOTAL-NET.

      *> Only a positive balance is paid. Hours taken ahead of
      *> accrual are shown on the statement for the supervisor to
      *> deal with, not clawed back here.
       PAY-OUT-VACATION.
            MOVE "N" TO WS-LEDGER-FOUND-FLAG.
            MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID.
            READ LEAVE-LEDGER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-LEDGER-FOUND TO TRUE
                  MOVE LV-VACATION-BALANCE TO WS-VACATION-HOURS
            END-READ.
            IF WS-VACATION-HOURS > 0
               MOVE WS-VACATION-HOURS TO WS-PAYOUT-HOURS
               COMPUTE WS-GROSS-PAY ROUNDED =
                     WS-PAYOUT-HOURS * PAY-RATE
                  ON SIZE ERROR
                     DISPLAY "Vacation payout overflow for "
                        EMPLOYEE-ID
                     SET WS-SIZE-ERROR-OCCURRED TO TRUE
                     MOVE ZEROS TO WS-GROSS-PAY
               END-COMPUTE
               MOVE ZEROS TO LV-VACATION-BALANCE
               REWRITE LEAVE-LEDGER-RECORD
                  INVALID KEY
                     DISPLAY "Unable to clear vacation balance for "
                        EMPLOYEE-ID ", status " WS-LEDGER-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.
            MOVE WS-PAYOUT-HOURS TO WS-HOURS-EDIT.
            MOVE PAY-RATE TO WS-RATE-EDIT.
            MOVE WS-GROSS-PAY TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "VACATION PAID OUT " WS-HOURS-EDIT " HRS AT "
               WS-RATE-EDIT "  " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            IF WS-VACATION-HOURS < 0
               MOVE WS-VACATION-HOURS TO WS-HOURS-EDIT
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "  VACATION OVERDRAWN " WS-HOURS-EDIT
                  " HRS - NOT RECOVERED BY THIS SETTLEMENT"
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
            END-IF.
            IF NOT WS-LEDGER-FOUND
               MOVE "  NO LEAVE LEDGER RECORD ON FILE"
                  TO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
            END-IF.

      *> The payout is a one-time earning, taxed the way the
      *> supplemental run taxes one.
       COMPUTE-SETTLEMENT-TAX.
            MOVE "N" TO WS-TAX-FOUND-FLAG.
            IF WS-SUPP-TABLE-TAX
               MOVE WS-GROSS-PAY TO WS-TAX-GROSS
               CALL "TAX-TABLE-CALC" USING WS-RUN-DATE-NUM
                  WS-TAX-GROSS WS-TAX-AMOUNT WS-TAX-FOUND-FLAG
            END-IF.
            IF WS-TAX-FOUND
               MOVE WS-TAX-AMOUNT TO WS-DEDUCT-TAX
            ELSE
               COMPUTE WS-DEDUCT-TAX ROUNDED =
                     WS-GROSS-PAY * WS-SUPP-FLAT-RATE
                  ON SIZE ERROR
                     DISPLAY "Settlement tax overflow for "
                        EMPLOYEE-ID
                     SET WS-SIZE-ERROR-OCCURRED TO TRUE
               END-COMPUTE
            END-IF.
            MOVE WS-DEDUCT-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "TAX WITHHELD                             "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.

      *> Every active loan is settled in loan-number order from
      *> what the net has left; no further interest is charged on
      *> the way out.
       RECOVER-LOANS.
            MOVE "N" TO WS-LOAN-EOF-SWITCH.
            MOVE EMPLOYEE-ID TO LN-EMPLOYEE-ID.
            MOVE ZEROS TO LN-LOAN-NUMBER.
            START LOAN-MASTER-FILE KEY NOT < LN-KEY
               INVALID KEY SET WS-LOAN-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER-FILE NEXT
                  AT END SET WS-LOAN-EOF TO TRUE
               END-READ
               IF NOT WS-LOAN-EOF
                  IF LN-EMPLOYEE-ID NOT = EMPLOYEE-ID
                     SET WS-LOAN-EOF TO TRUE
                  ELSE
                     IF LN-ACTIVE AND LN-BALANCE > 0
                        PERFORM RECOVER-ONE-LOAN
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       RECOVER-ONE-LOAN.
            MOVE ZEROS TO WS-LOAN-TAKE.
            IF WS-AVAILABLE-NET > 0
               IF LN-BALANCE > WS-AVAILABLE-NET
                  MOVE WS-AVAILABLE-NET TO WS-LOAN-TAKE
               ELSE
                  MOVE LN-BALANCE TO WS-LOAN-TAKE
               END-IF
            END-IF.
            IF WS-LOAN-TAKE > 0
               SUBTRACT WS-LOAN-TAKE FROM WS-AVAILABLE-NET
               ADD WS-LOAN-TAKE TO WS-LOAN-RECOVERED
               SUBTRACT WS-LOAN-TAKE FROM LN-BALANCE
               ADD 1 TO LN-PAYMENTS-MADE
               MOVE "N" TO WS-TAKE-CLOSED-FLAG
               IF LN-BALANCE = 0
                  MOVE "P" TO LN-STATUS
                  MOVE "Y" TO WS-TAKE-CLOSED-FLAG
                  ADD 1 TO WS-LOANS-CLOSED-COUNT
               END-IF
               REWRITE LOAN-MASTER-RECORD
                  INVALID KEY
                     DISPLAY "Unable to update loan " LN-LOAN-NUMBER
                        " for " EMPLOYEE-ID ", status "
                        WS-LOAN-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
               PERFORM WRITE-LOAN-TAKE
            END-IF.
            ADD LN-BALANCE TO WS-LOAN-OUTSTANDING.
            MOVE WS-LOAN-TAKE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "LOAN " LN-LOAN-NUMBER " RECOVERED"
               "                           " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE LN-BALANCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            IF LN-BALANCE > 0
               STRING "  BALANCE STILL OWED ON LOAN " LN-LOAN-NUMBER
                  "           " WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
            ELSE
               STRING "  LOAN " LN-LOAN-NUMBER " PAID OFF"
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
            END-IF.
            WRITE FINAL-STATEMENT-LINE.

      *> Kept against the settlement's run sequence like PAY-RUN's
      *> takes, so a void of the settlement gives the balance back.
       WRITE-LOAN-TAKE.
            MOVE EMPLOYEE-ID TO DTK-EMPLOYEE-ID.
            MOVE WS-RUN-PERIOD TO DTK-PERIOD-NUMBER.
            MOVE WS-RUN-SEQ TO DTK-RUN-SEQ.
            MOVE "L" TO DTK-KIND.
            MOVE SPACES TO DTK-CODE.
            MOVE LN-LOAN-NUMBER TO DTK-CODE(1:2).
            MOVE WS-RUN-DATE-NUM TO DTK-PAY-DATE.
            MOVE WS-LOAN-TAKE TO DTK-TAKE-AMOUNT.
            MOVE ZEROS TO DTK-LOAN-INTEREST.
            MOVE "Y" TO DTK-BALANCE-FLAG.
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

      *> Nothing more is taken for a deduction once its employee
      *> has left; the balance still owed is printed so the payee
      *> can be told.
       CLOSE-DEDUCTIONS.
            MOVE "N" TO WS-DED-EOF-SWITCH.
            MOVE SPACES TO DED-KEY.
            MOVE EMPLOYEE-ID TO DED-EMPLOYEE-ID.
            START DEDUCTION-FILE KEY NOT < DED-KEY
               INVALID KEY SET WS-DED-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-DED-EOF
               READ DEDUCTION-FILE NEXT
                  AT END SET WS-DED-EOF TO TRUE
               END-READ
               IF NOT WS-DED-EOF
                  IF DED-EMPLOYEE-ID NOT = EMPLOYEE-ID
                     SET WS-DED-EOF TO TRUE
                  ELSE
                     IF DED-ACTIVE
                        PERFORM CLOSE-ONE-DEDUCTION
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       CLOSE-ONE-DEDUCTION.
            MOVE "C" TO DED-STATUS.
            MOVE WS-RUN-DATE-NUM TO DED-CLOSED-DATE.
            REWRITE DEDUCTION-RECORD
               INVALID KEY
                  DISPLAY "Unable to close deduction " DED-CODE
                     " for " EMPLOYEE-ID ", status "
                     WS-DEDUCTION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.
            ADD 1 TO WS-CLOSED-COUNT.
            ADD 1 TO WS-DEDS-CLOSED-COUNT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            IF DED-HAS-BALANCE
               MOVE DED-REMAINING-BALANCE TO WS-TOTAL-MONEY-EDIT
               STRING "DEDUCTION " DED-CODE " CLOSED - BALANCE "
                  "UNPAID        " WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
            ELSE
               STRING "DEDUCTION " DED-CODE " CLOSED"
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
            END-IF.
            WRITE FINAL-STATEMENT-LINE.

       WRITE-PAY-NET-RECORD.
            MOVE EMPLOYEE-ID TO PN-EMPLOYEE-ID.
            MOVE WS-RUN-PERIOD TO PN-PERIOD-NUMBER.
            MOVE WS-NET-PAY TO PN-NET-PAY.
            MOVE WS-GROSS-PAY TO PN-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO PN-DEDUCT-TAX.
            MOVE ZEROS TO PN-DEDUCT-INS.
            MOVE WS-LOAN-RECOVERED TO PN-DEDUCT-OTHER.
            MOVE EMPLOYEE-DEPARTMENT TO PN-DEPARTMENT.
            MOVE ZEROS TO PN-REIMBURSEMENT.
            WRITE PAY-NET-RECORD.

       WRITE-PAY-HISTORY-RECORD.
            MOVE EMPLOYEE-ID TO PPH-EMPLOYEE-ID.
            MOVE WS-RUN-PERIOD TO PPH-PERIOD-NUMBER.
            MOVE WS-RUN-SEQ TO PPH-RUN-SEQ.
            MOVE WS-RUN-DATE-NUM TO PPH-PAY-DATE.
            MOVE WS-GROSS-PAY TO PPH-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO PPH-DEDUCT-TAX.
            MOVE ZEROS TO PPH-DEDUCT-INS.
            MOVE WS-LOAN-RECOVERED TO PPH-DEDUCT-OTHER.
            MOVE WS-NET-PAY TO PPH-NET-PAY.
            MOVE EMPLOYEE-DEPARTMENT TO PPH-DEPARTMENT.
            MOVE "P" TO PPH-STATUS.
            MOVE ZEROS TO PPH-VOID-DATE.
            MOVE SPACE TO PPH-VOID-JOURNAL-FLAG.
            MOVE ZEROS TO PPH-REIMBURSEMENT.
            WRITE PAY-PERIOD-HIST-RECORD
               INVALID KEY
                  DISPLAY "Pay history already holds "
                     PPH-EMPLOYEE-ID " period " PPH-PERIOD-NUMBER
                     " run " PPH-RUN-SEQ ", status "
                     WS-PAY-HISTORY-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       ROLL-YTD-RECORD.
            MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
            READ PAY-YTD-FILE
               INVALID KEY
                  MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID
                  MOVE WS-RUN-YEAR TO YTD-YEAR
                  MOVE WS-GROSS-PAY TO YTD-GROSS
                  MOVE WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                  MOVE ZEROS TO YTD-DEDUCT-INSURANCE
                  MOVE WS-LOAN-RECOVERED TO YTD-DEDUCT-OTHER
                  MOVE WS-NET-PAY TO YTD-NET
                  WRITE PAY-YTD-RECORD
               NOT INVALID KEY
                  IF YTD-YEAR = WS-RUN-YEAR
                     ADD WS-GROSS-PAY TO YTD-GROSS
                     ADD WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                     ADD WS-LOAN-RECOVERED TO YTD-DEDUCT-OTHER
                     ADD WS-NET-PAY TO YTD-NET
                     REWRITE PAY-YTD-RECORD
                  ELSE
                     ADD 1 TO WS-YTD-STALE-COUNT
                     DISPLAY "YTD record for " EMPLOYEE-ID
                        " still carries year " YTD-YEAR
                        " - run the new-year reset."
                  END-IF
            END-READ.

       WRITE-SETTLEMENT-RECORD.
            MOVE EMPLOYEE-ID TO FS-EMPLOYEE-ID.
            MOVE EMPLOYEE-TERM-DATE TO FS-TERM-DATE.
            MOVE WS-RUN-DATE-NUM TO FS-SETTLED-DATE.
            MOVE WS-RUN-PERIOD TO FS-PERIOD-NUMBER.
            IF WS-GROSS-PAY > 0
               MOVE WS-RUN-SEQ TO FS-RUN-SEQ
            ELSE
               MOVE ZERO TO FS-RUN-SEQ
            END-IF.
            MOVE WS-PAYOUT-HOURS TO FS-VACATION-HOURS.
            MOVE PAY-RATE TO FS-PAY-RATE.
            MOVE WS-GROSS-PAY TO FS-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO FS-DEDUCT-TAX.
            MOVE WS-LOAN-RECOVERED TO FS-LOAN-RECOVERED.
            MOVE WS-LOAN-OUTSTANDING TO FS-LOAN-OUTSTANDING.
            MOVE WS-NET-PAY TO FS-NET-PAY.
            MOVE WS-CLOSED-COUNT TO FS-DEDUCTIONS-CLOSED.
            WRITE FINAL-SETTLEMENT-RECORD
               INVALID KEY
                  DISPLAY "Unable to record settlement for "
                     EMPLOYEE-ID ", status " WS-SETTLEMENT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

      *> Each statement starts on a fresh page of the statement
      *> printer behind the ruled separator, the way the pay
      *> advices do.
       WRITE-STATEMENT-HEADING.
            WRITE FINAL-STATEMENT-LINE FROM WS-STATEMENT-RULE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "FINAL PAY SETTLEMENT - PERIOD " WS-RUN-PERIOD
               " RUN " WS-RUN-SEQ "  DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "EMPLOYEE " EMPLOYEE-ID " " WS-EMPLOYEE-NAME
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "DEPARTMENT " EMPLOYEE-DEPARTMENT
               "  TERMINATED " EMPLOYEE-TERM-DATE
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
            MOVE WS-NET-PAY TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "NET SETTLEMENT PAYABLE                   "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            IF WS-LOAN-OUTSTANDING > 0
               MOVE WS-LOAN-OUTSTANDING TO WS-TOTAL-MONEY-EDIT
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "LOAN BALANCE STILL OWED BY EMPLOYEE      "
                  WS-TOTAL-MONEY-EDIT
                  DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
            END-IF.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE "SUPERVISOR ____________________________  DATE "
               & "__________" TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE "EMPLOYEE   ____________________________  DATE "
               & "__________" TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.

       WRITE-RUN-TOTALS.
            WRITE FINAL-STATEMENT-LINE FROM WS-STATEMENT-RULE.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "SETTLEMENTS " WS-SETTLED-COUNT
               "  PAID " WS-PAID-COUNT
               "  NOT ON PAY MASTER " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE WS-TOTAL-GROSS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "TOTAL VACATION PAID OUT : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "TOTAL LOANS RECOVERED   : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO FINAL-STATEMENT-LINE.
            STRING "TOTAL NET SETTLEMENT    : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
            WRITE FINAL-STATEMENT-LINE.

       SHOW-RUN-SUMMARY.
            DISPLAY "Final Pay Settlement Summary".
            DISPLAY "Period / run        : " WS-RUN-PERIOD "-"
               WS-RUN-SEQ.
            DISPLAY "Employees settled   : " WS-SETTLED-COUNT.
            DISPLAY "Settlements paid    : " WS-PAID-COUNT.
            DISPLAY "Already settled     : " WS-ALREADY-COUNT.
            DISPLAY "Not on pay master   : " WS-SKIPPED-COUNT.
            DISPLAY "Loans paid off      : " WS-LOANS-CLOSED-COUNT.
            DISPLAY "Deductions closed   : " WS-DEDS-CLOSED-COUNT.
            DISPLAY "Stale YTD records   : " WS-YTD-STALE-COUNT.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total net settlement: " WS-TOTAL-MONEY-EDIT.
       END PROGRAM FINAL-PAY-RUN.
