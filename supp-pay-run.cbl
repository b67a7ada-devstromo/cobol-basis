      *> Off-cycle supplemental pay run: pays the one-time earnings
      *> waiting on supp-earning.dat (SUPP-EARNING-ENTRY) - bonuses,
      *> commissions and manual corrections - outside the scheduled
      *> PAY-RUN. Each employee's pending lines are paid together
      *> as one payment, taxed the way the payroll policy says
      *> (PAY-POLICY-LOAD): through the bracketed tax table
      *> (TAX-TABLE-CALC) on the supplemental amount alone, falling
      *> back to the flat supplemental rate when no table covers
      *> it, or at the flat rate outright. No insurance, deduction
      *> or loan is taken from a supplemental payment - those ride
      *> the scheduled run.
      *> The payment is booked against a pay period the operator
      *> names (blank takes the latest open or posted period) under
      *> the next free run sequence in that period - the scheduled
      *> run is always sequence 00 - so it has its own key on
      *> pay-history.dat. The calendar is only read: an open period
      *> stays open for its scheduled run and a posted one stays
      *> posted.
      *> The run rolls each payment into the year-to-date record
      *> like PAY-RUN does, prints its own register on
      *> supp-register.rpt and writes its own supp-pay-net.dat in
      *> the pay-net layout for SUPP-PAY-JOURNAL-EXTRACT, leaving
      *> the scheduled run's pay-net.dat alone. Every line it pays
      *> is stamped with the period and run sequence, so a second
      *> run finds nothing pending and pays nothing twice. An
      *> employee no longer on the masters, or terminated, is left
      *> pending and listed; that posts completion code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPP-PAY-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL SUPP-EARNING-FILE
               ASSIGN TO "supp-earning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-EARNING-STATUS.
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
               SELECT SUPP-REGISTER-FILE
               ASSIGN TO "supp-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT SUPP-PAY-NET-FILE
               ASSIGN TO "supp-pay-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-NET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-EARNING-FILE.
           COPY SUPP-EARNING-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  SUPP-REGISTER-FILE.
       01  SUPP-REGISTER-LINE PIC X(100).
       FD  SUPP-PAY-NET-FILE.
           COPY PAY-NET-REC.
       WORKING-STORAGE SECTION.
       01 WS-EARNING-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 WS-HISTORY-EOF VALUE "Y".
       01 WS-PERIOD-OK-FLAG PIC X VALUE "N".
           88 WS-PERIOD-OK VALUE "Y".
       01 WS-PERIOD-ENTRY PIC X(6) VALUE SPACES.
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RUN-SEQ PIC 9(2) VALUE ZERO.
       01 WS-LAST-SEQ PIC 9(2) VALUE ZERO.
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
       01 WS-TABLE-TAX-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FLAT-TAX-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-EMPLOYEE PIC X(6) VALUE SPACES.
       01 WS-EMPLOYEE-OK-FLAG PIC X VALUE "N".
           88 WS-EMPLOYEE-OK VALUE "Y".
       01 WS-SKIP-REASON PIC X(30) VALUE SPACES.
       01 WS-EMPLOYEE-NAME PIC X(15) VALUE SPACES.
       01 WS-EMPLOYEE-DEPT PIC X(20) VALUE SPACES.
       01 WS-PENDING-LINES PIC 9(3) VALUE ZERO.
       01 WS-SUPP-GROSS PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-DEDUCT-TAX PIC 9(6)V99 COMP-3 VALUE ZEROS.
       01 WS-NET-PAY    PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-GROSS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-PAID-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YTD-STALE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SIZE-ERROR-FLAG PIC X VALUE "N".
           88 WS-SIZE-ERROR-OCCURRED VALUE "Y".
       01 WS-EARNING-LINE.
           05 FILLER        PIC X(8) VALUE SPACES.
           05 WS-EL-LINE    PIC 9(2).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EL-TYPE    PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EL-DESC    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-EL-AMOUNT  PIC $$$,$$$,$$9.99-.
       01 WS-DETAIL-LINE.
           05 WS-DET-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NAME   PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-GROSS  PIC $$$,$$$,$$9.99-.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-TAX    PIC $$$,$$9.99-.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NET    PIC $$$,$$$,$$9.99-.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-TAX-FLAG PIC X(10).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-ERROR-PROGRAM PIC X(20) VALUE "SUPP-PAY-RUN".
       01 WS-ERROR-FILE PIC X(20) VALUE SPACES.
       01 WS-ERROR-OPERATION PIC X(8) VALUE "OPEN".
       01 WS-ERROR-KEY PIC X(20) VALUE SPACES.
       01 WS-ABEND-FLAG PIC X VALUE "N".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O SUPP-EARNING-FILE.
            IF WS-EARNING-STATUS NOT = "00" AND WS-EARNING-STATUS
                  NOT = "05"
               MOVE "supp-earning.dat" TO WS-ERROR-FILE
               CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                  WS-ERROR-FILE WS-ERROR-OPERATION
                  WS-EARNING-STATUS WS-ERROR-KEY WS-ABEND-FLAG
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
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
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
            CALL "PAY-POLICY-LOAD" USING WS-SUPP-TAX-METHOD
               WS-SUPP-FLAT-RATE WS-POLICY-FOUND-FLAG.
            IF NOT WS-HAD-ISSUE
               PERFORM CHOOSE-RUN-PERIOD
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               PERFORM FIND-NEXT-RUN-SEQ
            END-IF.
      *> As in PAY-RUN, the outputs only open once the run is
      *> known to go ahead, so a refused run leaves the last
      *> supplemental register and pay-net file as they were.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               OPEN OUTPUT SUPP-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                  MOVE "supp-register.rpt" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-REGISTER-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
               OPEN OUTPUT SUPP-PAY-NET-FILE
               IF WS-PAY-NET-STATUS NOT = "00"
                  MOVE "supp-pay-net.dat" TO WS-ERROR-FILE
                  CALL "FILE-ERROR-HANDLER" USING WS-ERROR-PROGRAM
                     WS-ERROR-FILE WS-ERROR-OPERATION
                     WS-PAY-NET-STATUS WS-ERROR-KEY WS-ABEND-FLAG
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-PERIOD-OK
               PERFORM WRITE-REGISTER-HEADING
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SE-KEY
               START SUPP-EARNING-FILE KEY NOT < SE-KEY
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-EARNING
               PERFORM UNTIL WS-EOF
                  PERFORM PAY-ONE-EMPLOYEE
               END-PERFORM
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE SUPP-EARNING-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE PAY-MASTER-FILE.
            CLOSE PAY-CALENDAR-FILE.
            CLOSE PAY-HISTORY-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE SUPP-REGISTER-FILE.
            CLOSE SUPP-PAY-NET-FILE.
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

      *> The period only labels the payment - it must be one the
      *> calendar has open or posted. Blank takes the latest such
      *> period.
       CHOOSE-RUN-PERIOD.
            MOVE SPACES TO WS-PERIOD-ENTRY.
            DISPLAY "Pay period to book the supplemental run to "
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

      *> The run sequence is one past the highest any run has used
      *> in the period across the whole history file; the
      *> scheduled run owns 00, so the first supplemental is 01
      *> whether or not the scheduled run has happened yet.
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

       READ-NEXT-EARNING.
            READ SUPP-EARNING-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> One employee's lines arrive together in key order; the
      *> pending ones are summed into one payment.
       PAY-ONE-EMPLOYEE.
            MOVE SE-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE.
            MOVE ZEROS TO WS-SUPP-GROSS.
            MOVE ZERO TO WS-PENDING-LINES.
            PERFORM CHECK-EMPLOYEE.
            PERFORM UNTIL WS-EOF OR
                  SE-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
               IF SE-PENDING
                  ADD 1 TO WS-PENDING-LINES
                  IF WS-EMPLOYEE-OK
                     PERFORM TAKE-ONE-EARNING
                  END-IF
               END-IF
               PERFORM READ-NEXT-EARNING
            END-PERFORM.
            IF WS-PENDING-LINES > 0
               IF WS-EMPLOYEE-OK
                  PERFORM COMPUTE-SUPP-PAYMENT
                  PERFORM WRITE-REGISTER-DETAIL
                  PERFORM WRITE-PAY-NET-RECORD
                  PERFORM WRITE-PAY-HISTORY-RECORD
                  PERFORM ROLL-YTD-RECORD
               ELSE
                  PERFORM WRITE-SKIPPED-LINE
               END-IF
            END-IF.

       CHECK-EMPLOYEE.
            MOVE "N" TO WS-EMPLOYEE-OK-FLAG.
            MOVE SPACES TO WS-SKIP-REASON WS-EMPLOYEE-NAME
               WS-EMPLOYEE-DEPT.
            MOVE WS-CURRENT-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "NOT ON EMPLOYEE MASTER" TO WS-SKIP-REASON
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     MOVE "TERMINATED" TO WS-SKIP-REASON
                  ELSE
                     MOVE NameValue TO WS-EMPLOYEE-NAME
                     MOVE EMPLOYEE-DEPARTMENT TO WS-EMPLOYEE-DEPT
                     SET WS-EMPLOYEE-OK TO TRUE
                  END-IF
            END-READ.
            IF WS-EMPLOYEE-OK
               MOVE WS-CURRENT-EMPLOYEE TO PAY-EMPLOYEE-ID
               READ PAY-MASTER-FILE
                  INVALID KEY
                     MOVE "N" TO WS-EMPLOYEE-OK-FLAG
                     MOVE "NOT ON PAY MASTER" TO WS-SKIP-REASON
               END-READ
            END-IF.

       TAKE-ONE-EARNING.
            ADD SE-AMOUNT TO WS-SUPP-GROSS
               ON SIZE ERROR
                  DISPLAY "Supplemental gross overflow for "
                     WS-CURRENT-EMPLOYEE
                  SET WS-SIZE-ERROR-OCCURRED TO TRUE
            END-ADD.
            MOVE SE-LINE-NUMBER TO WS-EL-LINE.
            EVALUATE TRUE
               WHEN SE-BONUS
                  MOVE "BONUS" TO WS-EL-TYPE
               WHEN SE-COMMISSION
                  MOVE "COMMISSION" TO WS-EL-TYPE
               WHEN OTHER
                  MOVE "CORRECTION" TO WS-EL-TYPE
            END-EVALUATE.
            MOVE SE-DESCRIPTION TO WS-EL-DESC.
            MOVE SE-AMOUNT TO WS-EL-AMOUNT.
            WRITE SUPP-REGISTER-LINE FROM WS-EARNING-LINE.
            ADD 1 TO WS-LINE-PAID-COUNT.
            MOVE "A" TO SE-STATUS.
            MOVE WS-RUN-PERIOD TO SE-PAID-PERIOD.
            MOVE WS-RUN-SEQ TO SE-PAID-RUN-SEQ.
            REWRITE SUPP-EARNING-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark earning " SE-EMPLOYEE-ID
                     "-" SE-LINE-NUMBER " paid, status "
                     WS-EARNING-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.

      *> Table tax is computed on the supplemental amount by itself;
      *> when the table has no bracket for it the flat rate applies
      *> instead, the same fallback PAY-RUN makes to the pay
      *> master's flat tax.
       COMPUTE-SUPP-PAYMENT.
            MOVE "N" TO WS-TAX-FOUND-FLAG.
            IF WS-SUPP-TABLE-TAX
               MOVE WS-SUPP-GROSS TO WS-TAX-GROSS
               CALL "TAX-TABLE-CALC" USING WS-RUN-DATE-NUM
                  WS-TAX-GROSS WS-TAX-AMOUNT WS-TAX-FOUND-FLAG
            END-IF.
            IF WS-TAX-FOUND
               MOVE WS-TAX-AMOUNT TO WS-DEDUCT-TAX
               ADD 1 TO WS-TABLE-TAX-COUNT
               MOVE "TABLE TAX" TO WS-DET-TAX-FLAG
            ELSE
               COMPUTE WS-DEDUCT-TAX ROUNDED =
                     WS-SUPP-GROSS * WS-SUPP-FLAT-RATE
                  ON SIZE ERROR
                     DISPLAY "Supplemental tax overflow for "
                        WS-CURRENT-EMPLOYEE
                     SET WS-SIZE-ERROR-OCCURRED TO TRUE
               END-COMPUTE
               ADD 1 TO WS-FLAT-TAX-COUNT
               MOVE "FLAT TAX" TO WS-DET-TAX-FLAG
            END-IF.
            SUBTRACT WS-DEDUCT-TAX FROM WS-SUPP-GROSS
               GIVING WS-NET-PAY.
            ADD 1 TO WS-EMPLOYEE-COUNT.
            ADD WS-SUPP-GROSS TO WS-TOTAL-GROSS.
            ADD WS-DEDUCT-TAX TO WS-TOTAL-TAX.
            ADD WS-NET-PAY TO WS-TOTAL-NET.

       WRITE-PAY-NET-RECORD.
            MOVE WS-CURRENT-EMPLOYEE TO PN-EMPLOYEE-ID.
            MOVE WS-RUN-PERIOD TO PN-PERIOD-NUMBER.
            MOVE WS-NET-PAY TO PN-NET-PAY.
            MOVE WS-SUPP-GROSS TO PN-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO PN-DEDUCT-TAX.
            MOVE ZEROS TO PN-DEDUCT-INS PN-DEDUCT-OTHER.
            MOVE WS-EMPLOYEE-DEPT TO PN-DEPARTMENT.
            MOVE ZEROS TO PN-REIMBURSEMENT.
            WRITE PAY-NET-RECORD.

       WRITE-PAY-HISTORY-RECORD.
            MOVE WS-CURRENT-EMPLOYEE TO PPH-EMPLOYEE-ID.
            MOVE WS-RUN-PERIOD TO PPH-PERIOD-NUMBER.
            MOVE WS-RUN-SEQ TO PPH-RUN-SEQ.
            MOVE WS-RUN-DATE-NUM TO PPH-PAY-DATE.
            MOVE WS-SUPP-GROSS TO PPH-GROSS-PAY.
            MOVE WS-DEDUCT-TAX TO PPH-DEDUCT-TAX.
            MOVE ZEROS TO PPH-DEDUCT-INS PPH-DEDUCT-OTHER.
            MOVE WS-NET-PAY TO PPH-NET-PAY.
            MOVE WS-EMPLOYEE-DEPT TO PPH-DEPARTMENT.
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

      *> Same year guard as PAY-RUN: a record still on an earlier
      *> year is counted and left for the new-year reset.
       ROLL-YTD-RECORD.
            MOVE WS-CURRENT-EMPLOYEE TO YTD-EMPLOYEE-ID.
            READ PAY-YTD-FILE
               INVALID KEY
                  MOVE WS-CURRENT-EMPLOYEE TO YTD-EMPLOYEE-ID
                  MOVE WS-RUN-YEAR TO YTD-YEAR
                  MOVE WS-SUPP-GROSS TO YTD-GROSS
                  MOVE WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                  MOVE ZEROS TO YTD-DEDUCT-INSURANCE
                  MOVE ZEROS TO YTD-DEDUCT-OTHER
                  MOVE WS-NET-PAY TO YTD-NET
                  WRITE PAY-YTD-RECORD
               NOT INVALID KEY
                  IF YTD-YEAR = WS-RUN-YEAR
                     ADD WS-SUPP-GROSS TO YTD-GROSS
                     ADD WS-DEDUCT-TAX TO YTD-DEDUCT-TAX
                     ADD WS-NET-PAY TO YTD-NET
                     REWRITE PAY-YTD-RECORD
                  ELSE
                     ADD 1 TO WS-YTD-STALE-COUNT
                     DISPLAY "YTD record for " WS-CURRENT-EMPLOYEE
                        " still carries year " YTD-YEAR
                        " - run the new-year reset."
                  END-IF
            END-READ.

       WRITE-SKIPPED-LINE.
            ADD 1 TO WS-SKIPPED-COUNT.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING WS-CURRENT-EMPLOYEE " NOT PAID - "
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "SUPPLEMENTAL PAY REGISTER - PERIOD "
               WS-RUN-PERIOD " RUN " WS-RUN-SEQ " PAID "
               WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            IF WS-SUPP-TABLE-TAX
               STRING "TAXED THROUGH THE TAX TABLE, FLAT RATE "
                  WS-SUPP-FLAT-RATE " WHERE NO BRACKET APPLIES"
                  DELIMITED BY SIZE INTO SUPP-REGISTER-LINE
            ELSE
               STRING "TAXED AT THE FLAT SUPPLEMENTAL RATE "
                  WS-SUPP-FLAT-RATE
                  DELIMITED BY SIZE INTO SUPP-REGISTER-LINE
            END-IF.
            WRITE SUPP-REGISTER-LINE.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "ID      NAME                       GROSS"
               "          TAX              NET  FLAG"
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
            MOVE WS-CURRENT-EMPLOYEE TO WS-DET-ID.
            MOVE WS-EMPLOYEE-NAME TO WS-DET-NAME.
            MOVE WS-SUPP-GROSS TO WS-DET-GROSS.
            MOVE WS-DEDUCT-TAX TO WS-DET-TAX.
            MOVE WS-NET-PAY TO WS-DET-NET.
            WRITE SUPP-REGISTER-LINE FROM WS-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE WS-TOTAL-GROSS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "TOTAL GROSS: " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.
            MOVE WS-TOTAL-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "TOTAL TAX  : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "TOTAL NET  : " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.
            MOVE SPACES TO SUPP-REGISTER-LINE.
            STRING "EMPLOYEES PAID " WS-EMPLOYEE-COUNT
               "  EARNING LINES PAID " WS-LINE-PAID-COUNT
               "  EMPLOYEES NOT PAID " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO SUPP-REGISTER-LINE.
            WRITE SUPP-REGISTER-LINE.

       SHOW-RUN-SUMMARY.
            DISPLAY "Supplemental Pay Run Summary".
            DISPLAY "Period / run       : " WS-RUN-PERIOD "-"
               WS-RUN-SEQ.
            DISPLAY "Employees paid     : " WS-EMPLOYEE-COUNT.
            DISPLAY "Earning lines paid : " WS-LINE-PAID-COUNT.
            DISPLAY "Employees not paid : " WS-SKIPPED-COUNT.
            DISPLAY "Taxed by table     : " WS-TABLE-TAX-COUNT.
            DISPLAY "Taxed at flat rate : " WS-FLAT-TAX-COUNT.
            DISPLAY "Stale YTD records  : " WS-YTD-STALE-COUNT.
            MOVE WS-TOTAL-NET TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total net pay      : " WS-TOTAL-MONEY-EDIT.
       END PROGRAM SUPP-PAY-RUN.
