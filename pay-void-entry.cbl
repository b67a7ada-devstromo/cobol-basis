      *> Payment void entry: a supervisor (access level 3) asks for
      *> one employee's payment in a posted pay period to be undone,
      *> or for the check that paid it to be replaced. Nothing is
      *> changed here - the request goes through
      *> APPROVAL-QUEUE-WRITE and a second supervisor releases it on
      *> the approval queue, where PAY-VOID-APPLY does the work.
      *> V voids the payment itself: the pay comes back out of the
      *> year-to-date record, the deduction and loan balances its
      *> run consumed are given back, the check (if one was
      *> printed) is voided, a replacement check still waiting to
      *> print is cancelled and the history row is marked voided
      *> for the reversing journal. R voids only the check and
      *> queues the same payment for a replacement check - the pay
      *> itself stands, so nothing else moves.
      *> The request is refused up front when the period is not
      *> posted, the payment is already voided, or the same payment
      *> already has a void waiting on the queue; a void is refused
      *> when the year-to-date record has moved on to a later year,
      *> and a reissue when no live check was issued for the
      *> payment or a replacement is already waiting to print.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VOID-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO "pay-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT OPTIONAL CHECK-ISSUE-FILE
               ASSIGN TO "check-issue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKI-PAYMENT-KEY
                  WITH DUPLICATES
               FILE STATUS IS WS-ISSUE-STATUS.
               SELECT OPTIONAL CHECK-REISSUE-FILE
               ASSIGN TO "check-reissue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-PAYMENT-KEY
               FILE STATUS IS WS-REISSUE-STATUS.
               SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "pending-approval.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-APPROVAL-ID
               FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  CHECK-REISSUE-FILE.
           COPY CHECK-REISSUE-REC.
       FD  PENDING-APPROVAL-FILE.
           COPY PENDING-APPROVAL-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-REISSUE-STATUS PIC XX VALUE "00".
       01 WS-QUEUE-STATUS PIC XX VALUE "00".
       01 WS-TRANS-CODE PIC X VALUE SPACE.
           88 WS-VOID-TRANS    VALUE "V".
           88 WS-REISSUE-TRANS VALUE "R".
           88 WS-EXIT-TRANS    VALUE "X".
       01 WS-VALID-SWITCH PIC X VALUE "Y".
           88 WS-INPUT-VALID VALUE "Y".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-WANTED-ID PIC X(6) VALUE SPACES.
       01 WS-WANTED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-WANTED-SEQ PIC 9(2) VALUE ZERO.
       01 WS-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
           05 WS-PAY-YEAR PIC 9(4).
           05 FILLER      PIC 9(4).
       01 WS-CHECK-FOUND-FLAG PIC X VALUE "N".
           88 WS-CHECK-FOUND VALUE "Y".
       01 WS-REISSUE-QUEUED-FLAG PIC X VALUE "N".
           88 WS-REISSUE-QUEUED VALUE "Y".
       01 WS-FOUND-CHECK PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".
           88 WS-CONFIRMED VALUE "Y" "y".
       COPY MONEY-EDIT.
       01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
       01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
           88 WS-SIGNON-OK VALUE "Y".
       01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
       01 WS-QUEUE-SOURCE PIC X(12) VALUE "PAY-VOID".
       01 WS-QUEUE-KEY PIC X(20) VALUE SPACES.
       01 WS-QUEUE-KEY-PARTS REDEFINES WS-QUEUE-KEY.
           05 WS-QK-EMPLOYEE PIC X(6).
           05 WS-QK-PERIOD   PIC 9(6).
           05 WS-QK-SEQ      PIC 9(2).
           05 FILLER         PIC X(6).
       01 WS-QUEUE-RATE PIC 9(5)V99 VALUE ZEROS.
       01 WS-QUEUE-TERM-DATE PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-ID PIC 9(6) VALUE ZERO.
       01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Payment void entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF WS-ACCESS-LEVEL < 3
               DISPLAY "Voiding a payment needs supervisor access "
                  "level 3."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay-calendar.dat, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-YTD-FILE.
            IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               DISPLAY "Unable to open pay-ytd.dat, status "
                  WS-YTD-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHECK-ISSUE-FILE.
            IF WS-ISSUE-STATUS NOT = "00" AND WS-ISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-issue.dat, status "
                  WS-ISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHECK-REISSUE-FILE.
            IF WS-REISSUE-STATUS NOT = "00" AND WS-REISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-reissue.dat, status "
                  WS-REISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ENTRY-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE PAY-HISTORY-FILE.
            CLOSE PAY-CALENDAR-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE CHECK-ISSUE-FILE.
            CLOSE CHECK-REISSUE-FILE.
            DISPLAY "Requests queued this session: " WS-QUEUED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ENTRY-LOOP.
            DISPLAY "Payment Void - V)oid payment R)eissue check "
               "X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-VOID-TRANS
                  PERFORM ENTER-ONE-REQUEST
               WHEN WS-REISSUE-TRANS
                  PERFORM ENTER-ONE-REQUEST
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ENTER-ONE-REQUEST.
            SET WS-INPUT-VALID TO TRUE.
            DISPLAY "Employee ID:".
            ACCEPT WS-WANTED-ID.
            DISPLAY "Pay period (YYYYNN):".
            ACCEPT WS-WANTED-PERIOD.
            DISPLAY "Run sequence within the period (00 = the "
               "scheduled run):".
            ACCEPT WS-WANTED-SEQ.
            PERFORM FIND-PAYMENT.
            IF WS-INPUT-VALID
               PERFORM CHECK-PERIOD-POSTED
            END-IF.
            IF WS-INPUT-VALID
               PERFORM FIND-ISSUED-CHECK
               PERFORM FIND-QUEUED-REISSUE
               IF WS-VOID-TRANS
                  PERFORM CHECK-YEAR-OPEN
               ELSE
                  PERFORM CHECK-REISSUE-ALLOWED
               END-IF
            END-IF.
            IF WS-INPUT-VALID
               PERFORM CHECK-NOTHING-PENDING
            END-IF.
            IF WS-INPUT-VALID
               PERFORM SHOW-PAYMENT
               DISPLAY "Queue this request for approval (Y/N)?"
               MOVE "N" TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                  PERFORM QUEUE-REQUEST
               ELSE
                  DISPLAY "Nothing queued."
               END-IF
            ELSE
               DISPLAY "Request not queued."
            END-IF.

       FIND-PAYMENT.
            MOVE WS-WANTED-ID TO PPH-EMPLOYEE-ID.
            MOVE WS-WANTED-PERIOD TO PPH-PERIOD-NUMBER.
            MOVE WS-WANTED-SEQ TO PPH-RUN-SEQ.
            READ PAY-HISTORY-FILE
               INVALID KEY
                  DISPLAY "No payment on file for " WS-WANTED-ID
                     " period " WS-WANTED-PERIOD "-" WS-WANTED-SEQ
                     "."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF PPH-VOIDED
                     DISPLAY "That payment was already voided on "
                        PPH-VOID-DATE "."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

      *> Only a posted period is corrected this way; a period still
      *> open is put right before its run.
       CHECK-PERIOD-POSTED.
            MOVE WS-WANTED-PERIOD TO CAL-PERIOD-NUMBER.
            READ PAY-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "Period " WS-WANTED-PERIOD
                     " is not on the pay calendar."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT CAL-POSTED
                     DISPLAY "Period " WS-WANTED-PERIOD
                        " is not posted - correct it before the "
                        "run instead."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

      *> The year-to-date record must still be the year the payment
      *> was made in; once the new-year reset has run the amounts
      *> have gone to the annual statements and cannot be backed
      *> out here.
       CHECK-YEAR-OPEN.
            MOVE PPH-PAY-DATE TO WS-PAY-DATE.
            MOVE WS-WANTED-ID TO YTD-EMPLOYEE-ID.
            READ PAY-YTD-FILE
               INVALID KEY
                  DISPLAY "No year-to-date record for "
                     WS-WANTED-ID "."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF YTD-YEAR NOT = WS-PAY-YEAR
                     DISPLAY "Year-to-date for " WS-WANTED-ID
                        " now carries " YTD-YEAR " - a "
                        WS-PAY-YEAR " payment cannot be voided."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

      *> A replacement check needs a live check to replace, money
      *> to pay and no other replacement already waiting for the
      *> print run. A deposit payment, or a supplemental or final
      *> payment never printed, has no check to replace.
       CHECK-REISSUE-ALLOWED.
            IF NOT WS-CHECK-FOUND AND NOT WS-REISSUE-QUEUED
               DISPLAY "No check was issued for this payment - "
                  "nothing to reissue."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF PPH-NET-PAY NOT > 0
               DISPLAY "The payment has no net pay to reissue."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-REISSUE-QUEUED
               DISPLAY "A replacement check is already queued "
                  "for this payment."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> A replacement released earlier and not yet printed.
       FIND-QUEUED-REISSUE.
            MOVE "N" TO WS-REISSUE-QUEUED-FLAG.
            MOVE "PY" TO CKR-SOURCE.
            MOVE WS-WANTED-ID TO CKR-PAYEE-ID.
            MOVE WS-WANTED-PERIOD TO CKR-PERIOD-NUMBER.
            MOVE WS-WANTED-SEQ TO CKR-RUN-SEQ.
            READ CHECK-REISSUE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-REISSUE-QUEUED TO TRUE
            END-READ.

      *> The live (not voided) check for the payment, if any - a
      *> deposit payment has none.
       FIND-ISSUED-CHECK.
            MOVE "N" TO WS-CHECK-FOUND-FLAG.
            MOVE ZERO TO WS-FOUND-CHECK.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "PY" TO CKI-SOURCE.
            MOVE WS-WANTED-ID TO CKI-PAYEE-ID.
            MOVE WS-WANTED-PERIOD TO CKI-PERIOD-NUMBER.
            MOVE WS-WANTED-SEQ TO CKI-RUN-SEQ.
            START CHECK-ISSUE-FILE KEY = CKI-PAYMENT-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ CHECK-ISSUE-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF CKI-SOURCE NOT = "PY" OR
                        CKI-PAYEE-ID NOT = WS-WANTED-ID OR
                        CKI-PERIOD-NUMBER NOT = WS-WANTED-PERIOD OR
                        CKI-RUN-SEQ NOT = WS-WANTED-SEQ
                     SET WS-EOF TO TRUE
                  ELSE
                     IF CKI-ISSUED
                        SET WS-CHECK-FOUND TO TRUE
                        MOVE CKI-CHECK-NUMBER TO WS-FOUND-CHECK
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

      *> One void per payment on the queue at a time, whichever
      *> kind was asked.
       CHECK-NOTHING-PENDING.
            MOVE SPACES TO WS-QUEUE-KEY.
            MOVE WS-WANTED-ID TO WS-QK-EMPLOYEE.
            MOVE WS-WANTED-PERIOD TO WS-QK-PERIOD.
            MOVE WS-WANTED-SEQ TO WS-QK-SEQ.
            OPEN INPUT PENDING-APPROVAL-FILE.
            IF WS-QUEUE-STATUS NOT = "00" AND WS-QUEUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open pending-approval.dat, "
                  "status " WS-QUEUE-STATUS
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE ZEROS TO PA-APPROVAL-ID
               START PENDING-APPROVAL-FILE KEY NOT < PA-APPROVAL-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                  READ PENDING-APPROVAL-FILE NEXT
                     AT END SET WS-EOF TO TRUE
                  END-READ
                  IF NOT WS-EOF AND PA-PENDING AND
                        PA-SOURCE = WS-QUEUE-SOURCE AND
                        PA-RECORD-KEY = WS-QUEUE-KEY
                     DISPLAY "Approval " PA-APPROVAL-ID " already "
                        "asks to void this payment."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-PERFORM
               CLOSE PENDING-APPROVAL-FILE
            END-IF.

       SHOW-PAYMENT.
            DISPLAY "Employee " PPH-EMPLOYEE-ID " period "
               PPH-PERIOD-NUMBER "-" PPH-RUN-SEQ " paid on "
               PPH-PAY-DATE.
            MOVE PPH-GROSS-PAY TO WS-MONEY-EDIT.
            DISPLAY "  Gross " WS-MONEY-EDIT.
            MOVE PPH-NET-PAY TO WS-MONEY-EDIT.
            DISPLAY "  Net   " WS-MONEY-EDIT.
            IF PPH-REIMBURSEMENT IS NUMERIC AND PPH-REIMBURSEMENT > 0
               MOVE PPH-REIMBURSEMENT TO WS-MONEY-EDIT
               DISPLAY "  Expense reimbursement " WS-MONEY-EDIT
            END-IF.
            IF WS-CHECK-FOUND
               DISPLAY "  Paid by check " WS-FOUND-CHECK
                  " - the check will be voided."
            ELSE
               DISPLAY "  No printed check on file (paid by "
                  "deposit or not yet printed)."
            END-IF.
            IF WS-VOID-TRANS
               DISPLAY "  The payment will be reversed in full."
               IF WS-REISSUE-QUEUED
                  DISPLAY "  The replacement check waiting to print "
                     "will be cancelled."
               END-IF
            ELSE
               DISPLAY "  A replacement check will be queued for "
                  "the next check print run."
            END-IF.

       QUEUE-REQUEST.
            CALL "APPROVAL-QUEUE-WRITE" USING WS-QUEUE-SOURCE
               WS-TRANS-CODE WS-QUEUE-KEY WS-QUEUE-RATE
               WS-QUEUE-TERM-DATE WS-SIGNON-USER-ID
               WS-APPROVAL-ID.
            IF WS-APPROVAL-ID = ZERO
               DISPLAY "The request could not be queued."
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "Queued as approval " WS-APPROVAL-ID
                  " - a second supervisor must release it."
            END-IF.
       END PROGRAM PAY-VOID-ENTRY.
