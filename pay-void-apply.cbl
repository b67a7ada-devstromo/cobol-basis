      *> Applies a released payment void (PAY-VOID-ENTRY queued it,
      *> APPROVAL-QUEUE releases it and CALLs this with the approval
      *> item's transaction code and key - employee, period and run
      *> sequence - and the approver's ID).
      *> V reverses the payment: gross, tax, insurance, other and
      *> net come back out of the year-to-date record; every
      *> deduction and loan take the run recorded on
      *> deduction-take.dat is given back - a declining balance goes
      *> back up by what was taken, a loan balance goes back to what
      *> it was before the run (less the interest that run accrued,
      *> plus the payment it took) with the payment count wound back
      *> and a loan the take closed reopened - and the takes are
      *> marked reversed; every employer cost the run charged
      *> (pay-charge.dat) comes back out of employer-cost-ytd.dat,
      *> wages and cost; the check that paid it, if there is one,
      *> is voided for the next positive-pay file, and a
      *> replacement still waiting on check-reissue.dat is
      *> cancelled so it never prints; the expense
      *> claims the payment reimbursed go back to approved, marked
      *> with the voided period, so the next PAY-RUN pays them
      *> again; and the history row is marked voided, which is what
      *> PAY-VOID-JOURNAL-EXTRACT picks up for the reversing ledger
      *> lines.
      *> R only replaces the check: the live check is voided and the
      *> payment - net plus any reimbursement the check carried -
      *> is queued on check-reissue.dat for CHECK-PRINT-RUN to
      *> print again. The pay itself stands, so nothing else moves.
      *> A payment with no live check - paid by deposit, or its
      *> check already voided - has nothing to replace and the
      *> reissue is refused.
      *> Nothing is changed until the year-to-date and employer
      *> cost year-to-date records are known to cover the amounts,
      *> so a refused void leaves every file as it was and the item
      *> stays on the queue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VOID-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT OPTIONAL DEDUCTION-FILE
               ASSIGN TO "deduction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDUCTION-STATUS.
               SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "loan-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
               SELECT OPTIONAL DEDUCTION-TAKE-FILE
               ASSIGN TO "deduction-take.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTK-KEY
               FILE STATUS IS WS-TAKE-STATUS.
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
               SELECT OPTIONAL EMPLOYER-COST-YTD-FILE
               ASSIGN TO "employer-cost-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECY-KEY
               FILE STATUS IS WS-COST-YTD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-REC.
       FD  LOAN-MASTER-FILE.
           COPY LOAN-MASTER-REC.
       FD  DEDUCTION-TAKE-FILE.
           COPY DEDUCTION-TAKE-REC.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  CHECK-REISSUE-FILE.
           COPY CHECK-REISSUE-REC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       FD  PAY-CHARGE-FILE.
           COPY PAY-CHARGE-REC.
       FD  EMPLOYER-COST-YTD-FILE.
           COPY EMPLOYER-COST-YTD-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-DEDUCTION-STATUS PIC XX VALUE "00".
       01 WS-LOAN-STATUS PIC XX VALUE "00".
       01 WS-TAKE-STATUS PIC XX VALUE "00".
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-REISSUE-STATUS PIC XX VALUE "00".
       01 WS-CLAIM-STATUS PIC XX VALUE "00".
       01 WS-CHARGE-STATUS PIC XX VALUE "00".
       01 WS-COST-YTD-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
           05 WS-PAY-YEAR PIC 9(4).
           05 FILLER      PIC 9(4).
       01 WS-VOID-KEY.
           05 WS-VK-EMPLOYEE PIC X(6).
           05 WS-VK-PERIOD   PIC 9(6).
           05 WS-VK-SEQ      PIC 9(2).
           05 FILLER         PIC X(6).
       01 WS-VOIDED-CHECK PIC 9(8) VALUE ZERO.
       01 WS-TAKES-REVERSED PIC 9(4) VALUE ZERO.
       01 WS-TAKES-MISSING PIC 9(4) VALUE ZERO.
       01 WS-REIMBURSEMENT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-CLAIMS-RELEASED PIC 9(4) VALUE ZERO.
       01 WS-COSTS-REVERSED PIC 9(4) VALUE ZERO.
       01 WS-REISSUE-CANCELLED-FLAG PIC X VALUE "N".
           88 WS-REISSUE-CANCELLED VALUE "Y".
       01 WS-COST-PASS PIC X VALUE SPACE.
           88 WS-CHECKING-COSTS VALUE "C".
           88 WS-BACKING-OUT-COSTS VALUE "B".
       01 WS-OK-FLAG PIC X VALUE "Y".
           88 WS-OK VALUE "Y".
       LINKAGE SECTION.
       01 LK-TRANS-CODE  PIC X.
           88 LK-VOID-PAYMENT  VALUE "V".
           88 LK-REISSUE-CHECK VALUE "R".
       01 LK-RECORD-KEY  PIC X(20).
       01 LK-APPROVER    PIC X(6).
       01 LK-APPLIED-FLAG PIC X.
       PROCEDURE DIVISION USING LK-TRANS-CODE LK-RECORD-KEY
               LK-APPROVER LK-APPLIED-FLAG.
       APPLY-ONE-VOID.
            MOVE "N" TO LK-APPLIED-FLAG.
            MOVE "Y" TO WS-OK-FLAG.
            MOVE ZERO TO WS-VOIDED-CHECK WS-TAKES-REVERSED
               WS-TAKES-MISSING WS-CLAIMS-RELEASED WS-COSTS-REVERSED.
            MOVE ZEROS TO WS-REIMBURSEMENT.
            MOVE "N" TO WS-REISSUE-CANCELLED-FLAG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE LK-RECORD-KEY TO WS-VOID-KEY.
            PERFORM OPEN-VOID-FILES.
            IF WS-OK
               PERFORM READ-PAYMENT
            END-IF.
            IF WS-OK
               IF LK-VOID-PAYMENT
                  PERFORM VOID-PAYMENT
               ELSE
                  PERFORM REISSUE-CHECK
               END-IF
            END-IF.
            IF WS-OK
               MOVE "Y" TO LK-APPLIED-FLAG
            END-IF.
            CLOSE PAY-HISTORY-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE DEDUCTION-FILE.
            CLOSE LOAN-MASTER-FILE.
            CLOSE DEDUCTION-TAKE-FILE.
            CLOSE CHECK-ISSUE-FILE.
            CLOSE CHECK-REISSUE-FILE.
            CLOSE EXPENSE-CLAIM-FILE.
            CLOSE PAY-CHARGE-FILE.
            CLOSE EMPLOYER-COST-YTD-FILE.
            GOBACK.

       OPEN-VOID-FILES.
            OPEN I-O PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O PAY-YTD-FILE.
            IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               DISPLAY "Unable to open pay-ytd.dat, status "
                  WS-YTD-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O DEDUCTION-FILE.
            IF WS-DEDUCTION-STATUS NOT = "00" AND
                  WS-DEDUCTION-STATUS NOT = "05"
               DISPLAY "Unable to open deduction.dat, status "
                  WS-DEDUCTION-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O LOAN-MASTER-FILE.
            IF WS-LOAN-STATUS NOT = "00" AND WS-LOAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open loan-master.dat, status "
                  WS-LOAN-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O DEDUCTION-TAKE-FILE.
            IF WS-TAKE-STATUS NOT = "00" AND WS-TAKE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open deduction-take.dat, status "
                  WS-TAKE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O CHECK-ISSUE-FILE.
            IF WS-ISSUE-STATUS NOT = "00" AND WS-ISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-issue.dat, status "
                  WS-ISSUE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O CHECK-REISSUE-FILE.
            IF WS-REISSUE-STATUS NOT = "00" AND WS-REISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-reissue.dat, status "
                  WS-REISSUE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-claim.dat, status "
                  WS-CLAIM-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN INPUT PAY-CHARGE-FILE.
            IF WS-CHARGE-STATUS NOT = "00" AND WS-CHARGE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open pay-charge.dat, status "
                  WS-CHARGE-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            OPEN I-O EMPLOYER-COST-YTD-FILE.
            IF WS-COST-YTD-STATUS NOT = "00" AND WS-COST-YTD-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employer-cost-ytd.dat, "
                  "status " WS-COST-YTD-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.

       READ-PAYMENT.
            MOVE WS-VK-EMPLOYEE TO PPH-EMPLOYEE-ID.
            MOVE WS-VK-PERIOD TO PPH-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO PPH-RUN-SEQ.
            READ PAY-HISTORY-FILE
               INVALID KEY
                  DISPLAY "Payment " WS-VK-EMPLOYEE " "
                     WS-VK-PERIOD "-" WS-VK-SEQ
                     " is no longer on pay history."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF PPH-VOIDED
                     DISPLAY "Payment " WS-VK-EMPLOYEE " "
                        WS-VK-PERIOD "-" WS-VK-SEQ
                        " was already voided on " PPH-VOID-DATE "."
                     MOVE "N" TO WS-OK-FLAG
                  END-IF
                  IF PPH-REIMBURSEMENT IS NUMERIC
                     MOVE PPH-REIMBURSEMENT TO WS-REIMBURSEMENT
                  END-IF
            END-READ.

       VOID-PAYMENT.
            PERFORM CHECK-YTD-COVERS.
            IF WS-OK
               MOVE "C" TO WS-COST-PASS
               PERFORM SCAN-EMPLOYER-COSTS
            END-IF.
            IF WS-OK
               PERFORM REVERSE-DEDUCTION-TAKES
               PERFORM BACK-OUT-YTD
               MOVE "B" TO WS-COST-PASS
               PERFORM SCAN-EMPLOYER-COSTS
               PERFORM VOID-LIVE-CHECK
               PERFORM CANCEL-QUEUED-REISSUE
               PERFORM MARK-HISTORY-VOIDED
            END-IF.
            IF WS-OK AND WS-REIMBURSEMENT > 0
               PERFORM RELEASE-PAID-CLAIMS
            END-IF.
            IF WS-OK
               DISPLAY "Payment " WS-VK-EMPLOYEE " " WS-VK-PERIOD
                  "-" WS-VK-SEQ " voided; " WS-TAKES-REVERSED
                  " deduction/loan takes given back."
               IF WS-COSTS-REVERSED > 0
                  DISPLAY WS-COSTS-REVERSED " employer cost(s) "
                     "taken back out of the year to date."
               END-IF
               IF WS-VOIDED-CHECK > 0
                  DISPLAY "Check " WS-VOIDED-CHECK " voided."
               END-IF
               IF WS-REISSUE-CANCELLED
                  DISPLAY "Queued replacement check cancelled."
               END-IF
               IF WS-TAKES-MISSING > 0
                  DISPLAY WS-TAKES-MISSING " takes name a deduction "
                     "or loan no longer on file - adjust by hand."
               END-IF
               IF WS-CLAIMS-RELEASED > 0
                  DISPLAY WS-CLAIMS-RELEASED " expense claim(s) "
                     "returned for the next pay run."
               END-IF
            END-IF.

      *> The year-to-date record must be the payment's year and
      *> hold at least what is being taken back out of it.
       CHECK-YTD-COVERS.
            MOVE PPH-PAY-DATE TO WS-PAY-DATE.
            MOVE WS-VK-EMPLOYEE TO YTD-EMPLOYEE-ID.
            READ PAY-YTD-FILE
               INVALID KEY
                  DISPLAY "No year-to-date record for "
                     WS-VK-EMPLOYEE " - void refused."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF YTD-YEAR NOT = WS-PAY-YEAR
                     DISPLAY "Year-to-date for " WS-VK-EMPLOYEE
                        " now carries " YTD-YEAR
                        " - void refused."
                     MOVE "N" TO WS-OK-FLAG
                  ELSE
                     IF YTD-GROSS < PPH-GROSS-PAY OR
                           YTD-DEDUCT-TAX < PPH-DEDUCT-TAX OR
                           YTD-DEDUCT-INSURANCE < PPH-DEDUCT-INS OR
                           YTD-DEDUCT-OTHER < PPH-DEDUCT-OTHER
                        DISPLAY "Year-to-date for " WS-VK-EMPLOYEE
                           " does not cover the payment - void "
                           "refused."
                        MOVE "N" TO WS-OK-FLAG
                     END-IF
                  END-IF
            END-READ.

       BACK-OUT-YTD.
            SUBTRACT PPH-GROSS-PAY FROM YTD-GROSS.
            SUBTRACT PPH-DEDUCT-TAX FROM YTD-DEDUCT-TAX.
            SUBTRACT PPH-DEDUCT-INS FROM YTD-DEDUCT-INSURANCE.
            SUBTRACT PPH-DEDUCT-OTHER FROM YTD-DEDUCT-OTHER.
            SUBTRACT PPH-NET-PAY FROM YTD-NET.
            REWRITE PAY-YTD-RECORD
               INVALID KEY
                  DISPLAY "Unable to update year-to-date for "
                     WS-VK-EMPLOYEE ", status " WS-YTD-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.

      *> The employer costs the payment's run added to
      *> employer-cost-ytd.dat, walked twice: once to prove every
      *> record is still the payment's year and holds what is to
      *> come out, then again to take it out. A cost the run could
      *> not add (the record still carried an earlier year) has
      *> nothing to give back.
       SCAN-EMPLOYER-COSTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-VK-EMPLOYEE TO PCH-EMPLOYEE-ID.
            MOVE WS-VK-PERIOD TO PCH-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO PCH-RUN-SEQ.
            MOVE "E" TO PCH-KIND.
            MOVE LOW-VALUES TO PCH-CODE.
            START PAY-CHARGE-FILE KEY NOT < PCH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CHARGE.
            PERFORM UNTIL WS-EOF OR
                  PCH-EMPLOYEE-ID NOT = WS-VK-EMPLOYEE OR
                  PCH-PERIOD-NUMBER NOT = WS-VK-PERIOD OR
                  PCH-RUN-SEQ NOT = WS-VK-SEQ OR
                  NOT PCH-EMPLOYER-COST
               IF PCH-ON-YTD
                  PERFORM READ-COST-YTD
                  IF WS-OK AND WS-BACKING-OUT-COSTS
                     PERFORM BACK-OUT-ONE-COST
                  END-IF
               END-IF
               PERFORM READ-NEXT-CHARGE
            END-PERFORM.

       READ-NEXT-CHARGE.
            READ PAY-CHARGE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       READ-COST-YTD.
            MOVE WS-VK-EMPLOYEE TO ECY-EMPLOYEE-ID.
            MOVE PCH-CODE TO ECY-COST-TYPE.
            READ EMPLOYER-COST-YTD-FILE
               INVALID KEY
                  DISPLAY "No employer cost year-to-date for "
                     WS-VK-EMPLOYEE " " ECY-COST-TYPE
                     " - void refused."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF ECY-YEAR NOT = WS-PAY-YEAR
                     DISPLAY "Employer cost year-to-date for "
                        WS-VK-EMPLOYEE " " ECY-COST-TYPE
                        " now carries " ECY-YEAR " - void refused."
                     MOVE "N" TO WS-OK-FLAG
                  ELSE
                     IF ECY-WAGES < PCH-WAGES OR
                           ECY-COST < PCH-AMOUNT
                        DISPLAY "Employer cost year-to-date for "
                           WS-VK-EMPLOYEE " " ECY-COST-TYPE
                           " does not cover the payment - void "
                           "refused."
                        MOVE "N" TO WS-OK-FLAG
                     END-IF
                  END-IF
            END-READ.

       BACK-OUT-ONE-COST.
            SUBTRACT PCH-WAGES FROM ECY-WAGES.
            SUBTRACT PCH-AMOUNT FROM ECY-COST.
            REWRITE EMPLOYER-COST-YTD-RECORD
               INVALID KEY
                  DISPLAY "Unable to update employer cost "
                     "year-to-date for " WS-VK-EMPLOYEE " "
                     ECY-COST-TYPE ", status " WS-COST-YTD-STATUS
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  ADD 1 TO WS-COSTS-REVERSED
            END-REWRITE.

      *> Every take the payment's run recorded, in key order.
       REVERSE-DEDUCTION-TAKES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-VK-EMPLOYEE TO DTK-EMPLOYEE-ID.
            MOVE WS-VK-PERIOD TO DTK-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO DTK-RUN-SEQ.
            MOVE LOW-VALUES TO DTK-KIND DTK-CODE.
            START DEDUCTION-TAKE-FILE KEY NOT < DTK-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-TAKE.
            PERFORM UNTIL WS-EOF OR
                  DTK-EMPLOYEE-ID NOT = WS-VK-EMPLOYEE OR
                  DTK-PERIOD-NUMBER NOT = WS-VK-PERIOD OR
                  DTK-RUN-SEQ NOT = WS-VK-SEQ
               IF DTK-TAKEN
                  PERFORM REVERSE-ONE-TAKE
               END-IF
               PERFORM READ-NEXT-TAKE
            END-PERFORM.

       READ-NEXT-TAKE.
            READ DEDUCTION-TAKE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       REVERSE-ONE-TAKE.
            IF DTK-DEDUCTION-TAKE
               PERFORM RESTORE-DEDUCTION-BALANCE
            ELSE
               PERFORM RESTORE-LOAN-BALANCE
            END-IF.
            MOVE "R" TO DTK-STATUS.
            REWRITE DEDUCTION-TAKE-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark take " DTK-KIND DTK-CODE
                     " reversed, status " WS-TAKE-STATUS
            END-REWRITE.
            ADD 1 TO WS-TAKES-REVERSED.

      *> Only a declining balance moved; a plain recurring
      *> deduction has nothing to give back.
       RESTORE-DEDUCTION-BALANCE.
            IF DTK-REDUCED-BALANCE
               MOVE WS-VK-EMPLOYEE TO DED-EMPLOYEE-ID
               MOVE DTK-CODE TO DED-CODE
               READ DEDUCTION-FILE
                  INVALID KEY
                     ADD 1 TO WS-TAKES-MISSING
                     DISPLAY "Deduction " DTK-CODE
                        " no longer on file - "
                        DTK-TAKE-AMOUNT " not given back."
                  NOT INVALID KEY
                     ADD DTK-TAKE-AMOUNT TO DED-REMAINING-BALANCE
                     REWRITE DEDUCTION-RECORD
               END-READ
            END-IF.

      *> The run set the balance to balance + interest - take; the
      *> reversal undoes exactly that. A loan the reversal leaves
      *> owing anything is active again.
       RESTORE-LOAN-BALANCE.
            MOVE WS-VK-EMPLOYEE TO LN-EMPLOYEE-ID.
            MOVE DTK-CODE(1:2) TO LN-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
               INVALID KEY
                  ADD 1 TO WS-TAKES-MISSING
                  DISPLAY "Loan " DTK-CODE(1:2)
                     " no longer on file - " DTK-TAKE-AMOUNT
                     " not given back."
               NOT INVALID KEY
                  COMPUTE LN-BALANCE = LN-BALANCE
                     - DTK-LOAN-INTEREST + DTK-TAKE-AMOUNT
                  IF LN-PAYMENTS-MADE > 0
                     SUBTRACT 1 FROM LN-PAYMENTS-MADE
                  END-IF
                  IF LN-BALANCE > 0 AND LN-PAID-OFF
                     MOVE "A" TO LN-STATUS
                  END-IF
                  REWRITE LOAN-MASTER-RECORD
            END-READ.

      *> The live check for the payment, if one was printed, is
      *> voided; the next print run reports it to the bank.
       VOID-LIVE-CHECK.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "PY" TO CKI-SOURCE.
            MOVE WS-VK-EMPLOYEE TO CKI-PAYEE-ID.
            MOVE WS-VK-PERIOD TO CKI-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO CKI-RUN-SEQ.
            START CHECK-ISSUE-FILE KEY = CKI-PAYMENT-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CHECK.
            PERFORM UNTIL WS-EOF OR CKI-SOURCE NOT = "PY" OR
                  CKI-PAYEE-ID NOT = WS-VK-EMPLOYEE OR
                  CKI-PERIOD-NUMBER NOT = WS-VK-PERIOD OR
                  CKI-RUN-SEQ NOT = WS-VK-SEQ
               IF CKI-ISSUED
                  MOVE "V" TO CKI-STATUS
                  MOVE WS-TODAY TO CKI-VOID-DATE
                  MOVE "N" TO CKI-VOID-SENT-FLAG
                  REWRITE CHECK-ISSUE-RECORD
                     INVALID KEY
                        DISPLAY "Unable to void check "
                           CKI-CHECK-NUMBER ", status "
                           WS-ISSUE-STATUS
                        MOVE "N" TO WS-OK-FLAG
                     NOT INVALID KEY
                        MOVE CKI-CHECK-NUMBER TO WS-VOIDED-CHECK
                  END-REWRITE
               END-IF
               PERFORM READ-NEXT-CHECK
            END-PERFORM.

       READ-NEXT-CHECK.
            READ CHECK-ISSUE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> A replacement check released earlier but not yet printed
      *> would pay the voided payment again; it comes off the
      *> queue with the void.
       CANCEL-QUEUED-REISSUE.
            MOVE "PY" TO CKR-SOURCE.
            MOVE WS-VK-EMPLOYEE TO CKR-PAYEE-ID.
            MOVE WS-VK-PERIOD TO CKR-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO CKR-RUN-SEQ.
            READ CHECK-REISSUE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DELETE CHECK-REISSUE-FILE
                     INVALID KEY
                        DISPLAY "Unable to cancel the queued "
                           "replacement check, status "
                           WS-REISSUE-STATUS
                        MOVE "N" TO WS-OK-FLAG
                     NOT INVALID KEY
                        SET WS-REISSUE-CANCELLED TO TRUE
                  END-DELETE
            END-READ.

      *> The claims the voided payment reimbursed are the
      *> employee's claims stamped paid in its period; they go back
      *> to approved for the next PAY-RUN, and the voided period
      *> stays on them for the void journal.
       RELEASE-PAID-CLAIMS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-VK-EMPLOYEE TO EC-EMPLOYEE-ID.
            MOVE ZEROS TO EC-CLAIM-SEQ.
            START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CLAIM.
            PERFORM UNTIL WS-EOF OR
                  EC-EMPLOYEE-ID NOT = WS-VK-EMPLOYEE
               IF EC-PAID AND EC-PAID-PERIOD = WS-VK-PERIOD
                  SET EC-APPROVED TO TRUE
                  MOVE WS-VK-PERIOD TO EC-VOIDED-PERIOD
                  MOVE ZEROS TO EC-PAID-PERIOD
                  REWRITE EXPENSE-CLAIM-RECORD
                     INVALID KEY
                        DISPLAY "Unable to return claim "
                           EC-EMPLOYEE-ID "-" EC-CLAIM-SEQ
                           ", status " WS-CLAIM-STATUS
                        MOVE "N" TO WS-OK-FLAG
                     NOT INVALID KEY
                        ADD 1 TO WS-CLAIMS-RELEASED
                  END-REWRITE
               END-IF
               PERFORM READ-NEXT-CLAIM
            END-PERFORM.

       READ-NEXT-CLAIM.
            READ EXPENSE-CLAIM-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       MARK-HISTORY-VOIDED.
            MOVE "V" TO PPH-STATUS.
            MOVE WS-TODAY TO PPH-VOID-DATE.
            MOVE SPACE TO PPH-VOID-JOURNAL-FLAG.
            REWRITE PAY-PERIOD-HIST-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark payment voided, status "
                     WS-PAY-HISTORY-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.

      *> The replacement check pays what the old one did - the net
      *> and any expense reimbursement with it - under the same
      *> payment key; the old check is voided first. With no live
      *> check found there is nothing to replace.
       REISSUE-CHECK.
            MOVE "PY" TO CKR-SOURCE.
            MOVE WS-VK-EMPLOYEE TO CKR-PAYEE-ID.
            MOVE WS-VK-PERIOD TO CKR-PERIOD-NUMBER.
            MOVE WS-VK-SEQ TO CKR-RUN-SEQ.
            READ CHECK-REISSUE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "A replacement check is already queued "
                     "for this payment."
                  MOVE "N" TO WS-OK-FLAG
            END-READ.
            IF WS-OK
               PERFORM VOID-LIVE-CHECK
            END-IF.
            IF WS-OK AND WS-VOIDED-CHECK = 0
               DISPLAY "No check was issued for this payment - "
                  "nothing to reissue."
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            IF WS-OK
               MOVE "PY" TO CKR-SOURCE
               MOVE WS-VK-EMPLOYEE TO CKR-PAYEE-ID
               MOVE WS-VK-PERIOD TO CKR-PERIOD-NUMBER
               MOVE WS-VK-SEQ TO CKR-RUN-SEQ
               COMPUTE CKR-AMOUNT = PPH-NET-PAY + WS-REIMBURSEMENT
               MOVE WS-VOIDED-CHECK TO CKR-REPLACES-CHECK
               MOVE WS-TODAY TO CKR-QUEUED-DATE
               MOVE LK-APPROVER TO CKR-QUEUED-BY
               WRITE CHECK-REISSUE-RECORD
                  INVALID KEY
                     DISPLAY "A replacement check is already "
                        "queued for this payment."
                     MOVE "N" TO WS-OK-FLAG
               END-WRITE
            END-IF.
            IF WS-OK
               DISPLAY "Replacement check queued for "
                  WS-VK-EMPLOYEE " " WS-VK-PERIOD "-" WS-VK-SEQ
                  " - print it on the next check print run."
               IF WS-VOIDED-CHECK > 0
                  DISPLAY "Check " WS-VOIDED-CHECK " voided."
               END-IF
            END-IF.
       END PROGRAM PAY-VOID-APPLY.
