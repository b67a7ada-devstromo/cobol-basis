      *> Dual-control approval screen: a second supervisor reviews
      *> the sensitive transactions the maintenance screens queued
      *> (terminations, deletes, large rate changes, payment voids,
      *> large invoice adjustments, bad-debt write-offs, large
      *> employee expense claims, customer refunds) and releases or
      *> rejects them.
      *> The releaser must hold supervisor level 3 and must not be
      *> the operator who queued the item - that is the whole point
      *> of two-person control. A released item applies
      *> through the same history and transaction writers the
      *> interactive screens use, stamped with the approver, and
      *> every decision also lands on the applied/rejected register.
      *> A rejected invoice adjustment is also marked rejected on
      *> invoice-adjust.dat so the adjustment register shows it,
      *> and a rejected write-off is marked rejected on writeoff.dat
      *> so the write-off run does not propose it again, and a
      *> rejected expense claim is marked rejected on
      *> expense-claim.dat so the pay run never reimburses it, and
      *> a rejected customer refund is marked rejected on
      *> customer-refund.dat and its cash stays unapplied.
      *> A released termination or delete also vacates the
      *> employee's position through POSITION-UPDATE.
      *> An item about one employee (employee, pay-master and
      *> expense-claim items) is offered to that employee's own
      *> manager first: while it is younger than the manager hold
      *> only the manager may decide it, after which any other
      *> supervisor may. An item with no active manager on file, or
      *> one the manager queued, goes to any supervisor as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.
       ENVIRONMENT DIVISION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-POSITION-ACTION PIC X VALUE "V".
       01 WS-POSITION-NUMBER PIC X(6) VALUE SPACES.
       01 WS-POSITION-RESULT PIC X VALUE SPACE.
       01 WS-TRANS-CODE PIC X VALUE SPACE.
           88 WS-APPROVE-TRANS VALUE "A".
           88 WS-REJECT-TRANS  VALUE "R".
       01 WS-HIST-TRANS-CODE PIC X VALUE SPACE.
       01 WS-MAINT-PROGRAM PIC X(12) VALUE "PAY-MASTER".
       01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
       01 WS-VOID-PROGRAM PIC X(12) VALUE "PAY-VOID".
       01 WS-ADJUST-PROGRAM PIC X(12) VALUE "INV-ADJUST".
       01 WS-ADJUST-ACTION PIC X VALUE SPACE.
       01 WS-WRITEOFF-PROGRAM PIC X(12) VALUE "BAD-DEBT".
       01 WS-WRITEOFF-ACTION PIC X VALUE SPACE.
       01 WS-CLAIM-PROGRAM PIC X(12) VALUE "EXP-CLAIM".
       01 WS-CLAIM-ACTION PIC X VALUE SPACE.
       01 WS-REFUND-PROGRAM PIC X(12) VALUE "AR-REFUND".
       01 WS-REFUND-ACTION PIC X VALUE SPACE.
       01 WS-ITEM-MANAGER PIC X(6) VALUE SPACES.
       01 WS-MANAGER-HOLD-DAYS PIC 9(3) VALUE 2.
       01 WS-REQUEST-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-DAYS-WAITED PIC S9(7) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-EOF
               IF PA-PENDING
                  PERFORM FIND-ITEM-MANAGER
                  IF WS-ITEM-MANAGER = SPACES
                     DISPLAY PA-APPROVAL-ID " " PA-SOURCE " "
                        PA-TRANS-CODE " " PA-RECORD-KEY
                        " ASKED BY " PA-REQUESTED-BY
                        " ON " PA-REQUEST-DATE
                  ELSE
                     DISPLAY PA-APPROVAL-ID " " PA-SOURCE " "
                        PA-TRANS-CODE " " PA-RECORD-KEY
                        " ASKED BY " PA-REQUESTED-BY
                        " ON " PA-REQUEST-DATE
                        " MANAGER " WS-ITEM-MANAGER
                  END-IF
               END-IF
               PERFORM READ-NEXT-ITEM
            END-PERFORM.
                  "supervisor must decide it."
               EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-ITEM-MANAGER.
            IF WS-ITEM-MANAGER NOT = SPACES AND
                  WS-ITEM-MANAGER NOT = WS-SIGNON-USER-ID
               MOVE PA-REQUEST-DATE TO WS-REQUEST-DATE-NUM
               CALL "DATE-DIFF-DAYS" USING WS-REQUEST-DATE-NUM
                  WS-TODAY-DATE WS-DAYS-WAITED
               IF WS-DAYS-WAITED < WS-MANAGER-HOLD-DAYS
                  DISPLAY "Approval " WS-WANTED-ID " is held for "
                     "the employee's manager " WS-ITEM-MANAGER
                     " for " WS-MANAGER-HOLD-DAYS " day(s)."
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-REJECT-TRANS AND PA-INV-ADJUST-SOURCE
               MOVE "R" TO WS-ADJUST-ACTION
               CALL "INVOICE-ADJUST-APPLY" USING WS-ADJUST-ACTION
                  PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG
               IF NOT WS-APPLIED-OK
                  DISPLAY "Adjustment could not be marked rejected - "
                     "approval " WS-WANTED-ID " left pending."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-REJECT-TRANS AND PA-BAD-DEBT-SOURCE
               MOVE "R" TO WS-WRITEOFF-ACTION
               CALL "WRITEOFF-APPLY" USING WS-WRITEOFF-ACTION
                  PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG
               IF NOT WS-APPLIED-OK
                  DISPLAY "Write-off could not be marked rejected - "
                     "approval " WS-WANTED-ID " left pending."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-REJECT-TRANS AND PA-EXP-CLAIM-SOURCE
               MOVE "R" TO WS-CLAIM-ACTION
               CALL "EXPENSE-CLAIM-APPLY" USING WS-CLAIM-ACTION
                  PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG
               IF NOT WS-APPLIED-OK
                  DISPLAY "Expense claim could not be marked "
                     "rejected - approval " WS-WANTED-ID
                     " left pending."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-REJECT-TRANS AND PA-AR-REFUND-SOURCE
               MOVE "R" TO WS-REFUND-ACTION
               CALL "CUSTOMER-REFUND-APPLY" USING WS-REFUND-ACTION
                  PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG
               IF NOT WS-APPLIED-OK
                  DISPLAY "Refund could not be marked rejected - "
                     "approval " WS-WANTED-ID " left pending."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-REJECT-TRANS
               MOVE "R" TO PA-STATUS
               MOVE WS-SIGNON-USER-ID TO PA-DECIDED-BY
                  PERFORM APPLY-EMPLOYEE-DELETE
               WHEN PA-PAY-MASTER-SOURCE AND PA-RATE-TRANS
                  PERFORM APPLY-RATE-CHANGE
               WHEN PA-PAY-VOID-SOURCE AND
                     (PA-VOID-TRANS OR PA-REISSUE-TRANS)
                  PERFORM APPLY-PAYMENT-VOID
               WHEN PA-INV-ADJUST-SOURCE AND
                     (PA-CREDIT-MEMO-TRANS OR PA-DEBIT-ADJUST-TRANS)
                  PERFORM APPLY-INVOICE-ADJUSTMENT
               WHEN PA-BAD-DEBT-SOURCE AND PA-WRITEOFF-TRANS
                  PERFORM APPLY-BAD-DEBT-WRITEOFF
               WHEN PA-EXP-CLAIM-SOURCE AND PA-EXPENSE-CLAIM-TRANS
                  PERFORM APPLY-EXPENSE-CLAIM
               WHEN PA-AR-REFUND-SOURCE AND PA-REFUND-TRANS
                  PERFORM APPLY-CUSTOMER-REFUND
               WHEN OTHER
                  DISPLAY "Unrecognized queued transaction."
            END-EVALUATE.
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

      *> The manager an item is offered to first: the reports-to
      *> of the employee the item is about, when that manager is an
      *> active employee and did not queue the item. Spaces when
      *> there is no such manager, or the item is not about one
      *> employee. Leaves EMPLOYEE-RECORD holding whatever was last
      *> read - every apply paragraph reads its own record.
       FIND-ITEM-MANAGER.
            MOVE SPACES TO WS-ITEM-MANAGER.
            IF NOT PA-EMPLOYEE-SOURCE AND NOT PA-PAY-MASTER-SOURCE
                  AND NOT PA-EXP-CLAIM-SOURCE
               EXIT PARAGRAPH
            END-IF.
            MOVE PA-RECORD-KEY(1:6) TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  EXIT PARAGRAPH
            END-READ.
            IF EMPLOYEE-REPORTS-TO = SPACES OR
                  EMPLOYEE-REPORTS-TO = PA-REQUESTED-BY
               EXIT PARAGRAPH
            END-IF.
            MOVE EMPLOYEE-REPORTS-TO TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  EXIT PARAGRAPH
            END-READ.
            IF EMPLOYEE-ACTIVE
               MOVE EMPLOYEE-ID TO WS-ITEM-MANAGER
            END-IF.

      *> Released items apply through the same history and
      *> transaction writers the interactive screens use, stamped
      *> with the approver.
                  END-IF
                  MOVE "T" TO EMPLOYEE-STATUS
                  REWRITE EMPLOYEE-RECORD
                  PERFORM RELEASE-POSITION
                  CALL "EMPLOYEE-TRANS-WRITE" USING
                     WS-HIST-TRANS-CODE EMPLOYEE-ID
                     EMPLOYEE-RECORD WS-SIGNON-USER-ID
                     WS-HIST-TRANS-CODE EMPLOYEE-ID
                     EMPLOYEE-RECORD WS-SIGNON-USER-ID
                  DELETE EMPLOYEE-FILE RECORD
                  PERFORM RELEASE-POSITION
                  SET WS-APPLIED-OK TO TRUE
            END-READ.

      *> A leaver gives up whatever position they held, so the
      *> vacancy shows on the position master straight away.
       RELEASE-POSITION.
            MOVE "V" TO WS-POSITION-ACTION.
            MOVE SPACES TO WS-POSITION-NUMBER.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               EMPLOYEE-ID WS-POSITION-NUMBER EMPLOYEE-DEPARTMENT
               WS-POSITION-RESULT.

       APPLY-RATE-CHANGE.
            MOVE PA-RECORD-KEY(1:6) TO PAY-EMPLOYEE-ID.
            READ PAY-MASTER-FILE
                  SET WS-APPLIED-OK TO TRUE
            END-READ.

      *> A payment void touches the pay history, year-to-date,
      *> deduction, loan and check files, so it applies through its
      *> own subprogram; the key is employee, period and run
      *> sequence.
       APPLY-PAYMENT-VOID.
            CALL "PAY-VOID-APPLY" USING PA-TRANS-CODE PA-RECORD-KEY
               WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG.
            IF WS-APPLIED-OK
               MOVE PA-RECORD-KEY TO WS-MAINT-KEY
               CALL "MAINT-TRANS-WRITE" USING WS-VOID-PROGRAM
                  WS-SIGNON-USER-ID PA-TRANS-CODE WS-MAINT-KEY
            END-IF.

      *> An invoice adjustment changes the invoice balance and the
      *> adjustment's own status, so it applies through its own
      *> subprogram; the key is the adjustment number.
       APPLY-INVOICE-ADJUSTMENT.
            MOVE "A" TO WS-ADJUST-ACTION.
            CALL "INVOICE-ADJUST-APPLY" USING WS-ADJUST-ACTION
               PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG.
            IF WS-APPLIED-OK
               MOVE PA-RECORD-KEY TO WS-MAINT-KEY
               CALL "MAINT-TRANS-WRITE" USING WS-ADJUST-PROGRAM
                  WS-SIGNON-USER-ID PA-TRANS-CODE WS-MAINT-KEY
            END-IF.

      *> A write-off zeroes the invoice, closes it written-off and
      *> holds the customer, so it applies through its own
      *> subprogram; the key is the customer and invoice number.
       APPLY-BAD-DEBT-WRITEOFF.
            MOVE "A" TO WS-WRITEOFF-ACTION.
            CALL "WRITEOFF-APPLY" USING WS-WRITEOFF-ACTION
               PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG.
            IF WS-APPLIED-OK
               MOVE PA-RECORD-KEY TO WS-MAINT-KEY
               CALL "MAINT-TRANS-WRITE" USING WS-WRITEOFF-PROGRAM
                  WS-SIGNON-USER-ID PA-TRANS-CODE WS-MAINT-KEY
            END-IF.

      *> An expense claim only changes its own status - the pay
      *> run reimburses it once approved - so it applies through
      *> its own subprogram; the key is employee and claim sequence.
       APPLY-EXPENSE-CLAIM.
            MOVE "A" TO WS-CLAIM-ACTION.
            CALL "EXPENSE-CLAIM-APPLY" USING WS-CLAIM-ACTION
               PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG.
            IF WS-APPLIED-OK
               MOVE PA-RECORD-KEY TO WS-MAINT-KEY
               CALL "MAINT-TRANS-WRITE" USING WS-CLAIM-PROGRAM
                  WS-SIGNON-USER-ID PA-TRANS-CODE WS-MAINT-KEY
            END-IF.

      *> A refund takes the cash off the receipt and marks the
      *> refund approved for the refund run to pay, so it applies
      *> through its own subprogram; the key is the refund number.
       APPLY-CUSTOMER-REFUND.
            MOVE "A" TO WS-REFUND-ACTION.
            CALL "CUSTOMER-REFUND-APPLY" USING WS-REFUND-ACTION
               PA-RECORD-KEY WS-SIGNON-USER-ID WS-APPLIED-OK-FLAG.
            IF WS-APPLIED-OK
               MOVE PA-RECORD-KEY TO WS-MAINT-KEY
               CALL "MAINT-TRANS-WRITE" USING WS-REFUND-PROGRAM
                  WS-SIGNON-USER-ID PA-TRANS-CODE WS-MAINT-KEY
            END-IF.

       WRITE-REGISTER-LINE.
            OPEN EXTEND APPROVAL-REGISTER-FILE.
            IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS
