      *> Decides an expense claim queued for dual control
      *> (EXPENSE-CLAIM-ENTRY queued it because it was over the
      *> expense threshold; APPROVAL-QUEUE CALLs this with A when a
      *> second supervisor releases the item and R when one rejects
      *> it, passing the item's key - employee and claim sequence -
      *> and the approver's ID).
      *> A marks the claim approved so the next PAY-RUN reimburses
      *> it; R marks it rejected and it is never paid. Either way
      *> the approver and date are kept on expense-claim.dat. A
      *> claim no longer pending is refused and the item stays on
      *> the queue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIM-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EXPENSE-CLAIM-FILE
               ASSIGN TO "expense-claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPENSE-CLAIM-REC.
       WORKING-STORAGE SECTION.
       01 WS-CLAIM-STATUS PIC XX VALUE "00".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CLAIM-KEY.
           05 WS-CK-EMPLOYEE PIC X(6).
           05 WS-CK-SEQ      PIC 9(4).
           05 FILLER         PIC X(10).
       01 WS-OK-FLAG PIC X VALUE "Y".
           88 WS-OK VALUE "Y".
       LINKAGE SECTION.
       01 LK-ACTION      PIC X.
           88 LK-APPROVE-CLAIM VALUE "A".
           88 LK-REJECT-CLAIM  VALUE "R".
       01 LK-RECORD-KEY  PIC X(20).
       01 LK-APPROVER    PIC X(6).
       01 LK-APPLIED-FLAG PIC X.
       PROCEDURE DIVISION USING LK-ACTION LK-RECORD-KEY
               LK-APPROVER LK-APPLIED-FLAG.
       DECIDE-ONE-CLAIM.
            MOVE "N" TO LK-APPLIED-FLAG.
            MOVE "Y" TO WS-OK-FLAG.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE LK-RECORD-KEY TO WS-CLAIM-KEY.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00" AND WS-CLAIM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open expense-claim.dat, status "
                  WS-CLAIM-STATUS
               MOVE "N" TO WS-OK-FLAG
            END-IF.
            IF WS-OK
               PERFORM READ-CLAIM
            END-IF.
            IF WS-OK
               PERFORM MARK-CLAIM-DECIDED
            END-IF.
            IF WS-OK
               MOVE "Y" TO LK-APPLIED-FLAG
            END-IF.
            CLOSE EXPENSE-CLAIM-FILE.
            GOBACK.

       READ-CLAIM.
            MOVE WS-CK-EMPLOYEE TO EC-EMPLOYEE-ID.
            MOVE WS-CK-SEQ TO EC-CLAIM-SEQ.
            READ EXPENSE-CLAIM-FILE
               INVALID KEY
                  DISPLAY "Expense claim " WS-CK-EMPLOYEE "-"
                     WS-CK-SEQ " is no longer on file."
                  MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                  IF NOT EC-PENDING
                     DISPLAY "Expense claim " WS-CK-EMPLOYEE "-"
                        WS-CK-SEQ " was already decided on "
                        EC-DECIDED-DATE "."
                     MOVE "N" TO WS-OK-FLAG
                  END-IF
            END-READ.

       MARK-CLAIM-DECIDED.
            IF LK-APPROVE-CLAIM
               SET EC-APPROVED TO TRUE
            ELSE
               SET EC-REJECTED TO TRUE
            END-IF.
            MOVE LK-APPROVER TO EC-DECIDED-BY.
            MOVE WS-TODAY TO EC-DECIDED-DATE.
            REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                  DISPLAY "Unable to update expense claim "
                     WS-CK-EMPLOYEE "-" WS-CK-SEQ ", status "
                     WS-CLAIM-STATUS
                  MOVE "N" TO WS-OK-FLAG
            END-REWRITE.
       END PROGRAM EXPENSE-CLAIM-APPLY.
