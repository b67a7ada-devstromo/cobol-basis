      *> Payables journal extract: the ledger side of vouchers and
      *> the payment run, written to ap-journal.dat for
      *> GL-POSTING-RUN the way the receivables extract feeds it.
      *> Every voucher not yet carried to the ledger debits the
      *> expense account it was entered against - one summed line
      *> per account - with AP control credited for the total;
      *> every voucher paid since the last extract debits AP
      *> control with cash credited. The control and cash accounts
      *> come from reserved codes on the dept-account-map
      *> (*AP-CONTROL, *CASH), not literals; expense accounts were
      *> proved against the chart when the voucher was entered.
      *> Debits must equal credits with every code mapped before the
      *> vouchers are marked journaled, so a refused journal leaves
      *> everything to be picked up by the next run; the proof
      *> posts through CONTROL-TOTAL-WRITE under step AP-JOURNAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO "voucher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "ap-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY VOUCHER-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-VOUCHER-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
      *> Pass switch: the first walk only accumulates, the second
      *> (run only when the journal proves) marks the vouchers.
       01 WS-PASS-SWITCH PIC X VALUE "A".
           88 WS-ACCUMULATE-PASS VALUE "A".
           88 WS-MARK-PASS       VALUE "M".
       01 WS-ENTRY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-VOUCHERED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-PAID PIC 9(9)V99 COMP-3 VALUE ZEROS.
      *> Voucher expense summed per expense account across the run.
       01 WS-EXPENSE-TABLE.
           05 WS-EX-ENTRY OCCURS 50 TIMES.
              10 WS-EX-ACCOUNT PIC X(8).
              10 WS-EX-AMOUNT  PIC 9(9)V99 COMP-3.
       01 WS-EX-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EX-SUB   PIC 9(3) VALUE ZERO.
       01 WS-EX-FOUND-FLAG PIC X VALUE "N".
           88 WS-EX-FOUND VALUE "Y".
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-LINE-MAP-CODE PIC X(20) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "AP-JOURNAL".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN I-O VOUCHER-FILE.
            IF WS-VOUCHER-STATUS NOT = "00" AND WS-VOUCHER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open voucher.dat, status "
                  WS-VOUCHER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open ap-journal.dat, status "
                  WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SET WS-ACCUMULATE-PASS TO TRUE
               PERFORM WALK-VOUCHERS
               PERFORM WRITE-JOURNAL-LINES
               PERFORM PROVE-AND-POST-TOTALS
               IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                     WS-UNMAPPED-COUNT = 0
                  SET WS-MARK-PASS TO TRUE
                  PERFORM WALK-VOUCHERS
               END-IF
            END-IF.
            CLOSE VOUCHER-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE JOURNAL-FILE.
            DISPLAY "Vouchers journaled: " WS-ENTRY-COUNT.
            DISPLAY "Payments journaled: " WS-PAYMENT-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       WALK-VOUCHERS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO VCH-KEY.
            START VOUCHER-FILE KEY NOT < VCH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-VOUCHER.
            PERFORM UNTIL WS-EOF
               IF NOT VCH-ENTRY-JOURNALED OR
                     (VCH-PAID AND NOT VCH-PAY-JOURNALED)
                  PERFORM TAKE-ONE-VOUCHER
               END-IF
               PERFORM READ-NEXT-VOUCHER
            END-PERFORM.

       READ-NEXT-VOUCHER.
            READ VOUCHER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> A voucher entered and paid between two extracts carries
      *> both its expense and its payment in the same run.
       TAKE-ONE-VOUCHER.
            IF WS-ACCUMULATE-PASS
               IF NOT VCH-ENTRY-JOURNALED
                  ADD 1 TO WS-ENTRY-COUNT
                  ADD VCH-AMOUNT TO WS-TOTAL-VOUCHERED
                  PERFORM ADD-TO-EXPENSE-TABLE
               END-IF
               IF VCH-PAID AND NOT VCH-PAY-JOURNALED
                  ADD 1 TO WS-PAYMENT-COUNT
                  ADD VCH-AMOUNT TO WS-TOTAL-PAID
               END-IF
            ELSE
               MOVE "J" TO VCH-ENTRY-JOURNAL-FLAG
               IF VCH-PAID
                  MOVE "J" TO VCH-PAY-JOURNAL-FLAG
               END-IF
               REWRITE VOUCHER-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark voucher "
                        VCH-VENDOR-NUMBER "-" VCH-INVOICE-REF
                        " journaled, status " WS-VOUCHER-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

       ADD-TO-EXPENSE-TABLE.
            MOVE "N" TO WS-EX-FOUND-FLAG.
            PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                  UNTIL WS-EX-SUB > WS-EX-COUNT OR WS-EX-FOUND
               IF WS-EX-ACCOUNT(WS-EX-SUB) = VCH-EXPENSE-ACCOUNT
                  SET WS-EX-FOUND TO TRUE
                  ADD VCH-AMOUNT TO WS-EX-AMOUNT(WS-EX-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-EX-FOUND
               IF WS-EX-COUNT >= 50
                  DISPLAY "More than 50 voucher expense accounts - "
                     "account " VCH-EXPENSE-ACCOUNT " not carried."
                  ADD 1 TO WS-UNMAPPED-COUNT
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EX-COUNT
               MOVE VCH-EXPENSE-ACCOUNT TO WS-EX-ACCOUNT(WS-EX-COUNT)
               MOVE VCH-AMOUNT TO WS-EX-AMOUNT(WS-EX-COUNT)
            END-IF.

      *> Only non-zero lines are written; the control and cash
      *> lines name their reserved map code, looked up when the
      *> line is written.
       WRITE-JOURNAL-LINES.
            PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                  UNTIL WS-EX-SUB > WS-EX-COUNT
               MOVE WS-EX-AMOUNT(WS-EX-SUB) TO WS-LINE-AMOUNT
               MOVE "DR" TO WS-LINE-SIDE
               MOVE WS-EX-ACCOUNT(WS-EX-SUB) TO WS-LINE-ACCOUNT
               MOVE "EXPENSE - VOUCHERS ENTERED" TO WS-LINE-DESC
               PERFORM WRITE-ACCOUNT-LINE
            END-PERFORM.
            MOVE "*AP-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-VOUCHERED TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "AP CONTROL - VOUCHERS ENTERED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AP-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-PAID TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "AP CONTROL - VOUCHERS PAID" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*CASH" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-PAID TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "CASH - AP CHECKS ISSUED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.

       WRITE-MAPPED-LINE.
            IF WS-LINE-AMOUNT > 0
               MOVE WS-LINE-MAP-CODE TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               PERFORM WRITE-ACCOUNT-LINE
            END-IF.

       WRITE-ACCOUNT-LINE.
            IF WS-LINE-AMOUNT > 0
               PERFORM WRITE-ONE-JOURNAL-LINE
               IF WS-LINE-SIDE = "DR"
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
            END-IF.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "N" TO WS-MAP-FOUND-FLAG.
            MOVE "UNMAPPED" TO WS-LINE-ACCOUNT.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMAPPED-COUNT
                  DISPLAY "No account mapped for " DAM-DEPT-CODE
               NOT INVALID KEY
                  MOVE DAM-ACCOUNT-NUMBER TO WS-LINE-ACCOUNT
                  SET WS-MAP-FOUND TO TRUE
            END-READ.

       WRITE-ONE-JOURNAL-LINE.
            MOVE SPACES TO JOURNAL-LINE-RECORD.
            MOVE WS-RUN-DATE TO JL-POST-DATE.
            MOVE "AP" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.

       PROVE-AND-POST-TOTALS.
            MOVE WS-TOTAL-DEBIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal debits  : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-TOTAL-CREDIT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Journal credits : " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Lines written   : " WS-LINE-COUNT.
            DISPLAY "Unmapped lookups: " WS-UNMAPPED-COUNT.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               DISPLAY "DEBITS EQUAL CREDITS - JOURNAL BALANCED"
            ELSE
               DISPLAY "JOURNAL OUT OF BALANCE - DO NOT POST"
            END-IF.
            MOVE WS-LINE-COUNT TO WS-CTL-INPUT WS-CTL-WRITTEN.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                  WS-UNMAPPED-COUNT = 0
               MOVE WS-LINE-COUNT TO WS-CTL-ACCEPT
               MOVE ZEROS TO WS-CTL-REJECT
            ELSE
               MOVE ZEROS TO WS-CTL-ACCEPT
               MOVE WS-LINE-COUNT TO WS-CTL-REJECT
            END-IF.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM AP-JOURNAL-EXTRACT.
