      *> Bad-debt write-off run: clears the invoices AR-AGING-REPORT
      *> shows will never be paid off the open items, under
      *> two-person control. It works in two steps each time it runs.
      *> First it proposes: every open invoice still owing more than
      *> the write-off age (days past its invoice date, from
      *> ar-policy.dat through AR-POLICY-LOAD) that has never been
      *> proposed is put on writeoff.dat pending and queued through
      *> APPROVAL-QUEUE-WRITE in the signed-on operator's name. A
      *> different supervisor then releases or rejects each one on
      *> the approval queue (WRITEOFF-APPLY closes a released
      *> invoice as written off and puts the customer on hold).
      *> Second it reports and journals what has been decided since
      *> the last run: every write-off released and every recovery
      *> WRITEOFF-RECOVERY has since taken in prints on
      *> writeoff-register.rpt, and bad-debt-journal.dat carries the
      *> ledger side from reserved dept-account-map codes - bad-debt
      *> expense debited and AR control credited for a write-off,
      *> the reverse for a recovery. The items are only marked
      *> journaled when every code is mapped and debits equal
      *> credits, so a refused journal is picked up again next run;
      *> the proof posts through CONTROL-TOTAL-WRITE.
      *> Register lines show each amount in the invoice's own
      *> currency; the run totals and the journal are in base
      *> currency, each amount turned at the exchange rate stamped
      *> on its invoice and rounded as invoice entry rounds. A
      *> write-off whose invoice is no longer on file cannot be
      *> valued and refuses the journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITEOFF-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL WRITEOFF-FILE
               ASSIGN TO "writeoff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO "writeoff-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "bad-debt-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  WRITEOFF-FILE.
           COPY WRITEOFF-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  WRITEOFF-REGISTER-FILE.
       01  WRITEOFF-REGISTER-LINE PIC X(100).
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-WRITEOFF-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-DISCOUNT-PCT PIC 99V99 VALUE ZEROS.
       01 WS-FINANCE-RATE PIC 9V9999 VALUE ZEROS.
       01 WS-GRACE-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-WRITEOFF-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-TERMS-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-POLICY-FOUND-FLAG PIC X VALUE "N".
       01 WS-DIFF-FROM PIC 9(8) VALUE ZERO.
       01 WS-DIFF-DAYS PIC S9(7) VALUE ZERO.
       01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
       01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
           88 WS-SIGNON-OK VALUE "Y".
       01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
       01 WS-QUEUE-SOURCE PIC X(12) VALUE "BAD-DEBT".
       01 WS-QUEUE-TRANS PIC X VALUE "W".
       01 WS-QUEUE-KEY.
           05 WS-QK-CUSTOMER PIC X(6).
           05 WS-QK-INVOICE  PIC 9(6).
           05 FILLER         PIC X(8) VALUE SPACES.
       01 WS-QUEUE-RATE PIC 9(5)V99 VALUE ZEROS.
       01 WS-QUEUE-TERM-DATE PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-ID PIC 9(6) VALUE ZERO.
      *> Pass switch: the first walk of writeoff.dat only prints and
      *> accumulates, the second (run only when the journal
      *> proves) marks the items journaled.
       01 WS-PASS-SWITCH PIC X VALUE "A".
           88 WS-ACCUMULATE-PASS VALUE "A".
           88 WS-MARK-PASS       VALUE "M".
       01 WS-NEW-RECOVERY PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-DOC-RATE PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       01 WS-BASE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-PROPOSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-QUEUE-FAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-OFF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECOVERY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-PROPOSED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-WRITTEN-OFF PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-RECOVERED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-LINE-MAP-CODE PIC X(20) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DET-ACTION   PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-CUSTOMER PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-INVOICE  PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-INV-DATE PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AGE      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT   PIC $$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-BY       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-REF      PIC X(20).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "BAD-DEBT-WRITEOFF".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "The write-off run requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            CALL "AR-POLICY-LOAD" USING WS-DISCOUNT-PCT
               WS-FINANCE-RATE WS-GRACE-DAYS WS-WRITEOFF-DAYS
               WS-TERMS-DAYS WS-POLICY-FOUND-FLAG.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O WRITEOFF-FILE.
            IF WS-WRITEOFF-STATUS NOT = "00" AND WS-WRITEOFF-STATUS
                  NOT = "05"
               DISPLAY "Unable to open writeoff.dat, status "
                  WS-WRITEOFF-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT WRITEOFF-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open writeoff-register.rpt, "
                  "status " WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open bad-debt-journal.dat, status "
                  WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               PERFORM PROPOSE-CANDIDATES
               SET WS-ACCUMULATE-PASS TO TRUE
               PERFORM WALK-WRITEOFFS
               PERFORM WRITE-JOURNAL-LINES
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM PROVE-AND-POST-TOTALS
               IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND
                     WS-UNMAPPED-COUNT = 0
                  SET WS-MARK-PASS TO TRUE
                  PERFORM WALK-WRITEOFFS
               END-IF
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE WRITEOFF-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE WRITEOFF-REGISTER-FILE.
            CLOSE JOURNAL-FILE.
            DISPLAY "Write-off age (days)   : " WS-WRITEOFF-DAYS.
            DISPLAY "Proposed for approval  : " WS-PROPOSED-COUNT.
            DISPLAY "Still awaiting approval: " WS-PENDING-COUNT.
            DISPLAY "Written off, journaled : " WS-WRITTEN-OFF-COUNT.
            DISPLAY "Recoveries, journaled  : " WS-RECOVERY-COUNT.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-QUEUE-FAIL-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> An invoice already on writeoff.dat - pending, written off
      *> or rejected - is never proposed a second time.
       PROPOSE-CANDIDATES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO INV-KEY.
            START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INVOICE.
            PERFORM UNTIL WS-EOF
               IF INV-OPEN AND INV-BALANCE > 0
                  MOVE INV-DATE TO WS-DIFF-FROM
                  CALL "DATE-DIFF-DAYS" USING WS-DIFF-FROM
                     WS-RUN-DATE WS-DIFF-DAYS
                  IF WS-DIFF-DAYS > WS-WRITEOFF-DAYS
                     PERFORM PROPOSE-ONE-INVOICE
                  END-IF
               END-IF
               PERFORM READ-NEXT-INVOICE
            END-PERFORM.

       READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       PROPOSE-ONE-INVOICE.
            MOVE INV-CUSTOMER-NUMBER TO WO-CUSTOMER-NUMBER.
            MOVE INV-INVOICE-NUMBER TO WO-INVOICE-NUMBER.
            READ WRITEOFF-FILE
               INVALID KEY
                  PERFORM QUEUE-ONE-PROPOSAL
               NOT INVALID KEY
                  CONTINUE
            END-READ.

      *> The proposal is only kept once the queue has accepted it,
      *> so nothing sits pending that no supervisor can see.
       QUEUE-ONE-PROPOSAL.
            MOVE INV-CUSTOMER-NUMBER TO WS-QK-CUSTOMER.
            MOVE INV-INVOICE-NUMBER TO WS-QK-INVOICE.
            CALL "APPROVAL-QUEUE-WRITE" USING WS-QUEUE-SOURCE
               WS-QUEUE-TRANS WS-QUEUE-KEY WS-QUEUE-RATE
               WS-QUEUE-TERM-DATE WS-SIGNON-USER-ID
               WS-APPROVAL-ID.
            IF WS-APPROVAL-ID = ZERO
               DISPLAY "Invoice " INV-CUSTOMER-NUMBER "-"
                  INV-INVOICE-NUMBER " could not be queued - "
                  "not proposed."
               ADD 1 TO WS-QUEUE-FAIL-COUNT
            ELSE
               MOVE INV-CUSTOMER-NUMBER TO WO-CUSTOMER-NUMBER
               MOVE INV-INVOICE-NUMBER TO WO-INVOICE-NUMBER
               MOVE INV-DATE TO WO-INVOICE-DATE
               MOVE WS-DIFF-DAYS TO WO-AGE-DAYS
               MOVE INV-BALANCE TO WO-PROPOSED-AMOUNT
               MOVE WS-RUN-DATE TO WO-PROPOSED-DATE
               MOVE WS-SIGNON-USER-ID TO WO-PROPOSED-BY
               MOVE WS-APPROVAL-ID TO WO-APPROVAL-ID
               MOVE "P" TO WO-STATUS
               MOVE SPACES TO WO-DECIDED-BY
               MOVE ZEROS TO WO-DECIDED-DATE WO-WRITTEN-OFF-AMOUNT
                  WO-RECOVERED-AMOUNT WO-LAST-RECOVERY-DATE
                  WO-JOURNALED-RECOVERY
               MOVE "N" TO WO-JOURNAL-FLAG
               WRITE WRITEOFF-RECORD
                  INVALID KEY
                     DISPLAY "Unable to record write-off "
                        WO-CUSTOMER-NUMBER "-" WO-INVOICE-NUMBER
                        ", status " WS-WRITEOFF-STATUS
                     SET WS-HAD-ISSUE TO TRUE
                  NOT INVALID KEY
                     ADD 1 TO WS-PROPOSED-COUNT
                     PERFORM FIGURE-INVOICE-RATE
                     COMPUTE WS-BASE-AMOUNT ROUNDED =
                        INV-BALANCE * WS-DOC-RATE
                     ADD WS-BASE-AMOUNT TO WS-TOTAL-PROPOSED
                     MOVE "PROPOSED" TO WS-DET-ACTION
                     MOVE WO-PROPOSED-AMOUNT TO WS-DET-AMOUNT
                     MOVE WO-PROPOSED-BY TO WS-DET-BY
                     MOVE SPACES TO WS-DET-REF
                     STRING "APPROVAL " WO-APPROVAL-ID
                        DELIMITED BY SIZE INTO WS-DET-REF
                     PERFORM WRITE-DETAIL-LINE
               END-WRITE
            END-IF.

       WALK-WRITEOFFS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO WO-KEY.
            START WRITEOFF-FILE KEY NOT < WO-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-WRITEOFF.
            PERFORM UNTIL WS-EOF
               PERFORM TAKE-ONE-WRITEOFF
               PERFORM READ-NEXT-WRITEOFF
            END-PERFORM.

       READ-NEXT-WRITEOFF.
            READ WRITEOFF-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> A released write-off the ledger has not seen yet, and any
      *> recovery beyond what the ledger already has, are this
      *> run's business; proposals still pending are only counted.
       TAKE-ONE-WRITEOFF.
            IF WO-PENDING
               IF WS-ACCUMULATE-PASS AND
                     WO-PROPOSED-DATE < WS-RUN-DATE
                  ADD 1 TO WS-PENDING-COUNT
               END-IF
            END-IF.
            IF NOT WO-WRITTEN-OFF AND NOT WO-RECOVERED
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-NEW-RECOVERY =
               WO-RECOVERED-AMOUNT - WO-JOURNALED-RECOVERY.
            IF WO-WRITEOFF-JOURNALED AND WS-NEW-RECOVERY = 0
               EXIT PARAGRAPH
            END-IF.
            IF WS-ACCUMULATE-PASS
               PERFORM ACCUMULATE-ONE-WRITEOFF
            ELSE
               MOVE "J" TO WO-JOURNAL-FLAG
               MOVE WO-RECOVERED-AMOUNT TO WO-JOURNALED-RECOVERY
               REWRITE WRITEOFF-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark write-off "
                        WO-CUSTOMER-NUMBER "-" WO-INVOICE-NUMBER
                        " journaled, status " WS-WRITEOFF-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            END-IF.

       ACCUMULATE-ONE-WRITEOFF.
            PERFORM FIND-WRITEOFF-RATE.
            IF NOT WO-WRITEOFF-JOURNALED
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                  WO-WRITTEN-OFF-AMOUNT * WS-DOC-RATE
               ADD WS-BASE-AMOUNT TO WS-TOTAL-WRITTEN-OFF
               MOVE "WRITTEN OFF" TO WS-DET-ACTION
               MOVE WO-WRITTEN-OFF-AMOUNT TO WS-DET-AMOUNT
               MOVE WO-DECIDED-BY TO WS-DET-BY
               MOVE SPACES TO WS-DET-REF
               STRING "RELEASED " WO-DECIDED-DATE
                  DELIMITED BY SIZE INTO WS-DET-REF
               PERFORM WRITE-DETAIL-LINE
            END-IF.
            IF WS-NEW-RECOVERY > 0
               ADD 1 TO WS-RECOVERY-COUNT
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                  WS-NEW-RECOVERY * WS-DOC-RATE
               ADD WS-BASE-AMOUNT TO WS-TOTAL-RECOVERED
               MOVE "RECOVERED" TO WS-DET-ACTION
               MOVE WS-NEW-RECOVERY TO WS-DET-AMOUNT
               MOVE SPACES TO WS-DET-BY
               MOVE SPACES TO WS-DET-REF
               STRING "RECEIVED " WO-LAST-RECOVERY-DATE
                  DELIMITED BY SIZE INTO WS-DET-REF
               PERFORM WRITE-DETAIL-LINE
            END-IF.

      *> The write-off is in the currency of the invoice it clears.
       FIND-WRITEOFF-RATE.
            MOVE WO-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
            MOVE WO-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
               INVALID KEY
                  DISPLAY "Invoice " WO-CUSTOMER-NUMBER "-"
                     WO-INVOICE-NUMBER " not on file - no rate to "
                     "value its write-off."
                  ADD 1 TO WS-UNMAPPED-COUNT
                  MOVE 1 TO WS-DOC-RATE
               NOT INVALID KEY
                  PERFORM FIGURE-INVOICE-RATE
            END-READ.

      *> A base-currency invoice, or one stamped before currencies
      *> were carried, goes at one for one.
       FIGURE-INVOICE-RATE.
            IF INV-BASE-CURRENCY OR INV-EXCHANGE-RATE IS NOT NUMERIC
                  OR INV-EXCHANGE-RATE = 0
               MOVE 1 TO WS-DOC-RATE
            ELSE
               MOVE INV-EXCHANGE-RATE TO WS-DOC-RATE
            END-IF.

       WRITE-DETAIL-LINE.
            MOVE WO-CUSTOMER-NUMBER TO WS-DET-CUSTOMER.
            MOVE WO-INVOICE-NUMBER TO WS-DET-INVOICE.
            MOVE WO-INVOICE-DATE TO WS-DET-INV-DATE.
            MOVE WO-AGE-DAYS TO WS-DET-AGE.
            MOVE WS-DETAIL-LINE TO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.

      *> Only non-zero lines are written; each names its reserved
      *> map code, looked up when the line is written.
       WRITE-JOURNAL-LINES.
            MOVE "*BAD-DEBT-EXPENSE" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-WRITTEN-OFF TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "BAD DEBT WRITTEN OFF" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-WRITTEN-OFF TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - BAD DEBT WRITTEN" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*AR-CONTROL" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-RECOVERED TO WS-LINE-AMOUNT.
            MOVE "DR" TO WS-LINE-SIDE.
            MOVE "AR CONTROL - BAD DEBT RECOVERED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.
            MOVE "*BAD-DEBT-EXPENSE" TO WS-LINE-MAP-CODE.
            MOVE WS-TOTAL-RECOVERED TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "BAD DEBT RECOVERED" TO WS-LINE-DESC.
            PERFORM WRITE-MAPPED-LINE.

       WRITE-MAPPED-LINE.
            IF WS-LINE-AMOUNT > 0
               MOVE WS-LINE-MAP-CODE TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
               IF WS-LINE-SIDE = "DR"
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                  ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
            END-IF.

       LOOK-UP-MAP-ACCOUNT.
            MOVE "UNMAPPED" TO WS-LINE-ACCOUNT.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMAPPED-COUNT
                  DISPLAY "No account mapped for " DAM-DEPT-CODE
               NOT INVALID KEY
                  MOVE DAM-ACCOUNT-NUMBER TO WS-LINE-ACCOUNT
            END-READ.

       WRITE-ONE-JOURNAL-LINE.
            MOVE SPACES TO JOURNAL-LINE-RECORD.
            MOVE WS-RUN-DATE TO JL-POST-DATE.
            MOVE "BADDEBT" TO JL-SOURCE.
            MOVE WS-LINE-ACCOUNT TO JL-ACCOUNT.
            MOVE WS-LINE-SIDE TO JL-DR-CR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            MOVE WS-LINE-DESC TO JL-DESCRIPTION.
            WRITE JOURNAL-LINE-RECORD.
            ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "BAD-DEBT WRITE-OFF REGISTER - RUN " WS-RUN-DATE
               " - WRITE-OFF AGE " WS-WRITEOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "ACTION        CUST    INVOICE INV DATE    AGE"
               "          AMOUNT  BY      REFERENCE"
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.
            MOVE WS-TOTAL-PROPOSED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "  PROPOSED THIS RUN (AWAITING APPROVAL) "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.
            MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "  WRITTEN OFF TO BAD DEBT               "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.
            MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "  RECOVERED FROM EARLIER WRITE-OFFS     "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.
            MOVE SPACES TO WRITEOFF-REGISTER-LINE.
            STRING "  EARLIER PROPOSALS STILL AWAITING APPROVAL: "
               WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
            WRITE WRITEOFF-REGISTER-LINE.

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
       END PROGRAM BAD-DEBT-WRITEOFF-RUN.
