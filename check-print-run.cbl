      *> Paper check print run over pay-net.dat from the last pay
      *> run: every employee DEPOSIT-EXTRACT does not pay - no bank
      *> detail on file, or an account still in the prenote cycle -
      *> gets a printed check. Check numbers come in order from the
      *> PAYROLL range on the check-stock control file
      *> (CHECK-STOCK-MAINT loads it); the run counts the checks it
      *> needs first and refuses to start when the range cannot
      *> cover them, so a run never stops half printed. Each check
      *> carries the amount in figures (MONEY-EDIT) and in words
      *> (AMOUNT-IN-WORDS) and the employee's CONTACT-REC address
      *> block for the window envelope.
      *> Every check is kept on check-issue.dat by number with the
      *> payment it paid; a payment that already has a check there
      *> is not printed again, so a rerun of the same pay-net only
      *> prints what the first run did not. The check register
      *> lists what was printed and what was held, and the positive-
      *> pay issue file for the bank (H header, D per check, T
      *> trailer with count and amount total, the shape of the
      *> deposit extract) lets the bank refuse any check that is
      *> not on it.
      *> After the pay-net checks the run prints the replacement
      *> checks a released payment void queued on check-reissue.dat
      *> (PAY-VOID-APPLY) - same payment key, same net, a new
      *> number - and takes each off the queue once printed. A
      *> replacement whose payment has since been voided on
      *> pay-history.dat is held, never printed. Every
      *> check voided since the last run goes to the bank on the
      *> same positive-pay file as a D record with action V, so the
      *> bank stops paying it; the trailer counts and totals every
      *> D record, issues and voids alike.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRINT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-NET-FILE
               ASSIGN TO "pay-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-NET-STATUS.
               SELECT OPTIONAL BANK-DETAIL-FILE
               ASSIGN TO "bank-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL CHECK-STOCK-FILE
               ASSIGN TO "check-stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKS-STOCK-CODE
               FILE STATUS IS WS-STOCK-STATUS.
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
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT CHECK-PRINT-FILE
               ASSIGN TO "checks.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
               SELECT CHECK-REGISTER-FILE
               ASSIGN TO "check-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT POSITIVE-PAY-FILE
               ASSIGN TO "positive-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-NET-FILE.
           COPY PAY-NET-REC.
       FD  BANK-DETAIL-FILE.
           COPY BANK-DETAIL-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  CHECK-STOCK-FILE.
           COPY CHECK-STOCK-REC.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  CHECK-REISSUE-FILE.
           COPY CHECK-REISSUE-REC.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE PIC X(100).
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE PIC X(100).
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-BANK-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-STOCK-STATUS PIC XX VALUE "00".
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-REISSUE-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-PRINT-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ISSUE-EOF-SWITCH PIC X VALUE "N".
           88 WS-ISSUE-EOF VALUE "Y".
       01 WS-REISSUE-EOF-SWITCH PIC X VALUE "N".
           88 WS-REISSUE-EOF VALUE "Y".
       COPY MONEY-EDIT.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
      *> The figures on the check edit through MONEY-EDIT, so a net
      *> above its ceiling is held for a manual check rather than
      *> printed truncated.
       01 WS-CHECK-LIMIT PIC 9(7)V99 VALUE 99999.99.
       01 WS-STOCK-CODE PIC X(8) VALUE "PAYROLL".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-FORMS-LEFT PIC 9(8) VALUE ZERO.
       01 WS-CHECKS-NEEDED PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-KEY.
           05 WS-PK-SOURCE PIC X(2) VALUE "PY".
           05 WS-PK-PAYEE  PIC X(6).
           05 WS-PK-PERIOD PIC 9(6).
           05 WS-PK-RUN-SEQ PIC 9(2).
       01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMOUNT-WORDS PIC X(100) VALUE SPACES.
       01 WS-PAYEE-NAME PIC X(40) VALUE SPACES.
       01 WS-DISPOSITION PIC X VALUE SPACE.
           88 WS-PRINT-CHECK     VALUE "P".
           88 WS-PAID-BY-DEPOSIT VALUE "D".
           88 WS-NOTHING-TO-PAY  VALUE "Z".
           88 WS-ALREADY-PRINTED VALUE "A".
           88 WS-OVER-LIMIT      VALUE "L".
           88 WS-NOT-ON-MASTER   VALUE "M".
           88 WS-PAYMENT-VOIDED  VALUE "V".
       01 WS-PRINTED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DEPOSIT-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-ZERO-NET-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-REPRINT-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REISSUED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-VOID-SENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PRINTED-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-VOID-SENT-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HEADER-LINE.
           05 FILLER          PIC X(1) VALUE "H".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 WS-HDR-STOCK    PIC X(8).
           05 FILLER          PIC X(63) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(1) VALUE "D".
           05 WS-DET-CHECK    PIC 9(8).
           05 WS-DET-DATE     PIC 9(8).
           05 WS-DET-AMOUNT   PIC 9(7)V99.
           05 WS-DET-PAYEE    PIC X(40).
           05 WS-DET-ACTION   PIC X(1) VALUE "I".
              88 WS-DET-ISSUE VALUE "I".
              88 WS-DET-VOID  VALUE "V".
           05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-TRAILER-LINE.
           05 FILLER          PIC X(1) VALUE "T".
           05 WS-TRL-COUNT    PIC 9(6).
           05 WS-TRL-AMOUNT   PIC 9(9)V99.
           05 FILLER          PIC X(62) VALUE SPACES.
       01 WS-REGISTER-DETAIL.
           05 WS-RD-CHECK     PIC Z(7)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-EMPLOYEE  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NAME      PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-RD-AMOUNT    PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RD-NOTE      PIC X(24).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN INPUT BANK-DETAIL-FILE.
            IF WS-BANK-STATUS NOT = "00" AND WS-BANK-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank detail file, status "
                  WS-BANK-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O CHECK-STOCK-FILE.
            IF WS-STOCK-STATUS NOT = "00" AND WS-STOCK-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-stock.dat, status "
                  WS-STOCK-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O CHECK-ISSUE-FILE.
            IF WS-ISSUE-STATUS NOT = "00" AND WS-ISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-issue.dat, status "
                  WS-ISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O CHECK-REISSUE-FILE.
            IF WS-REISSUE-STATUS NOT = "00" AND WS-REISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-reissue.dat, status "
                  WS-REISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-CHECK-STOCK
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM COUNT-CHECKS-NEEDED
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM OPEN-PRINT-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM PRINT-ALL-CHECKS
               PERFORM PRINT-QUEUED-REISSUES
               PERFORM SEND-VOIDED-CHECKS
               PERFORM UPDATE-CHECK-STOCK
               PERFORM WRITE-REGISTER-TOTALS
               COMPUTE WS-TRL-COUNT =
                  WS-PRINTED-COUNT + WS-VOID-SENT-COUNT
               COMPUTE WS-TRL-AMOUNT =
                  WS-PRINTED-TOTAL + WS-VOID-SENT-TOTAL
               WRITE POSITIVE-PAY-RECORD FROM WS-TRAILER-LINE
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE POSITIVE-PAY-FILE
            END-IF.
            CLOSE BANK-DETAIL-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE CHECK-STOCK-FILE.
            CLOSE CHECK-ISSUE-FILE.
            CLOSE CHECK-REISSUE-FILE.
            CLOSE PAY-HISTORY-FILE.
            DISPLAY "Check Print Summary".
            DISPLAY "Checks printed    : " WS-PRINTED-COUNT.
            DISPLAY "Paid by deposit   : " WS-DEPOSIT-COUNT.
            DISPLAY "Zero/negative net : " WS-ZERO-NET-COUNT.
            DISPLAY "Already printed   : " WS-REPRINT-COUNT.
            DISPLAY "Held              : " WS-HELD-COUNT.
            DISPLAY "Reissues printed  : " WS-REISSUED-COUNT.
            DISPLAY "Voids to the bank : " WS-VOID-SENT-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-HELD-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       LOAD-CHECK-STOCK.
            MOVE WS-STOCK-CODE TO CKS-STOCK-CODE.
            READ CHECK-STOCK-FILE
               INVALID KEY
                  DISPLAY "No " WS-STOCK-CODE " check stock on "
                     "check-stock.dat - load a range first."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE CKS-NEXT-NUMBER TO WS-CHECK-NUMBER
                  IF CKS-NEXT-NUMBER > CKS-LAST-NUMBER
                     MOVE ZERO TO WS-FORMS-LEFT
                  ELSE
                     COMPUTE WS-FORMS-LEFT =
                        CKS-LAST-NUMBER - CKS-NEXT-NUMBER + 1
                  END-IF
            END-READ.

      *> First pass: how many checks this pay-net needs. The run
      *> only starts when the loaded range covers all of them.
       COUNT-CHECKS-NEEDED.
            OPEN INPUT PAY-NET-FILE.
            IF WS-PAY-NET-STATUS NOT = "00" AND WS-PAY-NET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open pay-net.dat, status "
                  WS-PAY-NET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-PAY-NET
               PERFORM UNTIL WS-EOF
                  PERFORM CLASSIFY-PAYMENT
                  IF WS-PRINT-CHECK
                     ADD 1 TO WS-CHECKS-NEEDED
                  END-IF
                  PERFORM READ-PAY-NET
               END-PERFORM
               CLOSE PAY-NET-FILE
               PERFORM COUNT-QUEUED-REISSUES
               IF WS-CHECKS-NEEDED > WS-FORMS-LEFT
                  DISPLAY WS-CHECKS-NEEDED " checks needed but only "
                     WS-FORMS-LEFT " forms left on stock "
                     WS-STOCK-CODE " - load a new range first."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       COUNT-QUEUED-REISSUES.
            PERFORM START-REISSUE-QUEUE.
            PERFORM UNTIL WS-REISSUE-EOF
               PERFORM CLASSIFY-REISSUE
               IF WS-PRINT-CHECK
                  ADD 1 TO WS-CHECKS-NEEDED
               END-IF
               PERFORM READ-NEXT-REISSUE
            END-PERFORM.

       START-REISSUE-QUEUE.
            MOVE "N" TO WS-REISSUE-EOF-SWITCH.
            MOVE LOW-VALUES TO CKR-PAYMENT-KEY.
            START CHECK-REISSUE-FILE KEY NOT < CKR-PAYMENT-KEY
               INVALID KEY SET WS-REISSUE-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REISSUE.

       READ-NEXT-REISSUE.
            IF NOT WS-REISSUE-EOF
               READ CHECK-REISSUE-FILE NEXT
                  AT END SET WS-REISSUE-EOF TO TRUE
               END-READ
            END-IF.

       READ-PAY-NET.
            READ PAY-NET-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       OPEN-PRINT-FILES.
            OPEN OUTPUT CHECK-PRINT-FILE.
            IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open checks.rpt, status "
                  WS-PRINT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open check-register.rpt, status "
                  WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT POSITIVE-PAY-FILE.
            IF WS-POSITIVE-PAY-STATUS NOT = "00"
               DISPLAY "Unable to open positive-pay.dat, status "
                  WS-POSITIVE-PAY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       PRINT-ALL-CHECKS.
            MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
            MOVE WS-STOCK-CODE TO WS-HDR-STOCK.
            WRITE POSITIVE-PAY-RECORD FROM WS-HEADER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "PAYROLL CHECK REGISTER - " WS-RUN-DATE
               " - STOCK " WS-STOCK-CODE
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "   CHECK  EMPLOYEE  PAYEE"
               "                                           AMOUNT"
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            OPEN INPUT PAY-NET-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-PAY-NET.
            PERFORM UNTIL WS-EOF
               PERFORM CLASSIFY-PAYMENT
               PERFORM PROCESS-ONE-PAYMENT
               PERFORM READ-PAY-NET
            END-PERFORM.
            CLOSE PAY-NET-FILE.

      *> Decide what this pay-net line gets. The deposit test is
      *> DEPOSIT-EXTRACT's own: only a cleared account is paid by
      *> deposit, everyone else with money due is paid by check.
       CLASSIFY-PAYMENT.
            MOVE SPACES TO WS-PAYEE-NAME.
            MOVE PN-EMPLOYEE-ID TO WS-PK-PAYEE.
            MOVE PN-PERIOD-NUMBER TO WS-PK-PERIOD.
            MOVE ZERO TO WS-PK-RUN-SEQ.
            SET WS-PRINT-CHECK TO TRUE.
            IF PN-NET-PAY > 0
               MOVE PN-NET-PAY TO WS-CHECK-AMOUNT
            END-IF.
            IF PN-NET-PAY <= 0
               SET WS-NOTHING-TO-PAY TO TRUE
            ELSE
               MOVE PN-EMPLOYEE-ID TO BD-EMPLOYEE-ID
               READ BANK-DETAIL-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF BD-PRENOTE-CLEARED
                        SET WS-PAID-BY-DEPOSIT TO TRUE
                     END-IF
               END-READ
            END-IF.
            IF WS-PRINT-CHECK
               PERFORM FIND-EARLIER-CHECK
            END-IF.
            IF WS-PRINT-CHECK
               PERFORM LOOK-UP-PAYEE
            END-IF.
            IF WS-PRINT-CHECK AND PN-NET-PAY > WS-CHECK-LIMIT
               SET WS-OVER-LIMIT TO TRUE
            END-IF.

       LOOK-UP-PAYEE.
            MOVE WS-PK-PAYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  SET WS-NOT-ON-MASTER TO TRUE
                  MOVE "(NOT ON MASTER)" TO WS-PAYEE-NAME
               NOT INVALID KEY
                  STRING NameValue DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     FirstLastname DELIMITED BY "  "
                     INTO WS-PAYEE-NAME
            END-READ.

      *> A queued replacement pays the same payment again, so it
      *> is held while a live check for the payment is still on
      *> file (the void has to come first), when the payment itself
      *> has been voided since, or for the same payee and limit
      *> reasons as a pay-net line. Deposit accounts do not matter
      *> - the replacement is always a check.
       CLASSIFY-REISSUE.
            MOVE SPACES TO WS-PAYEE-NAME.
            MOVE CKR-PAYMENT-KEY TO WS-PAYMENT-KEY.
            MOVE CKR-AMOUNT TO WS-CHECK-AMOUNT.
            SET WS-PRINT-CHECK TO TRUE.
            IF CKR-SOURCE = "PY"
               PERFORM CHECK-PAYMENT-STANDS
            END-IF.
            IF WS-PRINT-CHECK
               PERFORM FIND-LIVE-CHECK
            END-IF.
            IF WS-PRINT-CHECK
               PERFORM LOOK-UP-PAYEE
            END-IF.
            IF WS-PRINT-CHECK AND CKR-AMOUNT > WS-CHECK-LIMIT
               SET WS-OVER-LIMIT TO TRUE
            END-IF.

       CHECK-PAYMENT-STANDS.
            MOVE CKR-PAYEE-ID TO PPH-EMPLOYEE-ID.
            MOVE CKR-PERIOD-NUMBER TO PPH-PERIOD-NUMBER.
            MOVE CKR-RUN-SEQ TO PPH-RUN-SEQ.
            READ PAY-HISTORY-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PPH-VOIDED
                     SET WS-PAYMENT-VOIDED TO TRUE
                  END-IF
            END-READ.

       FIND-LIVE-CHECK.
            MOVE WS-PAYMENT-KEY TO CKI-PAYMENT-KEY.
            MOVE "N" TO WS-ISSUE-EOF-SWITCH.
            START CHECK-ISSUE-FILE KEY = CKI-PAYMENT-KEY
               INVALID KEY SET WS-ISSUE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-ISSUE-EOF
               READ CHECK-ISSUE-FILE NEXT
                  AT END SET WS-ISSUE-EOF TO TRUE
               END-READ
               IF NOT WS-ISSUE-EOF
                  IF CKI-PAYMENT-KEY NOT = WS-PAYMENT-KEY
                     SET WS-ISSUE-EOF TO TRUE
                  ELSE
                     IF CKI-ISSUED
                        SET WS-ALREADY-PRINTED TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

      *> Any check already on file for this payment - printed by an
      *> earlier run of the same pay-net, or voided and reissued
      *> since - means this line is not printed again.
       FIND-EARLIER-CHECK.
            MOVE WS-PAYMENT-KEY TO CKI-PAYMENT-KEY.
            MOVE "N" TO WS-ISSUE-EOF-SWITCH.
            START CHECK-ISSUE-FILE KEY = CKI-PAYMENT-KEY
               INVALID KEY SET WS-ISSUE-EOF TO TRUE
            END-START.
            IF NOT WS-ISSUE-EOF
               SET WS-ALREADY-PRINTED TO TRUE
            END-IF.

       PROCESS-ONE-PAYMENT.
            MOVE PN-EMPLOYEE-ID TO WS-RD-EMPLOYEE.
            MOVE WS-PAYEE-NAME TO WS-RD-NAME.
            MOVE PN-NET-PAY TO WS-RD-AMOUNT.
            MOVE ZERO TO WS-RD-CHECK.
            MOVE SPACES TO WS-RD-NOTE.
            EVALUATE TRUE
               WHEN WS-PRINT-CHECK
                  PERFORM PRINT-ONE-CHECK
               WHEN WS-PAID-BY-DEPOSIT
                  ADD 1 TO WS-DEPOSIT-COUNT
               WHEN WS-NOTHING-TO-PAY
                  ADD 1 TO WS-ZERO-NET-COUNT
                  MOVE "NO NET PAY - NO CHECK" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-ALREADY-PRINTED
                  ADD 1 TO WS-REPRINT-COUNT
                  MOVE "CHECK ALREADY ISSUED" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-OVER-LIMIT
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - OVER CHECK LIMIT" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-NOT-ON-MASTER
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - NO PAYEE ADDRESS" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
            END-EVALUATE.

       PRINT-ONE-CHECK.
            CALL "AMOUNT-IN-WORDS" USING WS-CHECK-AMOUNT
               WS-AMOUNT-WORDS.
            MOVE WS-CHECK-AMOUNT TO WS-MONEY-EDIT.
            MOVE WS-CHECK-NUMBER TO CKI-CHECK-NUMBER.
            MOVE WS-PAYMENT-KEY TO CKI-PAYMENT-KEY.
            MOVE WS-RUN-DATE TO CKI-ISSUE-DATE.
            MOVE WS-CHECK-AMOUNT TO CKI-AMOUNT.
            MOVE WS-PAYEE-NAME TO CKI-PAYEE-NAME.
            MOVE "I" TO CKI-STATUS.
            MOVE ZEROS TO CKI-VOID-DATE.
            MOVE "N" TO CKI-VOID-SENT-FLAG.
            WRITE CHECK-ISSUE-RECORD
               INVALID KEY
                  DISPLAY "Check " WS-CHECK-NUMBER
                     " already on check-issue.dat, status "
                     WS-ISSUE-STATUS " - run stopped"
                  SET WS-HAD-ISSUE TO TRUE
                  SET WS-EOF TO TRUE
            END-WRITE.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-CHECK-FORM
               MOVE WS-CHECK-NUMBER TO WS-DET-CHECK
               MOVE WS-RUN-DATE TO WS-DET-DATE
               MOVE WS-CHECK-AMOUNT TO WS-DET-AMOUNT
               MOVE WS-PAYEE-NAME TO WS-DET-PAYEE
               SET WS-DET-ISSUE TO TRUE
               WRITE POSITIVE-PAY-RECORD FROM WS-DETAIL-LINE
               MOVE WS-CHECK-NUMBER TO WS-RD-CHECK
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO WS-PRINTED-COUNT
               ADD WS-CHECK-AMOUNT TO WS-PRINTED-TOTAL
               ADD 1 TO WS-CHECK-NUMBER
            END-IF.

      *> One check: the stub, the check face, and the address block
      *> positioned for the envelope window.
       WRITE-CHECK-FORM.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "EMPLOYEE " WS-PK-PAYEE "  PERIOD "
               WS-PK-PERIOD "  NET PAY " WS-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "                                        "
               "          CHECK NO " WS-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "                                        "
               "          DATE     " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "PAY TO THE ORDER OF  " WS-PAYEE-NAME
               "  " WS-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "*** " WS-AMOUNT-WORDS
               DELIMITED BY "  " INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " WS-PAYEE-NAME
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " StreetLineOne
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            IF StreetLineTwo NOT = SPACES
               MOVE SPACES TO CHECK-PRINT-LINE
               STRING "    " StreetLineTwo
                  DELIMITED BY SIZE INTO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
            END-IF.
            MOVE SPACES TO CHECK-PRINT-LINE.
            STRING "    " CityValue DELIMITED BY "  "
               " " StateValue "  " PostalCode
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.
            MOVE ALL "-" TO CHECK-PRINT-LINE.
            WRITE CHECK-PRINT-LINE.

      *> The replacement checks queued by released payment voids.
      *> A printed one comes off the queue; a held one stays for the
      *> next run.
       PRINT-QUEUED-REISSUES.
            PERFORM START-REISSUE-QUEUE.
            PERFORM UNTIL WS-REISSUE-EOF OR WS-HAD-ISSUE
               PERFORM CLASSIFY-REISSUE
               PERFORM PROCESS-ONE-REISSUE
               PERFORM READ-NEXT-REISSUE
            END-PERFORM.

       PROCESS-ONE-REISSUE.
            MOVE CKR-PAYEE-ID TO WS-RD-EMPLOYEE.
            MOVE WS-PAYEE-NAME TO WS-RD-NAME.
            MOVE CKR-AMOUNT TO WS-RD-AMOUNT.
            MOVE ZERO TO WS-RD-CHECK.
            MOVE SPACES TO WS-RD-NOTE.
            EVALUATE TRUE
               WHEN WS-PRINT-CHECK
                  STRING "REISSUE OF " CKR-REPLACES-CHECK
                     DELIMITED BY SIZE INTO WS-RD-NOTE
                  PERFORM PRINT-ONE-CHECK
                  IF NOT WS-HAD-ISSUE
                     ADD 1 TO WS-REISSUED-COUNT
                     DELETE CHECK-REISSUE-FILE RECORD
                        INVALID KEY
                           DISPLAY "Unable to take reissue for "
                              CKR-PAYEE-ID " off the queue, status "
                              WS-REISSUE-STATUS
                     END-DELETE
                  END-IF
               WHEN WS-ALREADY-PRINTED
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - LIVE CHECK ON FILE" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-PAYMENT-VOIDED
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - PAYMENT VOIDED" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-OVER-LIMIT
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - OVER CHECK LIMIT" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
               WHEN WS-NOT-ON-MASTER
                  ADD 1 TO WS-HELD-COUNT
                  MOVE "** HELD - NO PAYEE ADDRESS" TO WS-RD-NOTE
                  PERFORM WRITE-REGISTER-DETAIL
            END-EVALUATE.

      *> Every check voided since the last run is reported to the
      *> bank once, then marked sent.
       SEND-VOIDED-CHECKS.
            MOVE "N" TO WS-ISSUE-EOF-SWITCH.
            MOVE ZEROS TO CKI-CHECK-NUMBER.
            START CHECK-ISSUE-FILE KEY NOT < CKI-CHECK-NUMBER
               INVALID KEY SET WS-ISSUE-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-ISSUE-EOF
               READ CHECK-ISSUE-FILE NEXT
                  AT END SET WS-ISSUE-EOF TO TRUE
               END-READ
               IF NOT WS-ISSUE-EOF AND CKI-VOIDED AND
                     NOT CKI-VOID-SENT
                  PERFORM SEND-ONE-VOID
               END-IF
            END-PERFORM.

       SEND-ONE-VOID.
            MOVE CKI-CHECK-NUMBER TO WS-DET-CHECK.
            MOVE CKI-VOID-DATE TO WS-DET-DATE.
            MOVE CKI-AMOUNT TO WS-DET-AMOUNT.
            MOVE CKI-PAYEE-NAME TO WS-DET-PAYEE.
            SET WS-DET-VOID TO TRUE.
            WRITE POSITIVE-PAY-RECORD FROM WS-DETAIL-LINE.
            ADD 1 TO WS-VOID-SENT-COUNT.
            ADD CKI-AMOUNT TO WS-VOID-SENT-TOTAL.
            MOVE "Y" TO CKI-VOID-SENT-FLAG.
            REWRITE CHECK-ISSUE-RECORD
               INVALID KEY
                  DISPLAY "Unable to mark void of check "
                     CKI-CHECK-NUMBER " sent, status "
                     WS-ISSUE-STATUS
            END-REWRITE.
            MOVE CKI-CHECK-NUMBER TO WS-RD-CHECK.
            MOVE CKI-PAYEE-ID TO WS-RD-EMPLOYEE.
            MOVE CKI-PAYEE-NAME TO WS-RD-NAME.
            MOVE CKI-AMOUNT TO WS-RD-AMOUNT.
            MOVE "VOID SENT TO BANK" TO WS-RD-NOTE.
            PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
            MOVE WS-REGISTER-DETAIL TO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.

      *> The next number moves past everything printed, so the
      *> register and the stock agree even when the run stopped.
       UPDATE-CHECK-STOCK.
            MOVE WS-CHECK-NUMBER TO CKS-NEXT-NUMBER.
            IF WS-PRINTED-COUNT > 0
               MOVE WS-RUN-DATE TO CKS-LAST-USED-DATE
            END-IF.
            REWRITE CHECK-STOCK-RECORD
               INVALID KEY
                  DISPLAY "Unable to update check stock "
                     WS-STOCK-CODE ", status " WS-STOCK-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE WS-PRINTED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "CHECKS PRINTED " WS-PRINTED-COUNT
               "  TOTAL " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "REISSUES PRINTED " WS-REISSUED-COUNT
               "  VOIDS SENT TO BANK " WS-VOID-SENT-COUNT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "PAID BY DEPOSIT " WS-DEPOSIT-COUNT
               "  ALREADY ISSUED " WS-REPRINT-COUNT
               "  NO NET PAY " WS-ZERO-NET-COUNT
               "  HELD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
            MOVE SPACES TO CHECK-REGISTER-LINE.
            STRING "NEXT CHECK NUMBER " WS-CHECK-NUMBER
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE.
            WRITE CHECK-REGISTER-LINE.
       END PROGRAM CHECK-PRINT-RUN.
