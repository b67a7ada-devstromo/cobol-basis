      *> Bank reconciliation statement for one loaded bank statement
      *> (the latest one when no date is keyed), printed on
      *> bank-recon.rpt after BANK-RECON-RUN and any manual matching
      *> on BANK-MATCH-MAINT. The bank side starts from the
      *> statement's closing balance, adds the deposits in transit
      *> (receipts dated on or before the statement not yet cleared
      *> by it) and takes off the outstanding checks and direct-
      *> deposit files, each listed. The book side starts from the
      *> general-ledger balance of the cash account (the *CASH code
      *> on the department-to-account map) through the statement's
      *> month and adjusts for the bank lines nobody has matched -
      *> charges, interest and anything else the bank posted that
      *> the books do not show yet - also listed. An item cleared
      *> on a later statement, or a check voided after this one,
      *> still counts as outstanding here, so an old statement
      *> reprints as it stood. When the adjusted balances agree the
      *> statement is stamped reconciled on bank-stmt-hdr.dat;
      *> otherwise the difference is printed and the run ends with
      *> completion code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL STMT-HDR-FILE
               ASSIGN TO "bank-stmt-hdr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSH-STATEMENT-DATE
               FILE STATUS IS WS-HDR-STATUS.
               SELECT OPTIONAL STMT-LINE-FILE
               ASSIGN TO "bank-stmt-line.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSL-KEY
               FILE STATUS IS WS-LINE-STATUS.
               SELECT OPTIONAL BOOK-ITEM-FILE
               ASSIGN TO "bank-book-items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
               SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "gl-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT RECON-REPORT-FILE
               ASSIGN TO "bank-recon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-HDR-FILE.
           COPY BANK-STMT-HDR-REC.
       FD  STMT-LINE-FILE.
           COPY BANK-STMT-LINE-REC.
       FD  BOOK-ITEM-FILE.
           COPY BANK-BOOK-ITEM-REC.
       FD  GL-BALANCE-FILE.
           COPY GL-BALANCE-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-HDR-STATUS PIC XX VALUE "00".
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-ITEM-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-STATEMENT-IN PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-STATEMENT-FOUND-FLAG PIC X VALUE "N".
           88 WS-STATEMENT-FOUND VALUE "Y".
       01 WS-CASH-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-CASH-MAPPED-FLAG PIC X VALUE "N".
           88 WS-CASH-MAPPED VALUE "Y".
      *> Which side of the book items or bank lines is being listed.
       01 WS-SIDE-SWITCH PIC X VALUE SPACE.
           88 WS-RECEIPT-SIDE VALUE "R".
           88 WS-PAYMENT-SIDE VALUE "P".
       01 WS-AS-OF-FLAG PIC X VALUE "N".
           88 WS-OUTSTANDING-AS-OF VALUE "Y".
       01 WS-BANK-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-IN-TRANSIT-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-IN-TRANSIT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADJUSTED-BANK PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BOOK-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BANK-CREDIT-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BANK-CREDIT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BANK-DEBIT-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BANK-DEBIT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADJUSTED-BOOK PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-DIFFERENCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-BALANCE-LINE.
           05 WS-BAL-LABEL  PIC X(60).
           05 WS-BAL-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "Statement date (YYYYMMDD, 0 for the latest):".
            ACCEPT WS-STATEMENT-IN.
            PERFORM OPEN-REPORT-FILES.
            IF NOT WS-HAD-ISSUE
               PERFORM FIND-STATEMENT
            END-IF.
            IF NOT WS-HAD-ISSUE AND WS-STATEMENT-FOUND
               PERFORM FIND-BOOK-BALANCE
               PERFORM WRITE-BANK-SIDE
               PERFORM WRITE-BOOK-SIDE
               PERFORM WRITE-DIFFERENCE
            END-IF.
            CLOSE STMT-HDR-FILE.
            CLOSE STMT-LINE-FILE.
            CLOSE BOOK-ITEM-FILE.
            CLOSE GL-BALANCE-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE RECON-REPORT-FILE.
            DISPLAY "Statement date      : " WS-STATEMENT-DATE.
            MOVE WS-ADJUSTED-BANK TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Adjusted bank       : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-ADJUSTED-BOOK TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Adjusted book       : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-DIFFERENCE TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Difference          : " WS-TOTAL-MONEY-EDIT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE OR NOT WS-STATEMENT-FOUND
                  MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFERENCE NOT = 0 OR NOT WS-CASH-MAPPED
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       OPEN-REPORT-FILES.
            OPEN I-O STMT-HDR-FILE.
            IF WS-HDR-STATUS NOT = "00" AND WS-HDR-STATUS NOT = "05"
               DISPLAY "Unable to open bank-stmt-hdr.dat, status "
                  WS-HDR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT STMT-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-stmt-line.dat, status "
                  WS-LINE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BOOK-ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-book-items.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT GL-BALANCE-FILE.
            IF WS-BALANCE-STATUS NOT = "00" AND WS-BALANCE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open gl-balance.dat, status "
                  WS-BALANCE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEPT-ACCOUNT-MAP-FILE.
            IF WS-MAP-STATUS NOT = "00" AND WS-MAP-STATUS NOT = "05"
               DISPLAY "Unable to open dept-account-map.dat, "
                  "status " WS-MAP-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT RECON-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open bank-recon.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

      *> The statement keyed, or with none keyed the last one on
      *> file (the header file is in statement-date order).
       FIND-STATEMENT.
            IF WS-STATEMENT-IN NOT = 0
               MOVE WS-STATEMENT-IN TO BSH-STATEMENT-DATE
               READ STMT-HDR-FILE
                  INVALID KEY
                     DISPLAY "No bank statement dated "
                        WS-STATEMENT-IN " has been loaded."
                  NOT INVALID KEY
                     SET WS-STATEMENT-FOUND TO TRUE
                     MOVE BSH-STATEMENT-DATE TO WS-STATEMENT-DATE
               END-READ
            ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE ZEROS TO BSH-STATEMENT-DATE
               START STMT-HDR-FILE KEY NOT < BSH-STATEMENT-DATE
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-NEXT-HDR
               PERFORM UNTIL WS-EOF
                  SET WS-STATEMENT-FOUND TO TRUE
                  MOVE BSH-STATEMENT-DATE TO WS-STATEMENT-DATE
                  PERFORM READ-NEXT-HDR
               END-PERFORM
               IF NOT WS-STATEMENT-FOUND
                  DISPLAY "No bank statement has been loaded."
               ELSE
                  MOVE WS-STATEMENT-DATE TO BSH-STATEMENT-DATE
                  READ STMT-HDR-FILE
                     INVALID KEY
                        MOVE "N" TO WS-STATEMENT-FOUND-FLAG
                  END-READ
               END-IF
            END-IF.
            IF WS-STATEMENT-FOUND
               MOVE WS-STATEMENT-DATE(1:6) TO WS-STATEMENT-PERIOD
               MOVE BSH-CLOSING-BALANCE TO WS-BANK-BALANCE
            END-IF.

       READ-NEXT-HDR.
            READ STMT-HDR-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> Debits less credits on the cash account for every period
      *> up to and including the statement's month.
       FIND-BOOK-BALANCE.
            MOVE "*CASH" TO DAM-DEPT-CODE.
            READ DEPT-ACCOUNT-MAP-FILE
               INVALID KEY
                  DISPLAY "No *CASH account on the department-to-"
                     "account map - book balance taken as zero."
               NOT INVALID KEY
                  SET WS-CASH-MAPPED TO TRUE
                  MOVE DAM-ACCOUNT-NUMBER TO WS-CASH-ACCOUNT
            END-READ.
            IF NOT WS-CASH-MAPPED
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-CASH-ACCOUNT TO GLB-ACCOUNT.
            MOVE ZEROS TO GLB-PERIOD.
            START GL-BALANCE-FILE KEY NOT < GLB-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BALANCE.
            PERFORM UNTIL WS-EOF OR GLB-ACCOUNT NOT = WS-CASH-ACCOUNT
                  OR GLB-PERIOD > WS-STATEMENT-PERIOD
               COMPUTE WS-BOOK-BALANCE = WS-BOOK-BALANCE
                  + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               PERFORM READ-NEXT-BALANCE
            END-PERFORM.

       READ-NEXT-BALANCE.
            READ GL-BALANCE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-BANK-SIDE.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "BANK RECONCILIATION  STATEMENT "
               WS-STATEMENT-DATE "  ACCOUNT " BSH-BANK-ACCOUNT
               "  RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            MOVE "BALANCE PER BANK STATEMENT" TO WS-BAL-LABEL.
            MOVE WS-BANK-BALANCE TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            MOVE "ADD DEPOSITS IN TRANSIT" TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            SET WS-RECEIPT-SIDE TO TRUE.
            PERFORM LIST-OUTSTANDING-ITEMS.
            MOVE "  TOTAL DEPOSITS IN TRANSIT" TO WS-BAL-LABEL.
            MOVE WS-IN-TRANSIT-TOTAL TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            MOVE "LESS OUTSTANDING CHECKS AND DEPOSIT FILES"
               TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            SET WS-PAYMENT-SIDE TO TRUE.
            PERFORM LIST-OUTSTANDING-ITEMS.
            MOVE "  TOTAL OUTSTANDING PAYMENTS" TO WS-BAL-LABEL.
            MOVE WS-OUTSTANDING-TOTAL TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE
               + WS-IN-TRANSIT-TOTAL - WS-OUTSTANDING-TOTAL.
            MOVE "ADJUSTED BANK BALANCE" TO WS-BAL-LABEL.
            MOVE WS-ADJUSTED-BANK TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.

       LIST-OUTSTANDING-ITEMS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO BBI-KEY.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-EOF
               IF (WS-RECEIPT-SIDE AND BBI-RECEIPT) OR
                     (WS-PAYMENT-SIDE AND BBI-PAYMENT-ITEM)
                  PERFORM CHECK-OUTSTANDING-AS-OF
                  IF WS-OUTSTANDING-AS-OF
                     PERFORM WRITE-ITEM-LINE
                  END-IF
               END-IF
               PERFORM READ-NEXT-ITEM
            END-PERFORM.

       READ-NEXT-ITEM.
            READ BOOK-ITEM-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> Issued by the statement date and not yet cleared or voided
      *> as of it.
       CHECK-OUTSTANDING-AS-OF.
            MOVE "N" TO WS-AS-OF-FLAG.
            IF BBI-ITEM-DATE NOT > WS-STATEMENT-DATE
               EVALUATE TRUE
                  WHEN BBI-OUTSTANDING
                     SET WS-OUTSTANDING-AS-OF TO TRUE
                  WHEN BBI-CLEARED AND
                        BBI-CLEARED-STMT-DATE > WS-STATEMENT-DATE
                     SET WS-OUTSTANDING-AS-OF TO TRUE
                  WHEN BBI-VOIDED AND
                        BBI-VOID-DATE > WS-STATEMENT-DATE
                     SET WS-OUTSTANDING-AS-OF TO TRUE
               END-EVALUATE
            END-IF.

       WRITE-ITEM-LINE.
            IF WS-RECEIPT-SIDE
               ADD 1 TO WS-IN-TRANSIT-COUNT
               ADD BBI-AMOUNT TO WS-IN-TRANSIT-TOTAL
            ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD BBI-AMOUNT TO WS-OUTSTANDING-TOTAL
            END-IF.
            MOVE BBI-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "  " BBI-ITEM-TYPE " " BBI-ITEM-REF " "
               BBI-ITEM-DATE " " WS-TOTAL-MONEY-EDIT " "
               BBI-DESCRIPTION
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

       WRITE-BOOK-SIDE.
            MOVE SPACES TO WS-BAL-LABEL.
            STRING "BALANCE PER BOOKS  CASH ACCOUNT " WS-CASH-ACCOUNT
               " THROUGH " WS-STATEMENT-PERIOD
               DELIMITED BY SIZE INTO WS-BAL-LABEL.
            MOVE WS-BOOK-BALANCE TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            MOVE "ADD BANK CREDITS NOT IN BOOKS" TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            SET WS-RECEIPT-SIDE TO TRUE.
            PERFORM LIST-UNMATCHED-LINES.
            MOVE "  TOTAL BANK CREDITS NOT IN BOOKS" TO WS-BAL-LABEL.
            MOVE WS-BANK-CREDIT-TOTAL TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            MOVE "LESS BANK DEBITS NOT IN BOOKS" TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            SET WS-PAYMENT-SIDE TO TRUE.
            PERFORM LIST-UNMATCHED-LINES.
            MOVE "  TOTAL BANK DEBITS NOT IN BOOKS" TO WS-BAL-LABEL.
            MOVE WS-BANK-DEBIT-TOTAL TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.
            COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-BANK-CREDIT-TOTAL - WS-BANK-DEBIT-TOTAL.
            MOVE "ADJUSTED BOOK BALANCE" TO WS-BAL-LABEL.
            MOVE WS-ADJUSTED-BOOK TO WS-BAL-AMOUNT.
            PERFORM WRITE-BALANCE-LINE.

      *> Unmatched lines of this statement and any earlier one.
       LIST-UNMATCHED-LINES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO BSL-STATEMENT-DATE BSL-LINE-SEQ.
            START STMT-LINE-FILE KEY NOT < BSL-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-LINE.
            PERFORM UNTIL WS-EOF
                  OR BSL-STATEMENT-DATE > WS-STATEMENT-DATE
               IF BSL-UNMATCHED AND
                     ((WS-RECEIPT-SIDE AND BSL-CREDIT) OR
                      (WS-PAYMENT-SIDE AND BSL-DEBIT))
                  PERFORM WRITE-BANK-LINE
               END-IF
               PERFORM READ-NEXT-LINE
            END-PERFORM.

       READ-NEXT-LINE.
            READ STMT-LINE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-BANK-LINE.
            IF WS-RECEIPT-SIDE
               ADD 1 TO WS-BANK-CREDIT-COUNT
               ADD BSL-AMOUNT TO WS-BANK-CREDIT-TOTAL
            ELSE
               ADD 1 TO WS-BANK-DEBIT-COUNT
               ADD BSL-AMOUNT TO WS-BANK-DEBIT-TOTAL
            END-IF.
            MOVE BSL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "  " BSL-STATEMENT-DATE "-" BSL-LINE-SEQ " "
               BSL-POST-DATE " " WS-TOTAL-MONEY-EDIT " "
               BSL-REFERENCE " " BSL-DESCRIPTION
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

       WRITE-DIFFERENCE.
            COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK
               - WS-ADJUSTED-BOOK.
            IF WS-DIFFERENCE = 0 AND WS-CASH-MAPPED
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "RECONCILED - ADJUSTED BANK AND BOOK BALANCES "
                  "AGREE"
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE WS-TODAY-DATE TO BSH-RECONCILED-ON
               REWRITE BANK-STMT-HDR-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark statement reconciled, "
                        "status " WS-HDR-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            ELSE
               MOVE "UNRECONCILED DIFFERENCE (BANK LESS BOOK)"
                  TO WS-BAL-LABEL
               MOVE WS-DIFFERENCE TO WS-BAL-AMOUNT
               PERFORM WRITE-BALANCE-LINE
            END-IF.

       WRITE-BALANCE-LINE.
            MOVE WS-BALANCE-LINE TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
       END PROGRAM BANK-RECON-REPORT.
