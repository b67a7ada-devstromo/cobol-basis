      *> Bank reconciliation matching run. First brings the book
      *> side up to date: every check on check-issue.dat and every
      *> cash receipt on receipts.dat not yet on bank-book-items.dat
      *> is added there as an outstanding item (DEPOSIT-EXTRACT adds
      *> its own direct-deposit files), and a check voided since it
      *> was added stops being outstanding. Then every unmatched
      *> line on bank-stmt-line.dat, whatever statement it came on,
      *> is matched automatically where the match is certain:
      *>   a debit quoting a check number clears that check when
      *>   the amounts agree and the check was issued on or before
      *>   the bank's posting date;
      *>   any other debit clears an outstanding direct-deposit file
      *>   of the same amount sent within the matching window;
      *>   a credit clears a single outstanding receipt of the same
      *>   amount dated within the window, or failing that all the
      *>   outstanding receipts of one day inside the window when
      *>   together they make up the deposit.
      *> A check the bank paid that does not agree with our register
      *> is listed as an exception and left for BANK-MATCH-MAINT,
      *> as is everything else the run could not match. Matches and
      *> exceptions are printed on bank-automatch.rpt and the run's
      *> control totals post through CONTROL-TOTAL-WRITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CHECK-ISSUE-FILE
               ASSIGN TO "check-issue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKI-PAYMENT-KEY
                  WITH DUPLICATES
               FILE STATUS IS WS-ISSUE-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT OPTIONAL BOOK-ITEM-FILE
               ASSIGN TO "bank-book-items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
               SELECT OPTIONAL STMT-LINE-FILE
               ASSIGN TO "bank-stmt-line.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSL-KEY
               FILE STATUS IS WS-LINE-STATUS.
               SELECT MATCH-REPORT-FILE
               ASSIGN TO "bank-automatch.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUE-FILE.
           COPY CHECK-ISSUE-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  BOOK-ITEM-FILE.
           COPY BANK-BOOK-ITEM-REC.
       FD  STMT-LINE-FILE.
           COPY BANK-STMT-LINE-REC.
       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ISSUE-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-ITEM-STATUS PIC XX VALUE "00".
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ITEM-EOF-SWITCH PIC X VALUE "N".
           88 WS-ITEM-EOF VALUE "Y".
      *> Receipts are banked within a few days and a direct-deposit
      *> file settles a day or two after it is sent; a book item
      *> older than this many days before the bank's posting date
      *> is left for the operator to match by hand.
       01 WS-MATCH-WINDOW-DAYS PIC 9(3) VALUE 10.
       01 WS-DIFF-DAYS PIC S9(7) VALUE ZERO.
       01 WS-IN-WINDOW-FLAG PIC X VALUE "N".
           88 WS-IN-WINDOW VALUE "Y".
       01 WS-LINE-MATCHED-FLAG PIC X VALUE "N".
           88 WS-LINE-MATCHED VALUE "Y".
       01 WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
       01 WS-CHECK-REF PIC 9(8) VALUE ZERO.
       01 WS-BANK-REF-NUM PIC 9(10) VALUE ZERO.
       01 WS-ITEM-TYPE PIC X(2) VALUE SPACES.
      *> Outstanding receipts inside the window totalled by receipt
      *> date, to find the day whose receipts were banked together.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
              10 WS-DAY-DATE  PIC 9(8).
              10 WS-DAY-TOTAL PIC 9(9)V99 COMP-3.
       01 WS-DAY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DAY-SUB PIC 9(2) VALUE ZERO.
       01 WS-DAY-FOUND PIC 9(2) VALUE ZERO.
       01 WS-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECKS-ADDED PIC 9(6) VALUE ZERO.
       01 WS-RECEIPTS-ADDED PIC 9(6) VALUE ZERO.
       01 WS-CHECKS-VOIDED PIC 9(6) VALUE ZERO.
       01 WS-LINES-EXAMINED PIC 9(6) VALUE ZERO.
       01 WS-LINES-MATCHED PIC 9(6) VALUE ZERO.
       01 WS-LINES-UNMATCHED PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "BANK-RECON-RUN".
       01 WS-CTL-PRIOR   PIC X(20) VALUE SPACES.
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM OPEN-RECON-FILES.
            IF NOT WS-HAD-ISSUE
               MOVE SPACES TO MATCH-REPORT-LINE
               STRING "BANK AUTO-MATCH  RUN " WS-TODAY-DATE
                  "  WINDOW " WS-MATCH-WINDOW-DAYS " DAYS"
                  DELIMITED BY SIZE INTO MATCH-REPORT-LINE
               WRITE MATCH-REPORT-LINE
               PERFORM REFRESH-CHECKS
               PERFORM REFRESH-RECEIPTS
               PERFORM AUTO-MATCH-LINES
               PERFORM WRITE-MATCH-TOTALS
               PERFORM POST-CONTROL-TOTALS
            END-IF.
            CLOSE CHECK-ISSUE-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE BOOK-ITEM-FILE.
            CLOSE STMT-LINE-FILE.
            CLOSE MATCH-REPORT-FILE.
            DISPLAY "Book items added    : checks " WS-CHECKS-ADDED
               " receipts " WS-RECEIPTS-ADDED.
            DISPLAY "Checks voided       : " WS-CHECKS-VOIDED.
            DISPLAY "Bank lines examined : " WS-LINES-EXAMINED.
            MOVE WS-MATCHED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Matched             : " WS-LINES-MATCHED
               " totalling " WS-TOTAL-MONEY-EDIT.
            DISPLAY "Left unmatched      : " WS-LINES-UNMATCHED.
            DISPLAY "Exceptions          : " WS-EXCEPTION-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-LINES-UNMATCHED > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       OPEN-RECON-FILES.
            OPEN INPUT CHECK-ISSUE-FILE.
            IF WS-ISSUE-STATUS NOT = "00" AND WS-ISSUE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open check-issue.dat, status "
                  WS-ISSUE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00" AND WS-RECEIPT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open receipts file, status "
                  WS-RECEIPT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O BOOK-ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-book-items.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O STMT-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-stmt-line.dat, status "
                  WS-LINE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT MATCH-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open bank-automatch.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

      *> Every check ever printed, payroll and payables alike.
       REFRESH-CHECKS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO CKI-CHECK-NUMBER.
            START CHECK-ISSUE-FILE KEY NOT < CKI-CHECK-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CHECK.
            PERFORM UNTIL WS-EOF
               PERFORM REFRESH-ONE-CHECK
               PERFORM READ-NEXT-CHECK
            END-PERFORM.

       READ-NEXT-CHECK.
            READ CHECK-ISSUE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       REFRESH-ONE-CHECK.
            MOVE CKI-CHECK-NUMBER TO WS-CHECK-REF.
            MOVE "CK" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            MOVE WS-CHECK-REF TO BBI-ITEM-REF(1:8).
            READ BOOK-ITEM-FILE
               INVALID KEY
                  PERFORM ADD-CHECK-ITEM
               NOT INVALID KEY
                  IF CKI-VOIDED AND BBI-OUTSTANDING
                     SET BBI-VOIDED TO TRUE
                     MOVE CKI-VOID-DATE TO BBI-VOID-DATE
                     REWRITE BANK-BOOK-ITEM-RECORD
                     ADD 1 TO WS-CHECKS-VOIDED
                  END-IF
            END-READ.

       ADD-CHECK-ITEM.
            MOVE "CK" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            MOVE WS-CHECK-REF TO BBI-ITEM-REF(1:8).
            MOVE CKI-ISSUE-DATE TO BBI-ITEM-DATE.
            MOVE CKI-AMOUNT TO BBI-AMOUNT.
            MOVE CKI-CHECK-NUMBER TO WS-BANK-REF-NUM.
            MOVE WS-BANK-REF-NUM TO BBI-BANK-REF.
            MOVE SPACES TO BBI-DESCRIPTION.
            STRING CKI-SOURCE " " CKI-PAYEE-NAME
               DELIMITED BY SIZE INTO BBI-DESCRIPTION.
            MOVE ZEROS TO BBI-CLEARED-STMT-KEY BBI-CLEARED-DATE.
            IF CKI-VOIDED
               SET BBI-VOIDED TO TRUE
               MOVE CKI-VOID-DATE TO BBI-VOID-DATE
            ELSE
               SET BBI-OUTSTANDING TO TRUE
               MOVE ZEROS TO BBI-VOID-DATE
            END-IF.
            WRITE BANK-BOOK-ITEM-RECORD
               INVALID KEY
                  DISPLAY "Unable to add check " WS-CHECK-REF
                     ", status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-CHECKS-ADDED
            END-WRITE.

      *> Every cash receipt, keyed by hand or loaded from lockbox.
       REFRESH-RECEIPTS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO RCP-CUSTOMER-NUMBER.
            MOVE ZEROS TO RCP-DATE RCP-SEQ.
            START RECEIPT-FILE KEY NOT < RCP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RECEIPT.
            PERFORM UNTIL WS-EOF
               IF RCP-AMOUNT > 0
                  PERFORM REFRESH-ONE-RECEIPT
               END-IF
               PERFORM READ-NEXT-RECEIPT
            END-PERFORM.

       READ-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       REFRESH-ONE-RECEIPT.
            MOVE "RC" TO BBI-ITEM-TYPE.
            MOVE RCP-KEY TO BBI-ITEM-REF.
            READ BOOK-ITEM-FILE
               INVALID KEY
                  MOVE "RC" TO BBI-ITEM-TYPE
                  MOVE RCP-KEY TO BBI-ITEM-REF
                  MOVE RCP-DATE TO BBI-ITEM-DATE
                  MOVE RCP-AMOUNT TO BBI-AMOUNT
                  MOVE SPACES TO BBI-BANK-REF BBI-DESCRIPTION
                  STRING "RECEIPT CUSTOMER " RCP-CUSTOMER-NUMBER
                     DELIMITED BY SIZE INTO BBI-DESCRIPTION
                  SET BBI-OUTSTANDING TO TRUE
                  MOVE ZEROS TO BBI-VOID-DATE BBI-CLEARED-STMT-KEY
                     BBI-CLEARED-DATE
                  PERFORM WRITE-RECEIPT-ITEM
            END-READ.

       WRITE-RECEIPT-ITEM.
            WRITE BANK-BOOK-ITEM-RECORD
               INVALID KEY
                  DISPLAY "Unable to add receipt " RCP-KEY
                     ", status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-RECEIPTS-ADDED
            END-WRITE.

      *> Every statement line still unmatched, oldest statement
      *> first, so an item clears against the first time the bank
      *> showed it.
       AUTO-MATCH-LINES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO BSL-STATEMENT-DATE BSL-LINE-SEQ.
            START STMT-LINE-FILE KEY NOT < BSL-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-LINE.
            PERFORM UNTIL WS-EOF
               IF BSL-UNMATCHED
                  PERFORM MATCH-ONE-LINE
               END-IF
               PERFORM READ-NEXT-LINE
            END-PERFORM.

       READ-NEXT-LINE.
            READ STMT-LINE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       MATCH-ONE-LINE.
            ADD 1 TO WS-LINES-EXAMINED.
            MOVE "N" TO WS-LINE-MATCHED-FLAG.
            MOVE SPACES TO WS-EXCEPTION-REASON.
            MOVE SPACES TO BSL-MATCH-KEY.
            MOVE ZERO TO BSL-MATCH-COUNT.
            IF BSL-DEBIT
               PERFORM MATCH-DEBIT-LINE
            ELSE
               PERFORM MATCH-CREDIT-LINE
            END-IF.
            IF WS-LINE-MATCHED
               SET BSL-MATCHED TO TRUE
               MOVE "*AUTO*" TO BSL-MATCHED-BY
               MOVE WS-TODAY-DATE TO BSL-MATCHED-DATE
               REWRITE BANK-STMT-LINE-RECORD
               ADD 1 TO WS-LINES-MATCHED
               ADD BSL-AMOUNT TO WS-MATCHED-TOTAL
               PERFORM WRITE-MATCHED-LINE
            ELSE
               ADD 1 TO WS-LINES-UNMATCHED
               IF WS-EXCEPTION-REASON NOT = SPACES
                  ADD 1 TO WS-EXCEPTION-COUNT
                  PERFORM WRITE-EXCEPTION-LINE
               END-IF
            END-IF.

      *> A numeric reference that fits a check number is the bank
      *> telling us which check it paid; anything else, or a number
      *> that is none of our checks (a trace number), is looked for
      *> among the direct-deposit files.
       MATCH-DEBIT-LINE.
            IF BSL-REFERENCE IS NUMERIC AND BSL-REFERENCE NOT = ZEROS
               MOVE BSL-REFERENCE TO WS-BANK-REF-NUM
               IF WS-BANK-REF-NUM NOT > 99999999
                  PERFORM MATCH-PRESENTED-CHECK
                  IF WS-LINE-MATCHED OR WS-EXCEPTION-REASON NOT =
                        "CHECK NOT ON OUR REGISTER"
                     EXIT PARAGRAPH
                  END-IF
               END-IF
            END-IF.
            MOVE "DD" TO WS-ITEM-TYPE.
            PERFORM MATCH-SINGLE-ITEM.
            IF WS-LINE-MATCHED
               MOVE SPACES TO WS-EXCEPTION-REASON
            END-IF.

       MATCH-PRESENTED-CHECK.
            MOVE WS-BANK-REF-NUM TO WS-CHECK-REF.
            MOVE "CK" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            MOVE WS-CHECK-REF TO BBI-ITEM-REF(1:8).
            READ BOOK-ITEM-FILE
               INVALID KEY
                  MOVE "CHECK NOT ON OUR REGISTER"
                     TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN BBI-VOIDED
                        MOVE "VOIDED CHECK PRESENTED"
                           TO WS-EXCEPTION-REASON
                     WHEN BBI-CLEARED
                        MOVE "CHECK ALREADY CLEARED"
                           TO WS-EXCEPTION-REASON
                     WHEN BBI-AMOUNT NOT = BSL-AMOUNT
                        MOVE "CHECK AMOUNT DIFFERS"
                           TO WS-EXCEPTION-REASON
                     WHEN BBI-ITEM-DATE > BSL-POST-DATE
                        MOVE "CHECK PAID BEFORE ISSUE DATE"
                           TO WS-EXCEPTION-REASON
                     WHEN OTHER
                        PERFORM CLEAR-BOOK-ITEM
                        SET WS-LINE-MATCHED TO TRUE
                  END-EVALUATE
            END-READ.

       MATCH-CREDIT-LINE.
            MOVE "RC" TO WS-ITEM-TYPE.
            PERFORM MATCH-SINGLE-ITEM.
            IF NOT WS-LINE-MATCHED
               PERFORM MATCH-DEPOSIT-DAY
            END-IF.

      *> The first outstanding item of the type for the same amount
      *> inside the window.
       MATCH-SINGLE-ITEM.
            MOVE "N" TO WS-ITEM-EOF-SWITCH.
            MOVE WS-ITEM-TYPE TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-ITEM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-ITEM-EOF OR WS-LINE-MATCHED OR
                  BBI-ITEM-TYPE NOT = WS-ITEM-TYPE
               IF BBI-OUTSTANDING AND BBI-AMOUNT = BSL-AMOUNT
                  PERFORM CHECK-ITEM-IN-WINDOW
                  IF WS-IN-WINDOW
                     PERFORM CLEAR-BOOK-ITEM
                     SET WS-LINE-MATCHED TO TRUE
                  END-IF
               END-IF
               IF NOT WS-LINE-MATCHED
                  PERFORM READ-NEXT-ITEM
               END-IF
            END-PERFORM.

       READ-NEXT-ITEM.
            READ BOOK-ITEM-FILE NEXT
               AT END SET WS-ITEM-EOF TO TRUE
            END-READ.

       CHECK-ITEM-IN-WINDOW.
            MOVE "N" TO WS-IN-WINDOW-FLAG.
            IF BBI-ITEM-DATE NOT > BSL-POST-DATE
               CALL "DATE-DIFF-DAYS" USING BBI-ITEM-DATE
                  BSL-POST-DATE WS-DIFF-DAYS
               IF WS-DIFF-DAYS NOT > WS-MATCH-WINDOW-DAYS
                  SET WS-IN-WINDOW TO TRUE
               END-IF
            END-IF.

      *> Total the outstanding receipts in the window by day; the
      *> latest day whose total is the deposit is taken, and all of
      *> that day's outstanding receipts clear against the line.
       MATCH-DEPOSIT-DAY.
            INITIALIZE WS-DAY-TABLE.
            MOVE ZERO TO WS-DAY-COUNT WS-DAY-FOUND.
            MOVE "N" TO WS-ITEM-EOF-SWITCH.
            MOVE "RC" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-ITEM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-ITEM-EOF OR NOT BBI-RECEIPT
               IF BBI-OUTSTANDING
                  PERFORM CHECK-ITEM-IN-WINDOW
                  IF WS-IN-WINDOW
                     PERFORM ADD-TO-DAY-TABLE
                  END-IF
               END-IF
               PERFORM READ-NEXT-ITEM
            END-PERFORM.
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-TOTAL(WS-DAY-SUB) = BSL-AMOUNT
                  IF WS-DAY-FOUND = 0
                     MOVE WS-DAY-SUB TO WS-DAY-FOUND
                  ELSE
                     IF WS-DAY-DATE(WS-DAY-SUB) >
                           WS-DAY-DATE(WS-DAY-FOUND)
                        MOVE WS-DAY-SUB TO WS-DAY-FOUND
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-DAY-FOUND > 0
               MOVE WS-DAY-DATE(WS-DAY-FOUND) TO WS-DEPOSIT-DATE
               PERFORM CLEAR-DEPOSIT-DAY
               SET WS-LINE-MATCHED TO TRUE
            END-IF.

       ADD-TO-DAY-TABLE.
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > WS-DAY-COUNT
                  OR WS-DAY-DATE(WS-DAY-SUB) = BBI-ITEM-DATE
               CONTINUE
            END-PERFORM.
            IF WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-COUNT < 31
                  ADD 1 TO WS-DAY-COUNT
                  MOVE BBI-ITEM-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
                  ADD BBI-AMOUNT TO WS-DAY-TOTAL(WS-DAY-COUNT)
               END-IF
            ELSE
               ADD BBI-AMOUNT TO WS-DAY-TOTAL(WS-DAY-SUB)
            END-IF.

       CLEAR-DEPOSIT-DAY.
            MOVE "N" TO WS-ITEM-EOF-SWITCH.
            MOVE "RC" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-ITEM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-ITEM-EOF OR NOT BBI-RECEIPT
               IF BBI-OUTSTANDING AND BBI-ITEM-DATE = WS-DEPOSIT-DATE
                  PERFORM CLEAR-BOOK-ITEM
               END-IF
               PERFORM READ-NEXT-ITEM
            END-PERFORM.

      *> The book item just read clears against the current line;
      *> the line keeps the first item's key and a count.
       CLEAR-BOOK-ITEM.
            SET BBI-CLEARED TO TRUE.
            MOVE BSL-KEY TO BBI-CLEARED-STMT-KEY.
            MOVE BSL-POST-DATE TO BBI-CLEARED-DATE.
            REWRITE BANK-BOOK-ITEM-RECORD
               INVALID KEY
                  DISPLAY "Unable to clear book item " BBI-KEY
                     ", status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  IF BSL-MATCH-COUNT = 0
                     MOVE BBI-KEY TO BSL-MATCH-KEY
                  END-IF
                  ADD 1 TO BSL-MATCH-COUNT
            END-REWRITE.

       WRITE-MATCHED-LINE.
            MOVE BSL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO MATCH-REPORT-LINE.
            STRING "MATCHED   " BSL-STATEMENT-DATE "-" BSL-LINE-SEQ
               " " BSL-ENTRY-TYPE " " WS-TOTAL-MONEY-EDIT " "
               BSL-REFERENCE " " BSL-MATCH-KEY " X" BSL-MATCH-COUNT
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
            WRITE MATCH-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
            MOVE BSL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO MATCH-REPORT-LINE.
            STRING "EXCEPTION " BSL-STATEMENT-DATE "-" BSL-LINE-SEQ
               " " BSL-ENTRY-TYPE " " WS-TOTAL-MONEY-EDIT " "
               BSL-REFERENCE " " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
            WRITE MATCH-REPORT-LINE.

       WRITE-MATCH-TOTALS.
            MOVE SPACES TO MATCH-REPORT-LINE.
            STRING "BOOK ITEMS ADDED   CHECKS " WS-CHECKS-ADDED
               " RECEIPTS " WS-RECEIPTS-ADDED " CHECKS VOIDED "
               WS-CHECKS-VOIDED
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
            WRITE MATCH-REPORT-LINE.
            MOVE WS-MATCHED-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO MATCH-REPORT-LINE.
            STRING "LINES MATCHED      " WS-LINES-MATCHED " "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
            WRITE MATCH-REPORT-LINE.
            MOVE SPACES TO MATCH-REPORT-LINE.
            STRING "LEFT UNMATCHED     " WS-LINES-UNMATCHED
               "  OF WHICH EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
            WRITE MATCH-REPORT-LINE.

       POST-CONTROL-TOTALS.
            MOVE WS-LINES-EXAMINED TO WS-CTL-INPUT.
            MOVE WS-LINES-MATCHED TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            MOVE WS-LINES-UNMATCHED TO WS-CTL-REJECT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM BANK-RECON-RUN.
