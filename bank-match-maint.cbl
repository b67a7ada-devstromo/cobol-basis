      *> Manual bank matching for what BANK-RECON-RUN could not match
      *> on its own. L)ist shows the bank statement lines still
      *> unmatched and O)utstanding the book items not yet cleared
      *> (all of them or one type - CK checks, RC receipts, DD
      *> direct-deposit files). M)atch ties one statement line to
      *> the book items it cleared, keyed one at a time: each must
      *> be outstanding and on the same side as the line (a debit
      *> clears checks and direct-deposit files, a credit clears
      *> receipts), and nothing is written until the items keyed
      *> add up to the line's amount exactly - a lockbox deposit
      *> covering several customers' receipts is matched this way.
      *> U)nmatch puts a wrongly matched line and every item it
      *> cleared back to outstanding and needs delete authority.
      *> Each match and unmatch is logged through MAINT-TRANS-WRITE
      *> under the statement line's key.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MATCH-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-ITEM-FILE.
           COPY BANK-BOOK-ITEM-REC.
       FD  STMT-LINE-FILE.
           COPY BANK-STMT-LINE-REC.
       WORKING-STORAGE SECTION.
           01 WS-ITEM-STATUS PIC XX VALUE "00".
           01 WS-LINE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-LIST-TRANS        VALUE "L".
              88 WS-OUTSTANDING-TRANS VALUE "O".
              88 WS-MATCH-TRANS       VALUE "M".
              88 WS-UNMATCH-TRANS     VALUE "U".
              88 WS-EXIT-TRANS        VALUE "X".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LINE-FOUND-FLAG PIC X VALUE "N".
              88 WS-LINE-FOUND VALUE "Y".
           01 WS-STMT-DATE-IN PIC 9(8) VALUE ZERO.
           01 WS-LINE-SEQ-IN PIC 9(4) VALUE ZERO.
           01 WS-TYPE-FILTER PIC X(2) VALUE SPACES.
           01 WS-ITEM-TYPE-IN PIC X(2) VALUE SPACES.
           01 WS-ITEM-REF-IN PIC X(18) VALUE SPACES.
           01 WS-CHECK-IN PIC 9(8) VALUE ZERO.
           01 WS-ITEM-REASON PIC X(40) VALUE SPACES.
      *> The items keyed against one statement line, held until
      *> they add up to it.
           01 WS-PICK-TABLE.
              05 WS-PICK-KEY PIC X(20) OCCURS 50 TIMES.
           01 WS-PICK-COUNT PIC 9(2) VALUE ZERO.
           01 WS-PICK-SUB PIC 9(2) VALUE ZERO.
           01 WS-PICK-TOTAL PIC 9(9)V99 VALUE ZEROS.
           01 WS-PICK-REMAINING PIC S9(9)V99 VALUE ZEROS.
           01 WS-PICK-DONE-FLAG PIC X VALUE "N".
              88 WS-PICK-DONE VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-RESTORED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
      *> Amounts here can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling (a direct-deposit file is one item), so
      *> they edit through this wider picture instead.
           01 WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "BANK-MATCH".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-MATCHED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-UNMATCHED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Bank matching requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
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
            IF NOT WS-HAD-ISSUE
               PERFORM MATCH-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE BOOK-ITEM-FILE.
            CLOSE STMT-LINE-FILE.
            DISPLAY "Lines matched  : " WS-MATCHED-COUNT.
            DISPLAY "Lines unmatched: " WS-UNMATCHED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MATCH-LOOP.
            DISPLAY "Bank Matching - L)ist bank lines O)utstanding "
               "items M)atch U)nmatch X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-LIST-TRANS
                  PERFORM LIST-UNMATCHED-LINES
               WHEN WS-OUTSTANDING-TRANS
                  PERFORM LIST-OUTSTANDING-ITEMS
               WHEN WS-MATCH-TRANS
                  IF WS-ACCESS-LEVEL < 2
                     DISPLAY "Matching requires authority level 2."
                  ELSE
                     PERFORM MATCH-STATEMENT-LINE
                  END-IF
               WHEN WS-UNMATCH-TRANS
                  IF WS-ACCESS-LEVEL < 3
                     DISPLAY "Unmatching requires authority level 3."
                  ELSE
                     PERFORM UNMATCH-STATEMENT-LINE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       LIST-UNMATCHED-LINES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZEROS TO BSL-STATEMENT-DATE BSL-LINE-SEQ.
            START STMT-LINE-FILE KEY NOT < BSL-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-LINE.
            PERFORM UNTIL WS-EOF
               IF BSL-UNMATCHED
                  ADD 1 TO WS-LIST-COUNT
                  MOVE BSL-AMOUNT TO WS-TOTAL-MONEY-EDIT
                  DISPLAY BSL-STATEMENT-DATE " " BSL-LINE-SEQ " "
                     BSL-POST-DATE " " BSL-ENTRY-TYPE " "
                     WS-TOTAL-MONEY-EDIT " " BSL-REFERENCE " "
                     BSL-DESCRIPTION
               END-IF
               PERFORM READ-NEXT-LINE
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " bank line(s) unmatched.".

       READ-NEXT-LINE.
            READ STMT-LINE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LIST-OUTSTANDING-ITEMS.
            DISPLAY "Item type (CK, RC, DD or blank for all):".
            MOVE SPACES TO WS-TYPE-FILTER.
            ACCEPT WS-TYPE-FILTER.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-TYPE-FILTER TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-EOF
               IF WS-TYPE-FILTER NOT = SPACES AND
                     BBI-ITEM-TYPE NOT = WS-TYPE-FILTER
                  SET WS-EOF TO TRUE
               ELSE
                  IF BBI-OUTSTANDING
                     ADD 1 TO WS-LIST-COUNT
                     MOVE BBI-AMOUNT TO WS-TOTAL-MONEY-EDIT
                     DISPLAY BBI-ITEM-TYPE " " BBI-ITEM-REF " "
                        BBI-ITEM-DATE " " WS-TOTAL-MONEY-EDIT " "
                        BBI-DESCRIPTION
                  END-IF
                  PERFORM READ-NEXT-ITEM
               END-IF
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " book item(s) outstanding.".

       READ-NEXT-ITEM.
            READ BOOK-ITEM-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       ACCEPT-LINE-KEY.
            MOVE "N" TO WS-LINE-FOUND-FLAG.
            DISPLAY "Statement date (YYYYMMDD):".
            ACCEPT WS-STMT-DATE-IN.
            DISPLAY "Line number:".
            ACCEPT WS-LINE-SEQ-IN.
            MOVE WS-STMT-DATE-IN TO BSL-STATEMENT-DATE.
            MOVE WS-LINE-SEQ-IN TO BSL-LINE-SEQ.
            READ STMT-LINE-FILE
               INVALID KEY
                  DISPLAY "Statement line not on file."
               NOT INVALID KEY
                  SET WS-LINE-FOUND TO TRUE
            END-READ.

       MATCH-STATEMENT-LINE.
            PERFORM ACCEPT-LINE-KEY.
            IF NOT WS-LINE-FOUND
               EXIT PARAGRAPH
            END-IF.
            IF BSL-MATCHED
               DISPLAY "Line is already matched to " BSL-MATCH-KEY
               EXIT PARAGRAPH
            END-IF.
            MOVE BSL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Line " BSL-ENTRY-TYPE " " WS-TOTAL-MONEY-EDIT
               " " BSL-REFERENCE " " BSL-DESCRIPTION.
            INITIALIZE WS-PICK-TABLE.
            MOVE ZERO TO WS-PICK-COUNT WS-PICK-TOTAL.
            MOVE "N" TO WS-PICK-DONE-FLAG.
            PERFORM PICK-ONE-ITEM UNTIL WS-PICK-DONE.
            IF WS-PICK-TOTAL NOT = BSL-AMOUNT
               DISPLAY "Items do not add up to the line - nothing "
                  "matched."
               EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                  UNTIL WS-PICK-SUB > WS-PICK-COUNT
               MOVE WS-PICK-KEY(WS-PICK-SUB) TO BBI-KEY
               PERFORM CLEAR-PICKED-ITEM
            END-PERFORM.
            MOVE WS-PICK-KEY(1) TO BSL-MATCH-KEY.
            MOVE WS-PICK-COUNT TO BSL-MATCH-COUNT.
            SET BSL-MATCHED TO TRUE.
            MOVE WS-SIGNON-USER-ID TO BSL-MATCHED-BY.
            MOVE WS-TODAY-DATE TO BSL-MATCHED-DATE.
            REWRITE BANK-STMT-LINE-RECORD
               INVALID KEY
                  DISPLAY "Unable to update statement line, status "
                     WS-LINE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-MATCHED-COUNT
                  MOVE BSL-KEY TO WS-MAINT-KEY
                  CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
                     WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY
                  DISPLAY "Line matched to " WS-PICK-COUNT
                     " book item(s)."
            END-REWRITE.

      *> One book item keyed against the line; a blank type ends
      *> the keying, as does reaching the line's amount.
       PICK-ONE-ITEM.
            COMPUTE WS-PICK-REMAINING = BSL-AMOUNT - WS-PICK-TOTAL.
            MOVE WS-PICK-REMAINING TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Still to match " WS-TOTAL-MONEY-EDIT
               " - item type (CK, RC, DD, blank to finish):".
            MOVE SPACES TO WS-ITEM-TYPE-IN WS-ITEM-REF-IN.
            ACCEPT WS-ITEM-TYPE-IN.
            IF WS-ITEM-TYPE-IN = SPACES
               SET WS-PICK-DONE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-ITEM-TYPE-IN = "CK"
               DISPLAY "Check number:"
               ACCEPT WS-CHECK-IN
               MOVE WS-CHECK-IN TO WS-ITEM-REF-IN
            ELSE
               DISPLAY "Item reference:"
               ACCEPT WS-ITEM-REF-IN
            END-IF.
            MOVE SPACES TO WS-ITEM-REASON.
            MOVE WS-ITEM-TYPE-IN TO BBI-ITEM-TYPE.
            MOVE WS-ITEM-REF-IN TO BBI-ITEM-REF.
            READ BOOK-ITEM-FILE
               INVALID KEY
                  MOVE "Book item not on file." TO WS-ITEM-REASON
            END-READ.
            IF WS-ITEM-REASON = SPACES
               EVALUATE TRUE
                  WHEN NOT BBI-OUTSTANDING
                     MOVE "Book item is not outstanding."
                        TO WS-ITEM-REASON
                  WHEN BSL-DEBIT AND NOT BBI-PAYMENT-ITEM
                     MOVE "A bank debit can only clear CK or DD."
                        TO WS-ITEM-REASON
                  WHEN BSL-CREDIT AND NOT BBI-RECEIPT
                     MOVE "A bank credit can only clear RC."
                        TO WS-ITEM-REASON
                  WHEN WS-PICK-TOTAL + BBI-AMOUNT > BSL-AMOUNT
                     MOVE "Item would take the match past the line."
                        TO WS-ITEM-REASON
                  WHEN WS-PICK-COUNT = 50
                     MOVE "No more items can be keyed to one line."
                        TO WS-ITEM-REASON
               END-EVALUATE
            END-IF.
            IF WS-ITEM-REASON = SPACES
               PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                     UNTIL WS-PICK-SUB > WS-PICK-COUNT
                  IF WS-PICK-KEY(WS-PICK-SUB) = BBI-KEY
                     MOVE "Item already keyed for this line."
                        TO WS-ITEM-REASON
                  END-IF
               END-PERFORM
            END-IF.
            IF WS-ITEM-REASON NOT = SPACES
               DISPLAY WS-ITEM-REASON
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PICK-COUNT.
            MOVE BBI-KEY TO WS-PICK-KEY(WS-PICK-COUNT).
            ADD BBI-AMOUNT TO WS-PICK-TOTAL.
            IF BBI-ITEM-DATE > BSL-POST-DATE
               DISPLAY "Note: item is dated " BBI-ITEM-DATE
                  ", after the bank posted the line."
            END-IF.
            IF WS-PICK-TOTAL = BSL-AMOUNT
               SET WS-PICK-DONE TO TRUE
            END-IF.

       CLEAR-PICKED-ITEM.
            READ BOOK-ITEM-FILE
               INVALID KEY
                  DISPLAY "Book item " BBI-KEY " has gone."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  SET BBI-CLEARED TO TRUE
                  MOVE BSL-KEY TO BBI-CLEARED-STMT-KEY
                  MOVE BSL-POST-DATE TO BBI-CLEARED-DATE
                  REWRITE BANK-BOOK-ITEM-RECORD
            END-READ.

      *> Every item the line cleared carries the line's key, so a
      *> pass over the book items finds them all.
       UNMATCH-STATEMENT-LINE.
            PERFORM ACCEPT-LINE-KEY.
            IF NOT WS-LINE-FOUND
               EXIT PARAGRAPH
            END-IF.
            IF NOT BSL-MATCHED
               DISPLAY "Line is not matched."
               EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-RESTORED-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO BBI-KEY.
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ITEM.
            PERFORM UNTIL WS-EOF
               IF BBI-CLEARED AND BBI-CLEARED-STMT-KEY = BSL-KEY
                  SET BBI-OUTSTANDING TO TRUE
                  MOVE ZEROS TO BBI-CLEARED-STMT-KEY
                     BBI-CLEARED-DATE
                  REWRITE BANK-BOOK-ITEM-RECORD
                  ADD 1 TO WS-RESTORED-COUNT
               END-IF
               PERFORM READ-NEXT-ITEM
            END-PERFORM.
            MOVE "U" TO BSL-STATUS.
            MOVE SPACES TO BSL-MATCH-KEY BSL-MATCHED-BY.
            MOVE ZEROS TO BSL-MATCH-COUNT BSL-MATCHED-DATE.
            REWRITE BANK-STMT-LINE-RECORD
               INVALID KEY
                  DISPLAY "Unable to update statement line, status "
                     WS-LINE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-UNMATCHED-COUNT
                  MOVE BSL-KEY TO WS-MAINT-KEY
                  CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
                     WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY
                  DISPLAY WS-RESTORED-COUNT
                     " book item(s) back to outstanding."
            END-REWRITE.
       END PROGRAM BANK-MATCH-MAINT.
