      *> Inbound loader for the bank's statement file
      *> (bank-statement.dat, one statement: an H header with our
      *> account number, the statement date and the signed opening
      *> and closing balances; D lines with the bank's posting date,
      *> D)ebit or C)redit, the amount, the bank's reference - the
      *> check number, zero-filled, when a check was presented -
      *> and its description; a T trailer with the line count and
      *> the debit and credit totals). The file is read once to
      *> prove the trailer against the lines received and the
      *> opening balance plus credits less debits against the
      *> closing balance; a statement that does not prove, or one
      *> already on bank-stmt-hdr.dat, is REFUSED with completion
      *> code 8 and nothing is loaded. A proven statement lands on
      *> bank-stmt-line.dat line by line, every line unmatched, for
      *> BANK-RECON-RUN to match against the book items, and the
      *> run's control totals post through CONTROL-TOTAL-WRITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STMT-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL STATEMENT-FILE
               ASSIGN TO "bank-statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05 BX-RECORD-TYPE PIC X(1).
              88 BX-HEADER  VALUE "H".
              88 BX-DETAIL  VALUE "D".
              88 BX-TRAILER VALUE "T".
           05 BX-DATA PIC X(99).
           05 BX-HEADER-VIEW REDEFINES BX-DATA.
              10 BX-HDR-ACCOUNT        PIC X(17).
              10 BX-HDR-STATEMENT-DATE PIC X(8).
              10 BX-HDR-OPEN-SIGN      PIC X(1).
              10 BX-HDR-OPEN-BALANCE   PIC 9(11)V99.
              10 BX-HDR-CLOSE-SIGN     PIC X(1).
              10 BX-HDR-CLOSE-BALANCE  PIC 9(11)V99.
              10 FILLER                PIC X(46).
           05 BX-DETAIL-VIEW REDEFINES BX-DATA.
              10 BX-DET-POST-DATE   PIC X(8).
              10 BX-DET-ENTRY-TYPE  PIC X(1).
              10 BX-DET-AMOUNT      PIC 9(9)V99.
              10 BX-DET-REFERENCE   PIC X(10).
              10 BX-DET-DESCRIPTION PIC X(30).
              10 FILLER             PIC X(39).
           05 BX-TRAILER-VIEW REDEFINES BX-DATA.
              10 BX-TRL-COUNT        PIC 9(6).
              10 BX-TRL-DEBIT-TOTAL  PIC 9(11)V99.
              10 BX-TRL-CREDIT-TOTAL PIC 9(11)V99.
              10 FILLER              PIC X(67).
       FD  STMT-HDR-FILE.
           COPY BANK-STMT-HDR-REC.
       FD  STMT-LINE-FILE.
           COPY BANK-STMT-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS PIC XX VALUE "00".
       01 WS-HDR-STATUS PIC XX VALUE "00".
       01 WS-LINE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
      *> What the header said and what pass 1 counted against it.
       01 WS-HEADER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BANK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-STATEMENT-DATE PIC X(8) VALUE SPACES.
       01 WS-STATEMENT-NUM PIC 9(8) VALUE ZERO.
       01 WS-OPENING-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSING-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-PROVED-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BAD-SIGN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-BAD-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-SEEN-FLAG PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-TRAILER-DEBITS PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TRAILER-CREDITS PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-REFUSED-FLAG PIC X VALUE "N".
           88 WS-FILE-REFUSED VALUE "Y".
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-LINE-SEQ PIC 9(4) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "BANK-STMT-IMPORT".
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
            PERFORM PROVE-STATEMENT.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM OPEN-LOAD-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM CHECK-STATEMENT-NOT-LOADED
            END-IF.
            IF NOT WS-HAD-ISSUE AND NOT WS-FILE-REFUSED
               PERFORM LOAD-STATEMENT-LINES
               PERFORM RECORD-STATEMENT-LOADED
               PERFORM POST-CONTROL-TOTALS
            END-IF.
            CLOSE STMT-HDR-FILE.
            CLOSE STMT-LINE-FILE.
            DISPLAY "Statement date      : " WS-STATEMENT-DATE.
            DISPLAY "Lines loaded        : " WS-LOADED-COUNT.
            MOVE WS-DEBIT-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Debits              : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-CREDIT-TOTAL TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Credits             : " WS-TOTAL-MONEY-EDIT.
            MOVE WS-CLOSING-BALANCE TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Closing balance     : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE OR WS-FILE-REFUSED
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> Pass 1: capture the header, count and total the lines by
      *> side and capture the trailer, then prove the trailer and
      *> the balance roll-forward before a single line is written.
       PROVE-STATEMENT.
            OPEN INPUT STATEMENT-FILE.
            IF WS-STATEMENT-STATUS NOT = "00" AND WS-STATEMENT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-statement.dat, status "
                  WS-STATEMENT-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-STATEMENT-FILE.
            PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                  WHEN BX-HEADER
                     PERFORM CAPTURE-HEADER
                  WHEN BX-DETAIL
                     PERFORM COUNT-ONE-LINE
                  WHEN BX-TRAILER
                     SET WS-TRAILER-SEEN TO TRUE
                     MOVE BX-TRL-COUNT TO WS-TRAILER-COUNT
                     MOVE BX-TRL-DEBIT-TOTAL TO WS-TRAILER-DEBITS
                     MOVE BX-TRL-CREDIT-TOTAL TO WS-TRAILER-CREDITS
               END-EVALUATE
               PERFORM READ-STATEMENT-FILE
            END-PERFORM.
            CLOSE STATEMENT-FILE.
            COMPUTE WS-PROVED-BALANCE = WS-OPENING-BALANCE
               + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
            EVALUATE TRUE
               WHEN WS-HEADER-COUNT NOT = 1
                  DISPLAY "STATEMENT REFUSED: " WS-HEADER-COUNT
                     " header records - one statement per file."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN NOT WS-TRAILER-SEEN
                  DISPLAY "STATEMENT REFUSED: no trailer "
                     "record - file may be truncated."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-BAD-SIGN-COUNT > 0
                  DISPLAY "STATEMENT REFUSED: balance on the header "
                     "is not numeric or has a bad sign."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-BAD-LINE-COUNT > 0
                  DISPLAY "STATEMENT REFUSED: " WS-BAD-LINE-COUNT
                     " line(s) with a bad date, type or amount."
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT OR
                     WS-TRAILER-DEBITS NOT = WS-DEBIT-TOTAL OR
                     WS-TRAILER-CREDITS NOT = WS-CREDIT-TOTAL
                  DISPLAY "STATEMENT REFUSED: trailer count "
                     WS-TRAILER-COUNT " vs received " WS-DETAIL-COUNT
                  MOVE WS-TRAILER-DEBITS TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  trailer debits  " WS-TOTAL-MONEY-EDIT
                  MOVE WS-DEBIT-TOTAL TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  received debits " WS-TOTAL-MONEY-EDIT
                  MOVE WS-TRAILER-CREDITS TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  trailer credits " WS-TOTAL-MONEY-EDIT
                  MOVE WS-CREDIT-TOTAL TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  received credits" WS-TOTAL-MONEY-EDIT
                  SET WS-FILE-REFUSED TO TRUE
               WHEN WS-PROVED-BALANCE NOT = WS-CLOSING-BALANCE
                  MOVE WS-CLOSING-BALANCE TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "STATEMENT REFUSED: closing balance "
                     WS-TOTAL-MONEY-EDIT
                  MOVE WS-PROVED-BALANCE TO WS-TOTAL-MONEY-EDIT
                  DISPLAY "  vs opening + credits - debits "
                     WS-TOTAL-MONEY-EDIT
                  SET WS-FILE-REFUSED TO TRUE
            END-EVALUATE.
            IF NOT WS-FILE-REFUSED
               CALL "DATE-VALIDATE" USING WS-STATEMENT-DATE
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "STATEMENT REFUSED: invalid statement "
                     "date " WS-STATEMENT-DATE " on the header."
                  SET WS-FILE-REFUSED TO TRUE
               ELSE
                  MOVE WS-STATEMENT-DATE TO WS-STATEMENT-NUM
               END-IF
            END-IF.

       READ-STATEMENT-FILE.
            READ STATEMENT-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       CAPTURE-HEADER.
            ADD 1 TO WS-HEADER-COUNT.
            MOVE BX-HDR-ACCOUNT TO WS-BANK-ACCOUNT.
            MOVE BX-HDR-STATEMENT-DATE TO WS-STATEMENT-DATE.
            IF BX-HDR-OPEN-BALANCE IS NOT NUMERIC OR
                  BX-HDR-CLOSE-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-BAD-SIGN-COUNT
               EXIT PARAGRAPH
            END-IF.
            EVALUATE BX-HDR-OPEN-SIGN
               WHEN "-"
                  COMPUTE WS-OPENING-BALANCE =
                     0 - BX-HDR-OPEN-BALANCE
               WHEN "+"
               WHEN SPACE
                  MOVE BX-HDR-OPEN-BALANCE TO WS-OPENING-BALANCE
               WHEN OTHER
                  ADD 1 TO WS-BAD-SIGN-COUNT
            END-EVALUATE.
            EVALUATE BX-HDR-CLOSE-SIGN
               WHEN "-"
                  COMPUTE WS-CLOSING-BALANCE =
                     0 - BX-HDR-CLOSE-BALANCE
               WHEN "+"
               WHEN SPACE
                  MOVE BX-HDR-CLOSE-BALANCE TO WS-CLOSING-BALANCE
               WHEN OTHER
                  ADD 1 TO WS-BAD-SIGN-COUNT
            END-EVALUATE.

      *> A line the bank could not have posted - no valid date, a
      *> side other than D or C, or a non-numeric amount - spoils
      *> the whole statement rather than being skipped.
       COUNT-ONE-LINE.
            ADD 1 TO WS-DETAIL-COUNT.
            CALL "DATE-VALIDATE" USING BX-DET-POST-DATE
               WS-DATE-VALID-FLAG.
            EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                  ADD 1 TO WS-BAD-LINE-COUNT
               WHEN BX-DET-AMOUNT IS NOT NUMERIC
                  ADD 1 TO WS-BAD-LINE-COUNT
               WHEN BX-DET-ENTRY-TYPE = "D"
                  ADD BX-DET-AMOUNT TO WS-DEBIT-TOTAL
               WHEN BX-DET-ENTRY-TYPE = "C"
                  ADD BX-DET-AMOUNT TO WS-CREDIT-TOTAL
               WHEN OTHER
                  ADD 1 TO WS-BAD-LINE-COUNT
            END-EVALUATE.

       OPEN-LOAD-FILES.
            OPEN I-O STMT-HDR-FILE.
            IF WS-HDR-STATUS NOT = "00" AND WS-HDR-STATUS NOT = "05"
               DISPLAY "Unable to open bank-stmt-hdr.dat, status "
                  WS-HDR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O STMT-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-stmt-line.dat, status "
                  WS-LINE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       CHECK-STATEMENT-NOT-LOADED.
            MOVE WS-STATEMENT-NUM TO BSH-STATEMENT-DATE.
            READ STMT-HDR-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "STATEMENT REFUSED: statement dated "
                     WS-STATEMENT-DATE " was already loaded on "
                     BSH-LOADED-ON "."
                  SET WS-FILE-REFUSED TO TRUE
            END-READ.

      *> Pass 2: the statement has proved, so every line is loaded
      *> unmatched in the order the bank printed it.
       LOAD-STATEMENT-LINES.
            OPEN INPUT STATEMENT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO WS-LINE-SEQ.
            PERFORM READ-STATEMENT-FILE.
            PERFORM UNTIL WS-EOF
               IF BX-DETAIL
                  PERFORM LOAD-ONE-LINE
               END-IF
               PERFORM READ-STATEMENT-FILE
            END-PERFORM.
            CLOSE STATEMENT-FILE.

       LOAD-ONE-LINE.
            ADD 1 TO WS-LINE-SEQ.
            MOVE WS-STATEMENT-NUM TO BSL-STATEMENT-DATE.
            MOVE WS-LINE-SEQ TO BSL-LINE-SEQ.
            MOVE BX-DET-POST-DATE TO BSL-POST-DATE.
            MOVE BX-DET-ENTRY-TYPE TO BSL-ENTRY-TYPE.
            MOVE BX-DET-AMOUNT TO BSL-AMOUNT.
            MOVE BX-DET-REFERENCE TO BSL-REFERENCE.
            MOVE BX-DET-DESCRIPTION TO BSL-DESCRIPTION.
            MOVE "U" TO BSL-STATUS.
            MOVE SPACES TO BSL-MATCH-KEY BSL-MATCHED-BY.
            MOVE ZEROS TO BSL-MATCH-COUNT BSL-MATCHED-DATE.
            WRITE BANK-STMT-LINE-RECORD
               INVALID KEY
                  DISPLAY "Unable to load statement line "
                     WS-LINE-SEQ ", status " WS-LINE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
            END-WRITE.

       RECORD-STATEMENT-LOADED.
            MOVE WS-STATEMENT-NUM TO BSH-STATEMENT-DATE.
            MOVE WS-BANK-ACCOUNT TO BSH-BANK-ACCOUNT.
            MOVE WS-OPENING-BALANCE TO BSH-OPENING-BALANCE.
            MOVE WS-CLOSING-BALANCE TO BSH-CLOSING-BALANCE.
            MOVE WS-DETAIL-COUNT TO BSH-LINE-COUNT.
            MOVE WS-DEBIT-TOTAL TO BSH-DEBIT-TOTAL.
            MOVE WS-CREDIT-TOTAL TO BSH-CREDIT-TOTAL.
            MOVE WS-TODAY-DATE TO BSH-LOADED-ON.
            MOVE ZEROS TO BSH-RECONCILED-ON.
            WRITE BANK-STMT-HDR-RECORD
               INVALID KEY
                  DISPLAY "Unable to record statement "
                     WS-STATEMENT-DATE ", status " WS-HDR-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       POST-CONTROL-TOTALS.
            MOVE WS-DETAIL-COUNT TO WS-CTL-INPUT.
            MOVE WS-LOADED-COUNT TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            COMPUTE WS-CTL-REJECT = WS-DETAIL-COUNT - WS-LOADED-COUNT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM BANK-STMT-IMPORT.
