      *> and pays each net to the employee's cleared bank account;
      *> accounts still in the prenote cycle and employees with no
      *> bank detail are counted and skipped (they stay on a paper
      *> check, which CHECK-PRINT-RUN prints). P)renote walks the
      *> bank-detail file for pending accounts, sends zero-amount
      *> records, and marks them sent so newly keyed accounts are
      *> proven before live money flows.
      *> Each live file sent is also recorded on bank-book-items.dat
      *> as one outstanding direct-deposit item for its total, since
      *> this extract is rewritten every run and the bank debits the
      *> whole file at once; BANK-RECON-RUN clears it against that
      *> debit on the bank statement.
      *> A live run posts its control record through
      *> CONTROL-TOTAL-WRITE naming PAY-RUN as its feeder: pay-net
      *> lines read, deposits written against those left for a paper
      *> check or held, so CONTROL-BALANCE catches a pay-net file
      *> that lost lines between the pay run and the extract.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-EXTRACT.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
               SELECT OPTIONAL BOOK-ITEM-FILE
               ASSIGN TO "bank-book-items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
               SELECT EXTRACT-FILE
               ASSIGN TO "deposit-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PAY-NET-REC.
       FD  BANK-DETAIL-FILE.
           COPY BANK-DETAIL-REC.
       FD  BOOK-ITEM-FILE.
           COPY BANK-BOOK-ITEM-REC.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-BANK-STATUS PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS PIC XX VALUE "00".
       01 WS-ITEM-STATUS PIC XX VALUE "00".
       01 WS-ITEM-EOF-SWITCH PIC X VALUE "N".
           88 WS-ITEM-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-FILE-SEQ PIC 9(2) VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-MODE PIC X VALUE "L".
       01 WS-NO-BANK-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-UNCLEARED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NEGATIVE-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-PAY-NET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CTL-STEP    PIC X(20) VALUE "DEPOSIT-EXTRACT".
       01 WS-CTL-PRIOR   PIC X(20) VALUE "PAY-RUN".
       01 WS-CTL-INPUT   PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCEPT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-REJECT  PIC 9(6) VALUE ZERO.
       01 WS-CTL-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
               MOVE WS-AMOUNT-TOTAL TO WS-TRL-AMOUNT
               MOVE WS-HASH-TOTAL TO WS-TRL-HASH
               WRITE EXTRACT-RECORD FROM WS-TRAILER-LINE
               IF WS-LIVE-MODE AND WS-DETAIL-COUNT > 0
                  PERFORM RECORD-DEPOSIT-BOOK-ITEM
               END-IF
               IF WS-LIVE-MODE
                  PERFORM POST-CONTROL-TOTALS
               END-IF
            END-IF.
            CLOSE BANK-DETAIL-FILE.
            CLOSE EXTRACT-FILE.
       READ-PAY-NET.
            READ PAY-NET-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-PAY-NET-COUNT
            END-READ.

       WRITE-ONE-LIVE-DEPOSIT.
            MOVE "S" TO BD-PRENOTE-STATUS.
            REWRITE BANK-DETAIL-RECORD.

      *> A second live file the same day takes the next sequence.
       RECORD-DEPOSIT-BOOK-ITEM.
            OPEN I-O BOOK-ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-book-items.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-HDR-RUN-DATE TO WS-RUN-DATE.
            MOVE ZERO TO WS-FILE-SEQ.
            MOVE "N" TO WS-ITEM-EOF-SWITCH.
            MOVE "DD" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            MOVE WS-RUN-DATE TO BBI-ITEM-REF(1:8).
            START BOOK-ITEM-FILE KEY NOT < BBI-KEY
               INVALID KEY SET WS-ITEM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BOOK-ITEM.
            PERFORM UNTIL WS-ITEM-EOF OR NOT BBI-DIRECT-DEPOSIT
                  OR BBI-ITEM-REF(1:8) NOT = WS-RUN-DATE
               MOVE BBI-ITEM-REF(9:2) TO WS-FILE-SEQ
               PERFORM READ-NEXT-BOOK-ITEM
            END-PERFORM.
            ADD 1 TO WS-FILE-SEQ.
            MOVE "DD" TO BBI-ITEM-TYPE.
            MOVE SPACES TO BBI-ITEM-REF.
            MOVE WS-RUN-DATE TO BBI-ITEM-REF(1:8).
            MOVE WS-FILE-SEQ TO BBI-ITEM-REF(9:2).
            MOVE WS-RUN-DATE TO BBI-ITEM-DATE.
            MOVE WS-AMOUNT-TOTAL TO BBI-AMOUNT.
            MOVE SPACES TO BBI-BANK-REF BBI-DESCRIPTION.
            STRING "DIRECT DEPOSIT FILE " WS-DETAIL-COUNT " ITEMS"
               DELIMITED BY SIZE INTO BBI-DESCRIPTION.
            SET BBI-OUTSTANDING TO TRUE.
            MOVE ZEROS TO BBI-VOID-DATE BBI-CLEARED-STMT-KEY
               BBI-CLEARED-DATE.
            WRITE BANK-BOOK-ITEM-RECORD
               INVALID KEY
                  DISPLAY "Unable to record the deposit file for "
                     "bank reconciliation, status " WS-ITEM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.
            CLOSE BOOK-ITEM-FILE.

       READ-NEXT-BOOK-ITEM.
            READ BOOK-ITEM-FILE NEXT
               AT END SET WS-ITEM-EOF TO TRUE
            END-READ.

       POST-CONTROL-TOTALS.
            MOVE WS-PAY-NET-COUNT TO WS-CTL-INPUT.
            MOVE WS-DETAIL-COUNT TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            COMPUTE WS-CTL-REJECT = WS-NO-BANK-COUNT
               + WS-UNCLEARED-COUNT + WS-NEGATIVE-COUNT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.

      *> Position-weighted sum of the key's character ordinals, the
      *> same hash the backup verification and BENEFITS-EXTRACT use.
       ADD-KEY-TO-HASH.
