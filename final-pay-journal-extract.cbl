      *> Final-pay journal extract: summarizes the last final-pay
      *> settlement run (final-pay-net.dat, which FINAL-PAY-RUN
      *> writes in the pay-net layout) into a balanced set of ledger
      *> lines on final-pay-journal.dat - the same shape as
      *> FINAL-PAY-JOURNAL-EXTRACT: the vacation payout debited to
      *> expense by department through the dept-account-map, the
      *> tax withheld credited to the *TAX reserved-map account, the
      *> staff loans recovered to *OTHER and net pay to
      *> *NET-CLEARING. A settlement takes no insurance, so that
      *> line is not written. The proof posts through
      *> CONTROL-TOTAL-WRITE, and an out-of-balance or unmapped
      *> department posts completion code 8. GL-POSTING-RUN carries
      *> this journal in its list, and its posted-journal record
      *> keeps a rerun from posting the same file twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAL-PAY-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-NET-FILE
               ASSIGN TO "final-pay-net.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-NET-STATUS.
               SELECT OPTIONAL DEPT-ACCOUNT-MAP-FILE
               ASSIGN TO "dept-account-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAM-DEPT-CODE
               FILE STATUS IS WS-MAP-STATUS.
               SELECT JOURNAL-FILE
               ASSIGN TO "final-pay-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-NET-FILE.
           COPY PAY-NET-REC.
       FD  DEPT-ACCOUNT-MAP-FILE.
           COPY DEPT-ACCOUNT-MAP-REC.
       FD  JOURNAL-FILE.
           COPY JOURNAL-LINE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-NET-STATUS PIC XX VALUE "00".
       01 WS-MAP-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
      *> Gross accumulates per department in this table; 50 matches
      *> the department table sizes elsewhere in the shop.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE  PIC X(20).
              10 WS-DT-GROSS PIC 9(9)V99 COMP-3.
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-INPUT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LINE-SIDE PIC X(2) VALUE SPACES.
       01 WS-LINE-DESC PIC X(30) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y".
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "FINAL-PAY-JOURNAL".
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
            OPEN INPUT PAY-NET-FILE.
            IF WS-PAY-NET-STATUS NOT = "00" AND WS-PAY-NET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open final-pay-net.dat, "
               "status "
                  WS-PAY-NET-STATUS
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
               DISPLAY "Unable to open final-pay-journal.dat, "
                  "status " WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ACCUMULATE-PAY-NET
               PERFORM WRITE-JOURNAL-LINES
               PERFORM PROVE-AND-POST-TOTALS
            END-IF.
            CLOSE PAY-NET-FILE.
            CLOSE DEPT-ACCOUNT-MAP-FILE.
            CLOSE JOURNAL-FILE.
            IF WS-HAD-ISSUE OR WS-UNMAPPED-COUNT > 0 OR
                  WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ACCUMULATE-PAY-NET.
            PERFORM READ-PAY-NET.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-INPUT-COUNT
               MOVE PN-PERIOD-NUMBER TO WS-RUN-PERIOD
               PERFORM ADD-GROSS-TO-DEPARTMENT
               ADD PN-DEDUCT-TAX TO WS-TOTAL-TAX
               ADD PN-DEDUCT-OTHER TO WS-TOTAL-OTHER
               ADD PN-NET-PAY TO WS-TOTAL-NET
               PERFORM READ-PAY-NET
            END-PERFORM.

       READ-PAY-NET.
            READ PAY-NET-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       ADD-GROSS-TO-DEPARTMENT.
            MOVE 0 TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = PN-DEPARTMENT
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE PN-DEPARTMENT TO WS-DT-CODE(WS-DEPT-HIT)
               MOVE ZEROS TO WS-DT-GROSS(WS-DEPT-HIT)
            END-IF.
            IF WS-DEPT-HIT > 0
               ADD PN-GROSS-PAY TO WS-DT-GROSS(WS-DEPT-HIT)
            END-IF.

      *> Debit the payout per department, credit the tax withheld,
      *> the loans recovered and the net-pay clearing account from
      *> the reserved map codes.
       WRITE-JOURNAL-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO DAM-DEPT-CODE
               PERFORM LOOK-UP-MAP-ACCOUNT
               MOVE WS-DT-GROSS(WS-DEPT-INDEX) TO WS-LINE-AMOUNT
               MOVE "DR" TO WS-LINE-SIDE
               MOVE SPACES TO WS-LINE-DESC
               STRING "FINAL PAY " WS-DT-CODE(WS-DEPT-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-DESC
               PERFORM WRITE-ONE-JOURNAL-LINE
               ADD WS-DT-GROSS(WS-DEPT-INDEX) TO WS-TOTAL-DEBIT
            END-PERFORM.
            MOVE "*TAX" TO DAM-DEPT-CODE.
            PERFORM LOOK-UP-MAP-ACCOUNT.
            MOVE WS-TOTAL-TAX TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "TAX WITHHOLDING PAYABLE" TO WS-LINE-DESC.
            PERFORM WRITE-ONE-JOURNAL-LINE.
            ADD WS-TOTAL-TAX TO WS-TOTAL-CREDIT.
            MOVE "*OTHER" TO DAM-DEPT-CODE.
            PERFORM LOOK-UP-MAP-ACCOUNT.
            MOVE WS-TOTAL-OTHER TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "LOANS RECOVERED AT FINAL PAY" TO WS-LINE-DESC.
            PERFORM WRITE-ONE-JOURNAL-LINE.
            ADD WS-TOTAL-OTHER TO WS-TOTAL-CREDIT.
            MOVE "*NET-CLEARING" TO DAM-DEPT-CODE.
            PERFORM LOOK-UP-MAP-ACCOUNT.
            MOVE WS-TOTAL-NET TO WS-LINE-AMOUNT.
            MOVE "CR" TO WS-LINE-SIDE.
            MOVE "NET PAY CLEARING" TO WS-LINE-DESC.
            PERFORM WRITE-ONE-JOURNAL-LINE.
            ADD WS-TOTAL-NET TO WS-TOTAL-CREDIT.

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
            MOVE "FINALPAY" TO JL-SOURCE.
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
       END PROGRAM FINAL-PAY-JOURNAL-EXTRACT.
