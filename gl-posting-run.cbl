      *> General-ledger posting run: the receiving side of the
      *> journal extracts. Each journal file on the list below is
      *> proven before a line of it is posted - every JL-ACCOUNT
      *> must exist on chart-of-accounts.dat, every side must be DR
      *> or CR, and the file's debits must equal its credits. A
      *> journal that proves posts line by line into gl-balance.dat
      *> under the account and the fiscal period (YYYYMM of the
      *> line's posting date); one that fails is refused whole, so
      *> the ledger never carries half a journal. Posted journals
      *> are recorded on gl-posted-journals.dat by name, first
      *> posting date, line count and debit total, so a rerun over
      *> a journal the extract has not rewritten skips it rather
      *> than doubling the balances, while a second, different
      *> journal from the same day still posts.
      *> The posting register lists every journal's outcome and the
      *> run's control totals post through CONTROL-TOTAL-WRITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL JOURNAL-IN-FILE
               ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
               SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "gl-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
               SELECT OPTIONAL GL-POSTED-FILE
               ASSIGN TO "gl-posted-journals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPJ-KEY
               FILE STATUS IS WS-POSTED-STATUS.
               SELECT POSTING-REGISTER-FILE
               ASSIGN TO "gl-posting.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
           COPY JOURNAL-LINE-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       FD  GL-BALANCE-FILE.
           COPY GL-BALANCE-REC.
       FD  GL-POSTED-FILE.
           COPY GL-POSTED-JOURNAL-REC.
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-CHART-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-POSTED-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-NAME PIC X(30) VALUE SPACES.
      *> Every journal file the extracts write. A new extract's
      *> journal is posted by adding its name here and raising the
      *> count.
       01 WS-JOURNAL-LIST.
           05 FILLER PIC X(30) VALUE "payroll-journal.dat".
           05 FILLER PIC X(30) VALUE "depreciation-journal.dat".
           05 FILLER PIC X(30) VALUE "ar-journal.dat".
           05 FILLER PIC X(30) VALUE "pay-void-journal.dat".
           05 FILLER PIC X(30) VALUE "supp-pay-journal.dat".
           05 FILLER PIC X(30) VALUE "final-pay-journal.dat".
           05 FILLER PIC X(30) VALUE "accrual-journal.dat".
           05 FILLER PIC X(30) VALUE "bad-debt-journal.dat".
           05 FILLER PIC X(30) VALUE "ap-journal.dat".
           05 FILLER PIC X(30) VALUE "refund-journal.dat".
       01 WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-LIST.
           05 WS-JOURNAL-ENTRY PIC X(30) OCCURS 10 TIMES.
       01 WS-JOURNAL-COUNT PIC 99 VALUE 10.
       01 WS-JOURNAL-INDEX PIC 99 VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LINE-PERIOD PIC 9(6) VALUE ZERO.
      *> Per-journal proof figures, cleared for each file.
       01 WS-FIRST-POST-DATE PIC 9(8) VALUE ZERO.
       01 WS-JNL-LINES PIC 9(6) VALUE ZERO.
       01 WS-JNL-BAD-LINES PIC 9(6) VALUE ZERO.
       01 WS-JNL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-JNL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-JNL-OUTCOME PIC X(24) VALUE SPACES.
       01 WS-ALREADY-POSTED-FLAG PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
      *> Run totals across every journal.
       01 WS-LINES-READ PIC 9(6) VALUE ZERO.
       01 WS-LINES-POSTED PIC 9(6) VALUE ZERO.
       01 WS-LINES-REFUSED PIC 9(6) VALUE ZERO.
       01 WS-JOURNALS-POSTED PIC 9(4) VALUE ZERO.
       01 WS-JOURNALS-SKIPPED PIC 9(4) VALUE ZERO.
       01 WS-JOURNALS-REFUSED PIC 9(4) VALUE ZERO.
       01 WS-RUN-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-RUN-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01  WS-CREDIT-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-CTL-STEP    PIC X(20) VALUE "GL-POSTING".
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
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O GL-BALANCE-FILE.
            IF WS-BALANCE-STATUS NOT = "00" AND WS-BALANCE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open gl-balance.dat, status "
                  WS-BALANCE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O GL-POSTED-FILE.
            IF WS-POSTED-STATUS NOT = "00" AND WS-POSTED-STATUS
                  NOT = "05"
               DISPLAY "Unable to open gl-posted-journals.dat, "
                  "status " WS-POSTED-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT POSTING-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open gl-posting.rpt, status "
                  WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               PERFORM VARYING WS-JOURNAL-INDEX FROM 1 BY 1
                     UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
                  MOVE WS-JOURNAL-ENTRY(WS-JOURNAL-INDEX)
                     TO WS-JOURNAL-NAME
                  PERFORM PROCESS-ONE-JOURNAL
               END-PERFORM
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM POST-CONTROL-TOTALS
            END-IF.
            CLOSE CHART-ACCOUNT-FILE.
            CLOSE GL-BALANCE-FILE.
            CLOSE GL-POSTED-FILE.
            CLOSE POSTING-REGISTER-FILE.
            DISPLAY "Journals posted  : " WS-JOURNALS-POSTED.
            DISPLAY "Already posted   : " WS-JOURNALS-SKIPPED.
            DISPLAY "Journals refused : " WS-JOURNALS-REFUSED.
            DISPLAY "Lines posted     : " WS-LINES-POSTED.
            IF WS-HAD-ISSUE OR WS-JOURNALS-REFUSED > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> Prove first, post second: the proof pass reads the whole
      *> journal without touching the ledger, and only a journal
      *> that proves is reopened for the posting pass.
       PROCESS-ONE-JOURNAL.
            PERFORM PROVE-ONE-JOURNAL.
            EVALUATE TRUE
               WHEN WS-JNL-LINES = 0
                  MOVE "EMPTY - NOTHING POSTED" TO WS-JNL-OUTCOME
               WHEN WS-ALREADY-POSTED
                  MOVE "ALREADY POSTED - SKIPPED" TO WS-JNL-OUTCOME
                  ADD 1 TO WS-JOURNALS-SKIPPED
                  ADD WS-JNL-LINES TO WS-LINES-REFUSED
               WHEN WS-JNL-BAD-LINES > 0 OR
                     WS-JNL-DEBIT NOT = WS-JNL-CREDIT
                  MOVE "REFUSED - NOT POSTED" TO WS-JNL-OUTCOME
                  ADD 1 TO WS-JOURNALS-REFUSED
                  ADD WS-JNL-LINES TO WS-LINES-REFUSED
               WHEN OTHER
                  PERFORM POST-ONE-JOURNAL
                  PERFORM RECORD-POSTED-JOURNAL
                  MOVE "POSTED" TO WS-JNL-OUTCOME
                  ADD 1 TO WS-JOURNALS-POSTED
                  ADD WS-JNL-DEBIT TO WS-RUN-DEBIT
                  ADD WS-JNL-CREDIT TO WS-RUN-CREDIT
            END-EVALUATE.
            PERFORM WRITE-JOURNAL-SUMMARY.

       PROVE-ONE-JOURNAL.
            MOVE ZERO TO WS-JNL-LINES WS-JNL-BAD-LINES
               WS-FIRST-POST-DATE.
            MOVE ZEROS TO WS-JNL-DEBIT WS-JNL-CREDIT.
            MOVE "N" TO WS-ALREADY-POSTED-FLAG.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT JOURNAL-IN-FILE.
            IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS
                  NOT = "05"
               DISPLAY "Unable to open " WS-JOURNAL-NAME
                  ", status " WS-JOURNAL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               PERFORM READ-JOURNAL-LINE
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-JNL-LINES
                  ADD 1 TO WS-LINES-READ
                  IF WS-FIRST-POST-DATE = 0
                     MOVE JL-POST-DATE TO WS-FIRST-POST-DATE
                  END-IF
                  PERFORM PROVE-ONE-LINE
                  PERFORM READ-JOURNAL-LINE
               END-PERFORM
               CLOSE JOURNAL-IN-FILE
            END-IF.
            IF WS-JNL-LINES > 0
               PERFORM BUILD-POSTED-KEY
               READ GL-POSTED-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WS-ALREADY-POSTED TO TRUE
               END-READ
            END-IF.

       READ-JOURNAL-LINE.
            READ JOURNAL-IN-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       PROVE-ONE-LINE.
            IF JL-AMOUNT IS NOT NUMERIC OR
                  JL-POST-DATE IS NOT NUMERIC
               ADD 1 TO WS-JNL-BAD-LINES
               MOVE "AMOUNT OR DATE NOT NUMERIC"
                  TO WS-JNL-OUTCOME
               PERFORM WRITE-BAD-LINE
            ELSE
               EVALUATE TRUE
                  WHEN JL-DEBIT
                     ADD JL-AMOUNT TO WS-JNL-DEBIT
                  WHEN JL-CREDIT
                     ADD JL-AMOUNT TO WS-JNL-CREDIT
                  WHEN OTHER
                     ADD 1 TO WS-JNL-BAD-LINES
                     MOVE "SIDE NOT DR OR CR" TO WS-JNL-OUTCOME
                     PERFORM WRITE-BAD-LINE
               END-EVALUATE
               MOVE JL-ACCOUNT TO COA-ACCOUNT-NUMBER
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     ADD 1 TO WS-JNL-BAD-LINES
                     MOVE "ACCOUNT NOT ON CHART"
                        TO WS-JNL-OUTCOME
                     PERFORM WRITE-BAD-LINE
               END-READ
            END-IF.

       POST-ONE-JOURNAL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT JOURNAL-IN-FILE.
            PERFORM READ-JOURNAL-LINE.
            PERFORM UNTIL WS-EOF
               PERFORM POST-ONE-LINE
               PERFORM READ-JOURNAL-LINE
            END-PERFORM.
            CLOSE JOURNAL-IN-FILE.

       POST-ONE-LINE.
            MOVE JL-POST-DATE(1:6) TO WS-LINE-PERIOD.
            MOVE JL-ACCOUNT TO GLB-ACCOUNT.
            MOVE WS-LINE-PERIOD TO GLB-PERIOD.
            READ GL-BALANCE-FILE
               INVALID KEY
                  MOVE ZEROS TO GLB-DEBIT-TOTAL GLB-CREDIT-TOTAL
                     GLB-LINE-COUNT
                  PERFORM ADD-LINE-TO-BALANCE
                  WRITE GL-BALANCE-RECORD
                     INVALID KEY
                        DISPLAY "Unable to add balance for "
                           GLB-ACCOUNT " " GLB-PERIOD ", status "
                           WS-BALANCE-STATUS
                        SET WS-HAD-ISSUE TO TRUE
                  END-WRITE
               NOT INVALID KEY
                  PERFORM ADD-LINE-TO-BALANCE
                  REWRITE GL-BALANCE-RECORD
                     INVALID KEY
                        DISPLAY "Unable to update balance for "
                           GLB-ACCOUNT " " GLB-PERIOD ", status "
                           WS-BALANCE-STATUS
                        SET WS-HAD-ISSUE TO TRUE
                  END-REWRITE
            END-READ.
            ADD 1 TO WS-LINES-POSTED.

       ADD-LINE-TO-BALANCE.
            IF JL-DEBIT
               ADD JL-AMOUNT TO GLB-DEBIT-TOTAL
            ELSE
               ADD JL-AMOUNT TO GLB-CREDIT-TOTAL
            END-IF.
            ADD 1 TO GLB-LINE-COUNT.
            MOVE WS-RUN-DATE TO GLB-LAST-POST-DATE.

       BUILD-POSTED-KEY.
            MOVE WS-JOURNAL-NAME TO GPJ-JOURNAL-NAME.
            MOVE WS-FIRST-POST-DATE TO GPJ-POST-DATE.
            MOVE WS-JNL-LINES TO GPJ-LINE-COUNT.
            MOVE WS-JNL-DEBIT TO GPJ-DEBIT-TOTAL.

       RECORD-POSTED-JOURNAL.
            PERFORM BUILD-POSTED-KEY.
            MOVE WS-JNL-CREDIT TO GPJ-CREDIT-TOTAL.
            MOVE WS-RUN-DATE TO GPJ-POSTED-ON.
            WRITE GL-POSTED-JOURNAL-RECORD
               INVALID KEY
                  DISPLAY "Unable to record posting of "
                     WS-JOURNAL-NAME ", status " WS-POSTED-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING "GENERAL LEDGER POSTING REGISTER  RUN "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.

       WRITE-BAD-LINE.
            MOVE JL-AMOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING "  LINE " WS-JNL-LINES " " JL-ACCOUNT " "
               JL-DR-CR " " WS-TOTAL-MONEY-EDIT " "
               WS-JNL-OUTCOME
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.

       WRITE-JOURNAL-SUMMARY.
            MOVE WS-JNL-DEBIT TO WS-TOTAL-MONEY-EDIT.
            MOVE WS-JNL-CREDIT TO WS-CREDIT-MONEY-EDIT.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING WS-JOURNAL-NAME " " WS-JNL-OUTCOME
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING "  LINES " WS-JNL-LINES " DR "
               WS-TOTAL-MONEY-EDIT " CR " WS-CREDIT-MONEY-EDIT
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.
            IF WS-JNL-LINES > 0 AND
                  WS-JNL-DEBIT NOT = WS-JNL-CREDIT
               MOVE SPACES TO POSTING-REGISTER-LINE
               MOVE "  DEBITS DO NOT EQUAL CREDITS"
                  TO POSTING-REGISTER-LINE
               WRITE POSTING-REGISTER-LINE
            END-IF.

       WRITE-REGISTER-TOTALS.
            MOVE WS-RUN-DEBIT TO WS-TOTAL-MONEY-EDIT.
            MOVE WS-RUN-CREDIT TO WS-CREDIT-MONEY-EDIT.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING "POSTED DR " WS-TOTAL-MONEY-EDIT " CR "
               WS-CREDIT-MONEY-EDIT
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.
            MOVE SPACES TO POSTING-REGISTER-LINE.
            STRING "JOURNALS POSTED " WS-JOURNALS-POSTED
               " SKIPPED " WS-JOURNALS-SKIPPED
               " REFUSED " WS-JOURNALS-REFUSED
               DELIMITED BY SIZE INTO POSTING-REGISTER-LINE.
            WRITE POSTING-REGISTER-LINE.

       POST-CONTROL-TOTALS.
            MOVE WS-LINES-READ TO WS-CTL-INPUT.
            MOVE WS-LINES-POSTED TO WS-CTL-ACCEPT WS-CTL-WRITTEN.
            MOVE WS-LINES-REFUSED TO WS-CTL-REJECT.
            CALL "CONTROL-TOTAL-WRITE" USING WS-CTL-STEP
               WS-CTL-PRIOR WS-CTL-INPUT WS-CTL-ACCEPT
               WS-CTL-REJECT WS-CTL-WRITTEN.
       END PROGRAM GL-POSTING-RUN.
