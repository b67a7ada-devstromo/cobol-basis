      *> Trial balance for one fiscal period (YYYYMM) off the
      *> balances GL-POSTING-RUN keeps on gl-balance.dat. Accounts
      *> print grouped by their COA-ACCOUNT-TYPE - one pass of the
      *> balance file per type, in the order of the type table
      *> below - with each account's period debits, credits and
      *> net, a subtotal per type, and a closing proof line. An
      *> account on the balance file but no longer on the chart
      *> still prints, under its own heading, so nothing posted
      *> can drop out of the proof. The period is only called good
      *> when total debits equal total credits; anything else
      *> prints as out of balance and posts completion code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "gl-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
               SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "trial-balance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
           COPY GL-BALANCE-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-CHART-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-GROUP REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
      *> Print order of the account types. The last entry catches
      *> balances whose account has left the chart.
       01 WS-TYPE-LIST.
           05 FILLER PIC X(21) VALUE "AASSETS".
           05 FILLER PIC X(21) VALUE "CCLEARING".
           05 FILLER PIC X(21) VALUE "LLIABILITIES".
           05 FILLER PIC X(21) VALUE "RREVENUE".
           05 FILLER PIC X(21) VALUE "EEXPENSES".
           05 FILLER PIC X(21) VALUE "?NOT ON CHART".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES.
              10 WS-TT-CODE PIC X.
              10 WS-TT-NAME PIC X(20).
       01 WS-TYPE-COUNT PIC 99 VALUE 6.
       01 WS-TYPE-INDEX PIC 99 VALUE ZERO.
       01 WS-TYPE-SCAN  PIC 99 VALUE ZERO.
       01 WS-TYPE-LISTED-FLAG PIC X VALUE "N".
           88 WS-TYPE-LISTED VALUE "Y".
       01 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
       01 WS-ACCOUNT-NAME PIC X(30) VALUE SPACES.
       01 WS-ACCOUNT-NET PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TYPE-ACCOUNTS PIC 9(5) VALUE ZERO.
       01 WS-TYPE-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TYPE-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-ACCOUNTS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBIT  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 WS-DET-ACCOUNT PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DET-NAME    PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 WS-DET-DEBIT   PIC $$$,$$$,$$$,$$9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 WS-DET-CREDIT  PIC $$$,$$$,$$$,$$9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 WS-DET-NET     PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Fiscal period (YYYYMM):".
            ACCEPT WS-PERIOD.
            IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-MONTH < 1 OR
                  WS-PERIOD-MONTH > 12
               DISPLAY "Period must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT GL-BALANCE-FILE.
            IF WS-BALANCE-STATUS NOT = "00" AND WS-BALANCE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open gl-balance.dat, status "
                  WS-BALANCE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00" AND WS-CHART-STATUS
                  NOT = "05"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT TRIAL-BALANCE-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open trial-balance.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                     UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
                  PERFORM PRINT-ONE-TYPE
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
            END-IF.
            CLOSE GL-BALANCE-FILE.
            CLOSE CHART-ACCOUNT-FILE.
            CLOSE TRIAL-BALANCE-FILE.
            DISPLAY "Accounts listed : " WS-TOTAL-ACCOUNTS.
            IF WS-HAD-ISSUE OR WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       PRINT-ONE-TYPE.
            MOVE ZERO TO WS-TYPE-ACCOUNTS.
            MOVE ZEROS TO WS-TYPE-DEBIT WS-TYPE-CREDIT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO GLB-KEY.
            START GL-BALANCE-FILE KEY NOT < GLB-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-BALANCE.
            PERFORM UNTIL WS-EOF
               IF GLB-PERIOD = WS-PERIOD
                  PERFORM LOOK-UP-ACCOUNT-TYPE
                  IF WS-ACCOUNT-TYPE = WS-TT-CODE(WS-TYPE-INDEX)
                     PERFORM PRINT-ONE-ACCOUNT
                  END-IF
               END-IF
               PERFORM READ-NEXT-BALANCE
            END-PERFORM.
            IF WS-TYPE-ACCOUNTS > 0
               PERFORM WRITE-TYPE-SUBTOTAL
            END-IF.

       READ-NEXT-BALANCE.
            READ GL-BALANCE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LOOK-UP-ACCOUNT-TYPE.
            MOVE GLB-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  MOVE "?" TO WS-ACCOUNT-TYPE
                  MOVE "*** NOT ON CHART ***" TO WS-ACCOUNT-NAME
               NOT INVALID KEY
                  MOVE COA-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                  MOVE COA-ACCOUNT-NAME TO WS-ACCOUNT-NAME
            END-READ.
            IF WS-ACCOUNT-TYPE NOT = "?"
               PERFORM CHECK-TYPE-LISTED
            END-IF.

      *> A type byte the table does not know would otherwise never
      *> print; it is reported with the off-chart accounts.
       CHECK-TYPE-LISTED.
            MOVE "N" TO WS-TYPE-LISTED-FLAG.
            PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                  UNTIL WS-TYPE-SCAN >= WS-TYPE-COUNT
               IF WS-TT-CODE(WS-TYPE-SCAN) = WS-ACCOUNT-TYPE
                  SET WS-TYPE-LISTED TO TRUE
               END-IF
            END-PERFORM.
            IF NOT WS-TYPE-LISTED
               MOVE "?" TO WS-ACCOUNT-TYPE
            END-IF.

       PRINT-ONE-ACCOUNT.
            IF WS-TYPE-ACCOUNTS = 0
               PERFORM WRITE-TYPE-HEADING
            END-IF.
            ADD 1 TO WS-TYPE-ACCOUNTS.
            ADD 1 TO WS-TOTAL-ACCOUNTS.
            ADD GLB-DEBIT-TOTAL TO WS-TYPE-DEBIT.
            ADD GLB-CREDIT-TOTAL TO WS-TYPE-CREDIT.
            ADD GLB-DEBIT-TOTAL TO WS-TOTAL-DEBIT.
            ADD GLB-CREDIT-TOTAL TO WS-TOTAL-CREDIT.
            COMPUTE WS-ACCOUNT-NET =
               GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
            MOVE GLB-ACCOUNT TO WS-DET-ACCOUNT.
            MOVE WS-ACCOUNT-NAME TO WS-DET-NAME.
            MOVE GLB-DEBIT-TOTAL TO WS-DET-DEBIT.
            MOVE GLB-CREDIT-TOTAL TO WS-DET-CREDIT.
            MOVE WS-ACCOUNT-NET TO WS-DET-NET.
            WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            STRING "TRIAL BALANCE - FISCAL PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE.
            WRITE TRIAL-BALANCE-LINE.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            STRING "ACCOUNT   NAME                                  "
               "     DEBITS            CREDITS                NET"
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE.
            WRITE TRIAL-BALANCE-LINE.

       WRITE-TYPE-HEADING.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            WRITE TRIAL-BALANCE-LINE.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            STRING "TYPE " WS-TT-CODE(WS-TYPE-INDEX) " - "
               WS-TT-NAME(WS-TYPE-INDEX)
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE.
            WRITE TRIAL-BALANCE-LINE.

       WRITE-TYPE-SUBTOTAL.
            COMPUTE WS-ACCOUNT-NET = WS-TYPE-DEBIT - WS-TYPE-CREDIT.
            MOVE SPACES TO WS-DET-ACCOUNT.
            MOVE SPACES TO WS-DET-NAME.
            STRING "  TOTAL " WS-TT-NAME(WS-TYPE-INDEX)
               DELIMITED BY SIZE INTO WS-DET-NAME.
            MOVE WS-TYPE-DEBIT TO WS-DET-DEBIT.
            MOVE WS-TYPE-CREDIT TO WS-DET-CREDIT.
            MOVE WS-ACCOUNT-NET TO WS-DET-NET.
            WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            WRITE TRIAL-BALANCE-LINE.
            COMPUTE WS-ACCOUNT-NET = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT.
            MOVE SPACES TO WS-DET-ACCOUNT.
            MOVE "TOTAL ALL ACCOUNTS" TO WS-DET-NAME.
            MOVE WS-TOTAL-DEBIT TO WS-DET-DEBIT.
            MOVE WS-TOTAL-CREDIT TO WS-DET-CREDIT.
            MOVE WS-ACCOUNT-NET TO WS-DET-NET.
            WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.
            MOVE SPACES TO TRIAL-BALANCE-LINE.
            IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               STRING "DEBITS EQUAL CREDITS - PERIOD " WS-PERIOD
                  " IN BALANCE"
                  DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
               DISPLAY "Trial balance for " WS-PERIOD
                  " is in balance."
            ELSE
               STRING "*** PERIOD " WS-PERIOD " OUT OF BALANCE - "
                  "DEBITS DO NOT EQUAL CREDITS ***"
                  DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
               DISPLAY "TRIAL BALANCE FOR " WS-PERIOD
                  " IS OUT OF BALANCE."
            END-IF.
            WRITE TRIAL-BALANCE-LINE.
       END PROGRAM TRIAL-BALANCE-REPORT.
