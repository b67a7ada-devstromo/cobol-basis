      *> Pay history inquiry: shows one employee's pay across
      *> periods from the permanent pay-history.dat PAY-RUN keeps -
      *> each run's pay date, gross, tax, insurance, other
      *> deductions and net, in period order, with totals for the
      *> range asked for. Any retained period can be shown, long
      *> after pay-net.dat has been rolled over. Blank or zero
      *> period limits mean all periods on file. A payment voided
      *> after posting is still listed, flagged with its void date,
      *> but left out of the totals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-HISTORY-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-WANTED-ID PIC X(6) VALUE SPACES.
       01 WS-FROM-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-TO-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GROSS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-INS   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HISTORY-LINE.
           05 WS-HL-PERIOD PIC 9(6).
           05 FILLER       PIC X(1) VALUE "-".
           05 WS-HL-SEQ    PIC 9(2).
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-DATE   PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-GROSS  PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-TAX    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-INS    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-OTHER  PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-HL-NET    PIC $$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Employee ID to look up:".
            ACCEPT WS-WANTED-ID.
            DISPLAY "From period (YYYYNN, 0 = earliest):".
            ACCEPT WS-FROM-PERIOD.
            DISPLAY "To period (YYYYNN, 0 = latest):".
            ACCEPT WS-TO-PERIOD.
            IF WS-TO-PERIOD = 0
               MOVE 999999 TO WS-TO-PERIOD
            END-IF.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM SHOW-EMPLOYEE-NAME
               PERFORM SHOW-PAY-HISTORY
            END-IF.
            CLOSE PAY-HISTORY-FILE.
            CLOSE EMPLOYEE-FILE.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> A terminated or since-deleted employee still has history,
      *> so a missing master record only changes the heading.
       SHOW-EMPLOYEE-NAME.
            MOVE WS-WANTED-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-WANTED-ID
                     " (not on employee master)"
               NOT INVALID KEY
                  DISPLAY "Employee " WS-WANTED-ID " " NameValue
                     " " FirstLastname
            END-READ.

       SHOW-PAY-HISTORY.
            MOVE WS-WANTED-ID TO PPH-EMPLOYEE-ID.
            MOVE WS-FROM-PERIOD TO PPH-PERIOD-NUMBER.
            MOVE ZERO TO PPH-RUN-SEQ.
            START PAY-HISTORY-FILE KEY NOT < PPH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-HISTORY.
            PERFORM UNTIL WS-EOF OR
                  PPH-EMPLOYEE-ID NOT = WS-WANTED-ID OR
                  PPH-PERIOD-NUMBER > WS-TO-PERIOD
               PERFORM SHOW-ONE-PERIOD
               PERFORM READ-NEXT-HISTORY
            END-PERFORM.
            IF WS-MATCH-COUNT = 0
               DISPLAY "No pay history on file for " WS-WANTED-ID
                  " in that range."
            ELSE
               PERFORM SHOW-HISTORY-TOTALS
            END-IF.

       READ-NEXT-HISTORY.
            READ PAY-HISTORY-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       SHOW-ONE-PERIOD.
            IF WS-MATCH-COUNT = 0
               DISPLAY "PERIOD-RN PAID ON          GROSS"
                  "            TAX      INSURANCE          OTHER"
                  "            NET"
            END-IF.
            ADD 1 TO WS-MATCH-COUNT.
            IF NOT PPH-VOIDED
               ADD PPH-GROSS-PAY TO WS-TOTAL-GROSS
               ADD PPH-DEDUCT-TAX TO WS-TOTAL-TAX
               ADD PPH-DEDUCT-INS TO WS-TOTAL-INS
               ADD PPH-DEDUCT-OTHER TO WS-TOTAL-OTHER
               ADD PPH-NET-PAY TO WS-TOTAL-NET
            END-IF.
            MOVE PPH-PERIOD-NUMBER TO WS-HL-PERIOD.
            MOVE PPH-RUN-SEQ TO WS-HL-SEQ.
            MOVE PPH-PAY-DATE TO WS-HL-DATE.
            MOVE PPH-GROSS-PAY TO WS-HL-GROSS.
            MOVE PPH-DEDUCT-TAX TO WS-HL-TAX.
            MOVE PPH-DEDUCT-INS TO WS-HL-INS.
            MOVE PPH-DEDUCT-OTHER TO WS-HL-OTHER.
            MOVE PPH-NET-PAY TO WS-HL-NET.
            DISPLAY WS-HISTORY-LINE.
            IF PPH-VOIDED
               DISPLAY "          ** VOIDED " PPH-VOID-DATE
                  " - NOT IN TOTALS"
            END-IF.

      *> The totals reuse the detail line's amount columns; the
      *> first 19 columns (period, run and date) give way to the
      *> label.
       SHOW-HISTORY-TOTALS.
            MOVE WS-TOTAL-GROSS TO WS-HL-GROSS.
            MOVE WS-TOTAL-TAX TO WS-HL-TAX.
            MOVE WS-TOTAL-INS TO WS-HL-INS.
            MOVE WS-TOTAL-OTHER TO WS-HL-OTHER.
            MOVE WS-TOTAL-NET TO WS-HL-NET.
            DISPLAY "TOTAL " WS-MATCH-COUNT " RUNS  "
               WS-HISTORY-LINE(20:).
       END PROGRAM PAY-HISTORY-INQUIRY.
