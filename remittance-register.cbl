      *> Post-run deduction remittance register for one pay period.
      *> Reads every deduction PAY-RUN (and any off-cycle run) took
      *> in the period from deduction-take.dat - D takes against a
      *> DEDUCTION-REC code, leaving out takes a void has reversed -
      *> and finds each one's payee on deduction-payee.dat: the
      *> payee keyed by the code and the deduction's case reference
      *> when the order has its own agency, otherwise the code's
      *> default payee. The takes are SORTed by payee and employee
      *> and printed on remittance-register.rpt under each payee's
      *> name and address, with the employee, the case reference
      *> and the amount, a payee total and the date the money is
      *> due (the latest pay date plus the payee's remit days).
      *> A code with no payee on file prints under a NO PAYEE ON
      *> FILE heading and sets completion code 4.
      *> The closing reconciliation ties the register to the other
      *> deductions liability the payroll journals credit to *OTHER:
      *> the period's other deductions on pay-history.dat (voided
      *> pays left out), less the staff loan repayments kept in
      *> house (L takes), less the total remitted here, leaves the
      *> flat pay-master other deductions that no payee claims.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITTANCE-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DEDUCTION-TAKE-FILE
               ASSIGN TO "deduction-take.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTK-KEY
               FILE STATUS IS WS-TAKE-STATUS.
               SELECT OPTIONAL DEDUCTION-FILE
               ASSIGN TO "deduction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDUCTION-STATUS.
               SELECT OPTIONAL DEDUCTION-PAYEE-FILE
               ASSIGN TO "deduction-payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPY-KEY
               FILE STATUS IS WS-PAYEE-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO "remittance-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "remittance.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-TAKE-FILE.
           COPY DEDUCTION-TAKE-REC.
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-REC.
       FD  DEDUCTION-PAYEE-FILE.
           COPY DEDUCTION-PAYEE-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-REMIT-RECORD.
           05 SR-PAYEE-KEY.
              10 SR-PAYEE-CODE   PIC X(4).
              10 SR-PAYEE-CASE   PIC X(20).
           05 SR-EMPLOYEE-ID     PIC X(6).
           05 SR-RUN-SEQ         PIC 9(2).
           05 SR-DED-CODE        PIC X(4).
           05 SR-CASE-REFERENCE  PIC X(20).
           05 SR-PAY-DATE        PIC 9(8).
           05 SR-AMOUNT          PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 WS-TAKE-STATUS PIC XX VALUE "00".
       01 WS-DEDUCTION-STATUS PIC XX VALUE "00".
       01 WS-PAYEE-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-INPUT-EOF-SWITCH PIC X VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-PERIOD-ENTRY PIC X(6) VALUE SPACES.
       01 WS-PERIOD-NUM REDEFINES WS-PERIOD-ENTRY PIC 9(6).
       01 WS-CASE-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-PAYEE-FOUND-FLAG PIC X VALUE "N".
           88 WS-PAYEE-FOUND VALUE "Y".
       01 WS-FIRST-PAYEE-FLAG PIC X VALUE "Y".
           88 WS-FIRST-PAYEE VALUE "Y".
       01 WS-CURRENT-PAYEE PIC X(24) VALUE SPACES.
       01 WS-PAYEE-TOTAL PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PAYEE-LINES PIC 9(6) VALUE ZERO.
       01 WS-PAYEE-LAST-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAYEE-REMIT-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-EMPLOYEE-NAME PIC X(15) VALUE SPACES.
       01 WS-TAKE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-PAYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-REMITTED PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-LOANS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-FLAT PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DETAIL-LINE.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-DET-ID     PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NAME   PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-CODE   PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-CASE   PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-RUN    PIC 9(2).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-DATE   PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT PIC $$$,$$9.99-.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Pay period to remit (YYYYPP):".
            ACCEPT WS-PERIOD-ENTRY.
            IF WS-PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "Period must be six digits YYYYPP."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT DEDUCTION-FILE.
            IF WS-DEDUCTION-STATUS NOT = "00" AND
                  WS-DEDUCTION-STATUS NOT = "05"
               DISPLAY "Unable to open deduction.dat, status "
                  WS-DEDUCTION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEDUCTION-PAYEE-FILE.
            IF WS-PAYEE-STATUS NOT = "00" AND WS-PAYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open deduction-payee.dat, status "
                  WS-PAYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT REMITTANCE-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open remittance-register.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-PAYEE-KEY SR-EMPLOYEE-ID
                     SR-RUN-SEQ SR-DED-CODE
                  INPUT PROCEDURE IS RELEASE-PERIOD-TAKES
                  OUTPUT PROCEDURE IS PRINT-SORTED-TAKES
               PERFORM TOTAL-OTHER-DEDUCTIONS
               PERFORM WRITE-RECONCILIATION
            END-IF.
            CLOSE DEDUCTION-FILE.
            CLOSE DEDUCTION-PAYEE-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE REMITTANCE-REPORT-FILE.
            DISPLAY "Remittance Register - period " WS-PERIOD-ENTRY.
            DISPLAY "Deductions listed : " WS-TAKE-COUNT.
            DISPLAY "Payees            : " WS-PAYEE-COUNT.
            DISPLAY "Without a payee   : " WS-NO-PAYEE-COUNT.
            MOVE WS-TOTAL-REMITTED TO WS-TOTAL-MONEY-EDIT.
            DISPLAY "Total to remit    : " WS-TOTAL-MONEY-EDIT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-NO-PAYEE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> Input side of the sort. Loan takes are not remitted to
      *> anyone; they are only totalled for the reconciliation.
       RELEASE-PERIOD-TAKES.
            OPEN INPUT DEDUCTION-TAKE-FILE.
            IF WS-TAKE-STATUS NOT = "00" AND WS-TAKE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open deduction-take.dat, status "
                  WS-TAKE-STATUS
               SET WS-HAD-ISSUE TO TRUE
               SET WS-INPUT-EOF TO TRUE
            ELSE
               PERFORM READ-NEXT-TAKE
            END-IF.
            PERFORM UNTIL WS-INPUT-EOF
               IF DTK-PERIOD-NUMBER = WS-PERIOD-NUM AND DTK-TAKEN
                  IF DTK-DEDUCTION-TAKE
                     PERFORM RELEASE-ONE-TAKE
                  ELSE
                     ADD DTK-TAKE-AMOUNT TO WS-TOTAL-LOANS
                  END-IF
               END-IF
               PERFORM READ-NEXT-TAKE
            END-PERFORM.
            CLOSE DEDUCTION-TAKE-FILE.

       READ-NEXT-TAKE.
            READ DEDUCTION-TAKE-FILE NEXT
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

      *> A case-specific payee wins over the code's default; with
      *> neither on file the take still prints, under the code's
      *> default key, so nothing withheld drops off the register.
       RELEASE-ONE-TAKE.
            MOVE SPACES TO WS-CASE-REFERENCE.
            MOVE DTK-EMPLOYEE-ID TO DED-EMPLOYEE-ID.
            MOVE DTK-CODE TO DED-CODE.
            READ DEDUCTION-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE DED-CASE-REFERENCE TO WS-CASE-REFERENCE
            END-READ.
            MOVE DTK-CODE TO SR-PAYEE-CODE.
            MOVE SPACES TO SR-PAYEE-CASE.
            IF WS-CASE-REFERENCE NOT = SPACES
               MOVE DTK-CODE TO DPY-DED-CODE
               MOVE WS-CASE-REFERENCE TO DPY-CASE-REFERENCE
               READ DEDUCTION-PAYEE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE WS-CASE-REFERENCE TO SR-PAYEE-CASE
               END-READ
            END-IF.
            MOVE DTK-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE DTK-RUN-SEQ TO SR-RUN-SEQ.
            MOVE DTK-CODE TO SR-DED-CODE.
            MOVE WS-CASE-REFERENCE TO SR-CASE-REFERENCE.
            MOVE DTK-PAY-DATE TO SR-PAY-DATE.
            MOVE DTK-TAKE-AMOUNT TO SR-AMOUNT.
            RELEASE SORT-REMIT-RECORD.

       PRINT-SORTED-TAKES.
            PERFORM RETURN-SORTED-TAKE.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-PAYEE OR SR-PAYEE-KEY NOT = WS-CURRENT-PAYEE
                  IF NOT WS-FIRST-PAYEE
                     PERFORM WRITE-PAYEE-TOTAL
                  END-IF
                  PERFORM START-PAYEE
               END-IF
               PERFORM PRINT-ONE-TAKE
               PERFORM RETURN-SORTED-TAKE
            END-PERFORM.
            IF NOT WS-FIRST-PAYEE
               PERFORM WRITE-PAYEE-TOTAL
            END-IF.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE WS-TOTAL-REMITTED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "TOTAL TO REMIT  PAYEES " WS-PAYEE-COUNT
               "  DEDUCTIONS " WS-TAKE-COUNT
               "  AMOUNT " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.

       RETURN-SORTED-TAKE.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-PAYEE.
            MOVE "N" TO WS-FIRST-PAYEE-FLAG.
            MOVE SR-PAYEE-KEY TO WS-CURRENT-PAYEE.
            MOVE ZEROS TO WS-PAYEE-TOTAL WS-PAYEE-LINES
               WS-PAYEE-LAST-PAY-DATE WS-PAYEE-REMIT-DAYS.
            ADD 1 TO WS-PAYEE-COUNT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE SR-PAYEE-CODE TO DPY-DED-CODE.
            MOVE SR-PAYEE-CASE TO DPY-CASE-REFERENCE.
            MOVE "N" TO WS-PAYEE-FOUND-FLAG.
            READ DEDUCTION-PAYEE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-PAYEE-FOUND TO TRUE
            END-READ.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            IF WS-PAYEE-FOUND
               MOVE DPY-REMIT-DAYS TO WS-PAYEE-REMIT-DAYS
               STRING "PAYEE " DPY-PAYEE-NAME "  CODE " DPY-DED-CODE
                  "  " DPY-CASE-REFERENCE
                  DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
               MOVE SPACES TO REMITTANCE-REPORT-LINE
               STRING "      " DPY-STREET-LINE-1
                  DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
               IF DPY-STREET-LINE-2 NOT = SPACES
                  MOVE SPACES TO REMITTANCE-REPORT-LINE
                  STRING "      " DPY-STREET-LINE-2
                     DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
                  WRITE REMITTANCE-REPORT-LINE
               END-IF
               MOVE SPACES TO REMITTANCE-REPORT-LINE
               STRING "      " DPY-CITY " " DPY-STATE " "
                  DPY-POSTAL-CODE
                  DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
            ELSE
               ADD 1 TO WS-NO-PAYEE-COUNT
               STRING "*** NO PAYEE ON FILE FOR CODE " SR-PAYEE-CODE
                  " ***"
                  DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
            END-IF.

       PRINT-ONE-TAKE.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            MOVE SR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "*NOT ON MASTER*" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                  MOVE NameValue TO WS-EMPLOYEE-NAME
            END-READ.
            MOVE SR-EMPLOYEE-ID TO WS-DET-ID.
            MOVE WS-EMPLOYEE-NAME TO WS-DET-NAME.
            MOVE SR-DED-CODE TO WS-DET-CODE.
            MOVE SR-CASE-REFERENCE TO WS-DET-CASE.
            MOVE SR-RUN-SEQ TO WS-DET-RUN.
            MOVE SR-PAY-DATE TO WS-DET-DATE.
            MOVE SR-AMOUNT TO WS-DET-AMOUNT.
            WRITE REMITTANCE-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-TAKE-COUNT WS-PAYEE-LINES.
            ADD SR-AMOUNT TO WS-PAYEE-TOTAL WS-TOTAL-REMITTED.
            IF SR-PAY-DATE > WS-PAYEE-LAST-PAY-DATE
               MOVE SR-PAY-DATE TO WS-PAYEE-LAST-PAY-DATE
            END-IF.

       WRITE-PAYEE-TOTAL.
            CALL "DATE-ADD-DAYS" USING WS-PAYEE-LAST-PAY-DATE
               WS-PAYEE-REMIT-DAYS WS-DUE-DATE.
            MOVE WS-PAYEE-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "    PAYEE TOTAL  DEDUCTIONS " WS-PAYEE-LINES
               "  AMOUNT " WS-TOTAL-MONEY-EDIT
               "  DUE BY " WS-DUE-DATE
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.

      *> Other deductions actually withheld in the period, as the
      *> journals credited them; voided pays are left out just as
      *> their takes are.
       TOTAL-OTHER-DEDUCTIONS.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               MOVE "N" TO WS-INPUT-EOF-SWITCH
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL WS-INPUT-EOF
                  IF PPH-PERIOD-NUMBER = WS-PERIOD-NUM AND PPH-PAID
                     ADD PPH-DEDUCT-OTHER TO WS-TOTAL-OTHER
                  END-IF
                  PERFORM READ-NEXT-HISTORY
               END-PERFORM
            END-IF.
            CLOSE PAY-HISTORY-FILE.

       READ-NEXT-HISTORY.
            READ PAY-HISTORY-FILE NEXT
               AT END SET WS-INPUT-EOF TO TRUE
            END-READ.

       WRITE-RECONCILIATION.
            COMPUTE WS-TOTAL-FLAT =
               WS-TOTAL-OTHER - WS-TOTAL-LOANS - WS-TOTAL-REMITTED.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE "RECONCILIATION TO OTHER DEDUCTIONS PAYABLE"
               TO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE WS-TOTAL-OTHER TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "  OTHER DEDUCTIONS WITHHELD (*OTHER)   "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE WS-TOTAL-LOANS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "  LESS STAFF LOAN REPAYMENTS KEPT      "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE WS-TOTAL-REMITTED TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "  LESS REMITTED TO PAYEES ABOVE        "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE WS-TOTAL-FLAT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "  PAY-MASTER FLAT OTHER, NO PAYEE      "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "DEDUCTION REMITTANCE REGISTER - PERIOD "
               WS-PERIOD-ENTRY
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
            MOVE SPACES TO REMITTANCE-REPORT-LINE.
            STRING "    ID      NAME             CODE  CASE REFERENCE"
               "        RUN  PAY DATE       AMOUNT"
               DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
            WRITE REMITTANCE-REPORT-LINE.
       END PROGRAM REMITTANCE-REGISTER.
