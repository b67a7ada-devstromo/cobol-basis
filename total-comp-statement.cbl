      *> Annual total compensation statement: one statement per
      *> active employee for a keyed year, headed by the employee's
      *> CONTACT-REC mailing block for the window envelope, showing
      *> what the company spent on the person beyond the pay slip:
      *>  - gross pay from the year-to-date file (PAY-YTD-REC);
      *>  - the employer's benefit premiums (cost type BNFT) and
      *>    each employer tax and contribution from the employer
      *>    cost year-to-date file, described from employer-cost.dat;
      *>  - the value of the vacation and sick hours standing on the
      *>    leave ledger at the pay master's PAY-RATE, the basis
      *>    FINAL-PAY-RUN pays vacation out on;
      *>  - the staff-discount savings logged on staff-discount.log
      *>    for the year.
      *> Year-to-date figures are only counted when their record
      *> carries the statement year, so the run belongs before the
      *> new-year reset, next to ANNUAL-EARNINGS-STATEMENT. An
      *> employee without a street address is still printed but
      *> counted, and the run ends with return code 4. Written to
      *> total-comp.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTAL-COMP-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO "pay-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-FILE
               ASSIGN TO "employer-cost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-TABLE-STATUS.
               SELECT OPTIONAL EMPLOYER-COST-YTD-FILE
               ASSIGN TO "employer-cost-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECY-KEY
               FILE STATUS IS WS-COST-YTD-STATUS.
               SELECT OPTIONAL LEAVE-LEDGER-FILE
               ASSIGN TO "leave-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL DISCOUNT-LOG-FILE
               ASSIGN TO "staff-discount.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               SELECT STATEMENT-FILE
               ASSIGN TO "total-comp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  EMPLOYER-COST-FILE.
           COPY EMPLOYER-COST-REC.
       FD  EMPLOYER-COST-YTD-FILE.
           COPY EMPLOYER-COST-YTD-REC.
       FD  LEAVE-LEDGER-FILE.
           COPY LEAVE-LEDGER-REC.
       FD  DISCOUNT-LOG-FILE.
           COPY STAFF-DISCOUNT-LOG-REC.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-COST-TABLE-STATUS PIC XX VALUE "00".
       01 WS-COST-YTD-STATUS PIC XX VALUE "00".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
       01 WS-LOG-STATUS PIC XX VALUE "00".
       01 WS-STATEMENT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-COST-EOF-SWITCH PIC X VALUE "N".
           88 WS-COST-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-YEAR PIC X(4) VALUE SPACES.
       01 WS-STATEMENT-YEAR-NUM PIC 9(4) VALUE ZERO.
      *> Cost type descriptions from the employer cost table; ten
      *> types is the same allowance PAY-RUN makes.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 10 TIMES.
              10 WS-CT-TYPE        PIC X(4).
              10 WS-CT-DESCRIPTION PIC X(20).
       01 WS-COST-COUNT PIC 99 VALUE ZERO.
       01 WS-COST-INDEX PIC 99 VALUE ZERO.
       01 WS-COST-DESCRIPTION PIC X(20) VALUE SPACES.
      *> The year's staff-discount savings by employee, built from
      *> the log before the statements print.
       01 WS-DISCOUNT-TABLE.
           05 WS-DISC-ENTRY OCCURS 500 TIMES.
              10 WS-DS-ID     PIC X(6).
              10 WS-DS-AMOUNT PIC 9(7)V99 COMP-3.
       01 WS-DISC-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DISC-INDEX PIC 9(3) VALUE ZERO.
       01 WS-DISC-HIT   PIC 9(3) VALUE ZERO.
       01 WS-EMP-GROSS    PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-BENEFIT  PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-TAXES    PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-VACATION PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-SICK     PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-DISCOUNT PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-TOTAL    PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-RATE     PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01 WS-LEAVE-HOURS  PIC S9(4)V99 COMP-3 VALUE ZEROS.
       01 WS-HOURS-EDIT   PIC Z,ZZ9.99-.
       01 WS-STATEMENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GROSS    PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-BENEFIT  PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAXES    PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-LEAVE    PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DISCOUNT PIC 9(10)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-COMP     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       COPY MONEY-EDIT.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Statement year (YYYY, blank = this year):".
            ACCEPT WS-STATEMENT-YEAR.
            IF WS-STATEMENT-YEAR = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-STATEMENT-YEAR
            END-IF.
            IF WS-STATEMENT-YEAR IS NOT NUMERIC
               DISPLAY "Invalid year " WS-STATEMENT-YEAR "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-STATEMENT-YEAR TO WS-STATEMENT-YEAR-NUM.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-YTD-FILE.
            IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               DISPLAY "Unable to open pay-ytd.dat, status "
                  WS-YTD-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               DISPLAY "Unable to open pay-master.dat, status "
                  WS-PAY-MASTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYER-COST-YTD-FILE.
            IF WS-COST-YTD-STATUS NOT = "00" AND
                  WS-COST-YTD-STATUS NOT = "05"
               DISPLAY "Unable to open employer-cost-ytd.dat, status "
                  WS-COST-YTD-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT LEAVE-LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00" AND WS-LEDGER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open leave-ledger.dat, status "
                  WS-LEDGER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT STATEMENT-FILE.
            IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "Unable to open total-comp.rpt, status "
                  WS-STATEMENT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-COST-DESCRIPTIONS
               PERFORM LOAD-DISCOUNT-SAVINGS
            END-IF.
            IF NOT WS-HAD-ISSUE
               MOVE LOW-VALUES TO EMPLOYEE-ID
               START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF
                  IF EMPLOYEE-ACTIVE
                     PERFORM PRINT-ONE-STATEMENT
                  END-IF
                  PERFORM READ-EMPLOYEE-FILE
               END-PERFORM
               PERFORM PRINT-GRAND-TOTALS
            END-IF.
            CLOSE EMPLOYEE-FILE PAY-YTD-FILE PAY-MASTER-FILE
               EMPLOYER-COST-YTD-FILE LEAVE-LEDGER-FILE
               STATEMENT-FILE.
            DISPLAY "Total Compensation - " WS-STATEMENT-YEAR.
            DISPLAY "Statements printed : " WS-STATEMENT-COUNT.
            DISPLAY "No mailing address : " WS-NO-ADDRESS-COUNT.
            DISPLAY "No pay rate        : " WS-NO-RATE-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-NO-ADDRESS-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-EMPLOYEE-FILE.
            IF NOT WS-EOF
               READ EMPLOYEE-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
            END-IF.

      *> An absent cost table still prints the costs, under their
      *> type codes.
       LOAD-COST-DESCRIPTIONS.
            MOVE ZERO TO WS-COST-COUNT.
            MOVE "N" TO WS-COST-EOF-SWITCH.
            OPEN INPUT EMPLOYER-COST-FILE.
            IF WS-COST-TABLE-STATUS NOT = "00" AND
                  WS-COST-TABLE-STATUS NOT = "05"
               DISPLAY "Unable to open employer-cost.dat, status "
                  WS-COST-TABLE-STATUS
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-COST-EOF
               READ EMPLOYER-COST-FILE
                  AT END
                     SET WS-COST-EOF TO TRUE
                  NOT AT END
                     IF EC-COST-TYPE NOT = SPACES AND
                           WS-COST-COUNT < 10
                        ADD 1 TO WS-COST-COUNT
                        MOVE EC-COST-TYPE
                           TO WS-CT-TYPE(WS-COST-COUNT)
                        MOVE EC-DESCRIPTION
                           TO WS-CT-DESCRIPTION(WS-COST-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EMPLOYER-COST-FILE.

       LOAD-DISCOUNT-SAVINGS.
            MOVE ZERO TO WS-DISC-COUNT.
            MOVE "N" TO WS-COST-EOF-SWITCH.
            OPEN INPUT DISCOUNT-LOG-FILE.
            IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "Unable to open staff-discount.log, status "
                  WS-LOG-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-COST-EOF
               READ DISCOUNT-LOG-FILE
                  AT END
                     SET WS-COST-EOF TO TRUE
                  NOT AT END
                     IF SDL-DATE(1:4) = WS-STATEMENT-YEAR
                        PERFORM TALLY-ONE-DISCOUNT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE DISCOUNT-LOG-FILE.

       TALLY-ONE-DISCOUNT.
            MOVE ZERO TO WS-DISC-HIT.
            PERFORM VARYING WS-DISC-INDEX FROM 1 BY 1
                  UNTIL WS-DISC-INDEX > WS-DISC-COUNT
               IF WS-DS-ID(WS-DISC-INDEX) = SDL-EMPLOYEE-ID
                  MOVE WS-DISC-INDEX TO WS-DISC-HIT
               END-IF
            END-PERFORM.
            IF WS-DISC-HIT = 0
               IF WS-DISC-COUNT < 500
                  ADD 1 TO WS-DISC-COUNT
                  MOVE WS-DISC-COUNT TO WS-DISC-HIT
                  MOVE SDL-EMPLOYEE-ID TO WS-DS-ID(WS-DISC-HIT)
                  MOVE ZEROS TO WS-DS-AMOUNT(WS-DISC-HIT)
               ELSE
                  DISPLAY "More than 500 employees on the discount "
                     "log - " SDL-EMPLOYEE-ID " left out."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            ADD SDL-AMOUNT TO WS-DS-AMOUNT(WS-DISC-HIT).

       PRINT-ONE-STATEMENT.
            MOVE ZEROS TO WS-EMP-GROSS WS-EMP-BENEFIT WS-EMP-TAXES
               WS-EMP-VACATION WS-EMP-SICK WS-EMP-DISCOUNT
               WS-EMP-RATE.
            ADD 1 TO WS-STATEMENT-COUNT.
            PERFORM WRITE-MAILING-BLOCK.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL COMPENSATION STATEMENT - YEAR "
               WS-STATEMENT-YEAR "   EMPLOYEE " EMPLOYEE-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
            READ PAY-YTD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF YTD-YEAR = WS-STATEMENT-YEAR-NUM
                     MOVE YTD-GROSS TO WS-EMP-GROSS
                  END-IF
            END-READ.
            MOVE WS-EMP-GROSS TO WS-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  GROSS PAY                   " WS-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            PERFORM WRITE-EMPLOYER-COSTS.
            PERFORM WRITE-LEAVE-VALUE.
            PERFORM VARYING WS-DISC-INDEX FROM 1 BY 1
                  UNTIL WS-DISC-INDEX > WS-DISC-COUNT
               IF WS-DS-ID(WS-DISC-INDEX) = EMPLOYEE-ID
                  MOVE WS-DS-AMOUNT(WS-DISC-INDEX) TO WS-EMP-DISCOUNT
               END-IF
            END-PERFORM.
            MOVE WS-EMP-DISCOUNT TO WS-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  STAFF DISCOUNT SAVINGS      " WS-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            COMPUTE WS-EMP-TOTAL = WS-EMP-GROSS + WS-EMP-BENEFIT
               + WS-EMP-TAXES + WS-EMP-VACATION + WS-EMP-SICK
               + WS-EMP-DISCOUNT.
            MOVE WS-EMP-TOTAL TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  TOTAL COMPENSATION    " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            ADD WS-EMP-GROSS TO WS-TOTAL-GROSS.
            ADD WS-EMP-BENEFIT TO WS-TOTAL-BENEFIT.
            ADD WS-EMP-TAXES TO WS-TOTAL-TAXES.
            ADD WS-EMP-VACATION WS-EMP-SICK TO WS-TOTAL-LEAVE.
            ADD WS-EMP-DISCOUNT TO WS-TOTAL-DISCOUNT.
            ADD WS-EMP-TOTAL TO WS-TOTAL-COMP.
            MOVE ALL "-" TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> Name and postal address for the window envelope, laid out
      *> the way CHECK-PRINT-RUN lays out the payee block.
       WRITE-MAILING-BLOCK.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "    " NameValue DELIMITED BY "  "
               " " FirstLastname DELIMITED BY "  "
               " " SecondLastname DELIMITED BY "  "
               INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF StreetLineOne = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "    ** NO MAILING ADDRESS ON FILE"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
            ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "    " StreetLineOne
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF StreetLineTwo NOT = SPACES
                  MOVE SPACES TO STATEMENT-LINE
                  STRING "    " StreetLineTwo
                     DELIMITED BY SIZE INTO STATEMENT-LINE
                  WRITE STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               STRING "    " CityValue DELIMITED BY "  "
                  " " StateValue "  " PostalCode
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
            END-IF.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> Every cost type the pay run charged this employee this
      *> year: the benefit premiums on one line, each employer tax
      *> or contribution on its own.
       WRITE-EMPLOYER-COSTS.
            MOVE "N" TO WS-COST-EOF-SWITCH.
            MOVE EMPLOYEE-ID TO ECY-EMPLOYEE-ID.
            MOVE LOW-VALUES TO ECY-COST-TYPE.
            START EMPLOYER-COST-YTD-FILE KEY NOT < ECY-KEY
               INVALID KEY SET WS-COST-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-COST-EOF
               READ EMPLOYER-COST-YTD-FILE NEXT
                  AT END SET WS-COST-EOF TO TRUE
               END-READ
               IF NOT WS-COST-EOF AND
                     ECY-EMPLOYEE-ID NOT = EMPLOYEE-ID
                  SET WS-COST-EOF TO TRUE
               END-IF
               IF NOT WS-COST-EOF AND
                     ECY-YEAR = WS-STATEMENT-YEAR-NUM AND
                     ECY-COST > 0
                  PERFORM WRITE-ONE-EMPLOYER-COST
               END-IF
            END-PERFORM.

       WRITE-ONE-EMPLOYER-COST.
            IF ECY-COST-TYPE = "BNFT"
               ADD ECY-COST TO WS-EMP-BENEFIT
               MOVE "BENEFIT PREMIUMS" TO WS-COST-DESCRIPTION
            ELSE
               ADD ECY-COST TO WS-EMP-TAXES
               MOVE ECY-COST-TYPE TO WS-COST-DESCRIPTION
               PERFORM VARYING WS-COST-INDEX FROM 1 BY 1
                     UNTIL WS-COST-INDEX > WS-COST-COUNT
                  IF WS-CT-TYPE(WS-COST-INDEX) = ECY-COST-TYPE
                     MOVE WS-CT-DESCRIPTION(WS-COST-INDEX)
                        TO WS-COST-DESCRIPTION
                  END-IF
               END-PERFORM
            END-IF.
            MOVE ECY-COST TO WS-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  EMPLOYER " WS-COST-DESCRIPTION
               WS-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

      *> Hours standing on the ledger valued at today's rate; a
      *> negative balance is worth nothing rather than a deduction.
       WRITE-LEAVE-VALUE.
            MOVE EMPLOYEE-ID TO PAY-EMPLOYEE-ID.
            READ PAY-MASTER-FILE
               INVALID KEY
                  ADD 1 TO WS-NO-RATE-COUNT
               NOT INVALID KEY
                  MOVE PAY-RATE TO WS-EMP-RATE
            END-READ.
            MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID.
            READ LEAVE-LEDGER-FILE
               INVALID KEY
                  EXIT PARAGRAPH
            END-READ.
            MOVE LV-VACATION-BALANCE TO WS-LEAVE-HOURS.
            IF WS-LEAVE-HOURS > 0
               COMPUTE WS-EMP-VACATION ROUNDED =
                  WS-LEAVE-HOURS * WS-EMP-RATE
            END-IF.
            MOVE WS-LEAVE-HOURS TO WS-HOURS-EDIT.
            MOVE WS-EMP-VACATION TO WS-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  VACATION " WS-HOURS-EDIT " HRS        "
               WS-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE LV-SICK-BALANCE TO WS-LEAVE-HOURS.
            IF WS-LEAVE-HOURS > 0
               COMPUTE WS-EMP-SICK ROUNDED =
                  WS-LEAVE-HOURS * WS-EMP-RATE
            END-IF.
            MOVE WS-LEAVE-HOURS TO WS-HOURS-EDIT.
            MOVE WS-EMP-SICK TO WS-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "  SICK     " WS-HOURS-EDIT " HRS        "
               WS-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

       PRINT-GRAND-TOTALS.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL COMPENSATION - YEAR " WS-STATEMENT-YEAR
               " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "STATEMENTS PRINTED " WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-GROSS TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL GROSS PAY       " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-BENEFIT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL BENEFITS        " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-TAXES TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL EMPLOYER TAXES  " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-LEAVE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL LEAVE VALUE     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-DISCOUNT TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL STAFF DISCOUNT  " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-TOTAL-COMP TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL COMPENSATION    " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
       END PROGRAM TOTAL-COMP-STATEMENT.
