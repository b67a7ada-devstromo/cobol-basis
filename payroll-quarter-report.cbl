      *> Quarterly payroll withholding and liability report off the
      *> permanent pay-history.dat PAY-RUN keeps. For the year and
      *> quarter keyed in it totals gross, tax withheld, insurance
      *> and other deductions by pay date - with the number of
      *> employees paid on each date - and by month, then for the
      *> quarter, which is what the withholding return is filled in
      *> from. The withheld tax is then tied back to the year-to-
      *> date accumulators (PAY-YTD-REC): each employee's tax on
      *> the history for the year is compared to YTD-DEDUCT-TAX and
      *> any difference is listed, so the return is not filed off
      *> figures the YTD file (and the annual statement) disagree
      *> with. Differences post completion code 4. A payment voided
      *> after posting is left out everywhere: the void backed it
      *> out of the YTD file, and it was never paid.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-QUARTER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
               SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO "pay-ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
               SELECT QUARTER-REPORT-FILE
               ASSIGN TO "payroll-quarter.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAY-PERIOD-HIST-REC.
       FD  PAY-YTD-FILE.
           COPY PAY-YTD-REC.
       FD  QUARTER-REPORT-FILE.
       01  QUARTER-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-YTD-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 WS-HISTORY-EOF VALUE "Y".
       01 WS-REPORT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-REPORT-QUARTER PIC 9 VALUE ZERO.
       01 WS-FIRST-MONTH PIC 99 VALUE ZERO.
       01 WS-QUARTER-FROM PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-TO   PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE-GROUP REDEFINES WS-PAY-DATE.
           05 WS-PAY-DATE-YEAR  PIC 9(4).
           05 WS-PAY-DATE-MONTH PIC 99.
           05 WS-PAY-DATE-DAY   PIC 99.
       01 WS-MONTH-INDEX PIC 9 VALUE ZERO.
      *> One bucket per month of the quarter.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 3 TIMES.
              10 WS-MT-PAYMENTS PIC 9(6).
              10 WS-MT-GROSS PIC 9(9)V99 COMP-3.
              10 WS-MT-TAX   PIC 9(9)V99 COMP-3.
              10 WS-MT-INS   PIC 9(9)V99 COMP-3.
              10 WS-MT-OTHER PIC 9(9)V99 COMP-3.
              10 WS-MT-NET   PIC S9(9)V99 COMP-3.
      *> One bucket per pay date, kept in date order. History reads
      *> in employee order, so the last employee counted against a
      *> date stops an employee with two runs on one date (a
      *> supplemental paid alongside the scheduled run) from being
      *> counted twice.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 60 TIMES.
              10 WS-DT-PAY-DATE  PIC 9(8).
              10 WS-DT-EMPLOYEES PIC 9(6).
              10 WS-DT-LAST-EMPLOYEE PIC X(6).
              10 WS-DT-GROSS PIC 9(9)V99 COMP-3.
              10 WS-DT-TAX   PIC 9(9)V99 COMP-3.
              10 WS-DT-INS   PIC 9(9)V99 COMP-3.
              10 WS-DT-OTHER PIC 9(9)V99 COMP-3.
              10 WS-DT-NET   PIC S9(9)V99 COMP-3.
       01 WS-DATE-MAX PIC 99 VALUE 60.
       01 WS-DATE-COUNT PIC 99 VALUE ZERO.
       01 WS-DATE-INDEX PIC 99 VALUE ZERO.
       01 WS-DATE-SHIFT PIC 99 VALUE ZERO.
       01 WS-DATE-FOUND-FLAG PIC X VALUE "N".
           88 WS-DATE-FOUND VALUE "Y".
       01 WS-DATE-OVERFLOW PIC 9(6) VALUE ZERO.
       01 WS-QTR-PAYMENTS PIC 9(6) VALUE ZERO.
       01 WS-QTR-GROSS PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-QTR-TAX   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-QTR-INS   PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-QTR-OTHER PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-QTR-NET   PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *> Year-to-date tie.
       01 WS-HIST-YEAR-TAX PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-HIST-TIED-TAX PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-YTD-YEAR-TAX  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-EMP-HIST-TAX  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-DIFFERENCE PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-YTD-CHECKED PIC 9(6) VALUE ZERO.
       01 WS-TIE-DIFF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-LINE.
           05 WS-AL-LABEL  PIC X(22).
           05 WS-AL-COUNT  PIC Z(5)9.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-AL-GROSS  PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-AL-TAX    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-AL-INS    PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-AL-OTHER  PIC $$$,$$$,$$9.99.
           05 FILLER       PIC X(1) VALUE SPACES.
           05 WS-AL-NET    PIC $$$,$$$,$$9.99-.
       01 WS-TIE-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-TL-EMPLOYEE PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-TL-HIST    PIC $$$,$$$,$$9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-TL-YTD     PIC $$$,$$$,$$9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-TL-DIFF    PIC $$$,$$$,$$9.99-.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-TL-NOTE    PIC X(30).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Report year (YYYY):".
            ACCEPT WS-REPORT-YEAR.
            DISPLAY "Quarter (1-4):".
            ACCEPT WS-REPORT-QUARTER.
            IF WS-REPORT-YEAR < 1900 OR WS-REPORT-QUARTER < 1 OR
                  WS-REPORT-QUARTER > 4
               DISPLAY "Year must be YYYY and quarter 1 to 4."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE WS-FIRST-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1.
            COMPUTE WS-QUARTER-FROM = WS-REPORT-YEAR * 10000
               + WS-FIRST-MONTH * 100 + 1.
            COMPUTE WS-QUARTER-TO = WS-REPORT-YEAR * 10000
               + (WS-FIRST-MONTH + 2) * 100 + 31.
            INITIALIZE WS-MONTH-TABLE.
            INITIALIZE WS-DATE-TABLE.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAY-HISTORY-STATUS NOT = "00" AND
                  WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "Unable to open pay-history.dat, status "
                  WS-PAY-HISTORY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-YTD-FILE.
            IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               DISPLAY "Unable to open pay-ytd.dat, status "
                  WS-YTD-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT QUARTER-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open payroll-quarter.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM READ-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-EOF
                  PERFORM ACCUMULATE-HISTORY-RECORD
                  PERFORM READ-HISTORY-FILE
               END-PERFORM
               PERFORM PRINT-PAY-DATE-SECTION
               PERFORM PRINT-MONTH-SECTION
               PERFORM TIE-TO-YEAR-TO-DATE
            END-IF.
            CLOSE PAY-HISTORY-FILE.
            CLOSE PAY-YTD-FILE.
            CLOSE QUARTER-REPORT-FILE.
            DISPLAY "Payments in quarter : " WS-QTR-PAYMENTS.
            DISPLAY "YTD tax differences : " WS-TIE-DIFF-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-TIE-DIFF-COUNT > 0 OR WS-DATE-OVERFLOW > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-HISTORY-FILE.
            READ PAY-HISTORY-FILE NEXT
               AT END SET WS-HISTORY-EOF TO TRUE
            END-READ.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "PAYROLL WITHHOLDING AND LIABILITY - "
               WS-REPORT-YEAR " QUARTER " WS-REPORT-QUARTER
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "PAY DATES " WS-QUARTER-FROM " TO "
               WS-QUARTER-TO
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.

      *> Every history line paid in the report year counts toward
      *> the year-to-date tie; only those paid inside the quarter
      *> go into the pay-date and month buckets.
       ACCUMULATE-HISTORY-RECORD.
            MOVE PPH-PAY-DATE TO WS-PAY-DATE.
            IF PPH-VOIDED
               MOVE ZEROS TO WS-PAY-DATE
            END-IF.
            IF WS-PAY-DATE-YEAR = WS-REPORT-YEAR
               ADD PPH-DEDUCT-TAX TO WS-HIST-YEAR-TAX
            END-IF.
            IF WS-PAY-DATE NOT < WS-QUARTER-FROM AND
                  WS-PAY-DATE NOT > WS-QUARTER-TO
               ADD 1 TO WS-QTR-PAYMENTS
               ADD PPH-GROSS-PAY TO WS-QTR-GROSS
               ADD PPH-DEDUCT-TAX TO WS-QTR-TAX
               ADD PPH-DEDUCT-INS TO WS-QTR-INS
               ADD PPH-DEDUCT-OTHER TO WS-QTR-OTHER
               ADD PPH-NET-PAY TO WS-QTR-NET
               COMPUTE WS-MONTH-INDEX =
                  WS-PAY-DATE-MONTH - WS-FIRST-MONTH + 1
               ADD 1 TO WS-MT-PAYMENTS(WS-MONTH-INDEX)
               ADD PPH-GROSS-PAY TO WS-MT-GROSS(WS-MONTH-INDEX)
               ADD PPH-DEDUCT-TAX TO WS-MT-TAX(WS-MONTH-INDEX)
               ADD PPH-DEDUCT-INS TO WS-MT-INS(WS-MONTH-INDEX)
               ADD PPH-DEDUCT-OTHER TO WS-MT-OTHER(WS-MONTH-INDEX)
               ADD PPH-NET-PAY TO WS-MT-NET(WS-MONTH-INDEX)
               PERFORM ADD-TO-PAY-DATE
            END-IF.

      *> Find the pay date's bucket, opening a new one in date order
      *> when the date has not been seen yet.
       ADD-TO-PAY-DATE.
            MOVE "N" TO WS-DATE-FOUND-FLAG.
            PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1
                  UNTIL WS-DATE-INDEX > WS-DATE-COUNT OR
                     WS-DT-PAY-DATE(WS-DATE-INDEX) NOT < WS-PAY-DATE
               CONTINUE
            END-PERFORM.
            IF WS-DATE-INDEX NOT > WS-DATE-COUNT
               IF WS-DT-PAY-DATE(WS-DATE-INDEX) = WS-PAY-DATE
                  SET WS-DATE-FOUND TO TRUE
               END-IF
            END-IF.
            IF NOT WS-DATE-FOUND
               IF WS-DATE-COUNT NOT < WS-DATE-MAX
                  ADD 1 TO WS-DATE-OVERFLOW
                  DISPLAY "More than " WS-DATE-MAX
                     " pay dates in the quarter - " WS-PAY-DATE
                     " left out of the pay-date section"
               ELSE
                  PERFORM OPEN-PAY-DATE-ENTRY
                  SET WS-DATE-FOUND TO TRUE
               END-IF
            END-IF.
            IF WS-DATE-FOUND
               IF WS-DT-LAST-EMPLOYEE(WS-DATE-INDEX) NOT =
                     PPH-EMPLOYEE-ID
                  ADD 1 TO WS-DT-EMPLOYEES(WS-DATE-INDEX)
                  MOVE PPH-EMPLOYEE-ID TO
                     WS-DT-LAST-EMPLOYEE(WS-DATE-INDEX)
               END-IF
               ADD PPH-GROSS-PAY TO WS-DT-GROSS(WS-DATE-INDEX)
               ADD PPH-DEDUCT-TAX TO WS-DT-TAX(WS-DATE-INDEX)
               ADD PPH-DEDUCT-INS TO WS-DT-INS(WS-DATE-INDEX)
               ADD PPH-DEDUCT-OTHER TO WS-DT-OTHER(WS-DATE-INDEX)
               ADD PPH-NET-PAY TO WS-DT-NET(WS-DATE-INDEX)
            END-IF.

      *> Shift the later dates down one slot and start an empty
      *> bucket at WS-DATE-INDEX.
       OPEN-PAY-DATE-ENTRY.
            PERFORM VARYING WS-DATE-SHIFT FROM WS-DATE-COUNT BY -1
                  UNTIL WS-DATE-SHIFT < WS-DATE-INDEX
               MOVE WS-DATE-ENTRY(WS-DATE-SHIFT) TO
                  WS-DATE-ENTRY(WS-DATE-SHIFT + 1)
            END-PERFORM.
            ADD 1 TO WS-DATE-COUNT.
            INITIALIZE WS-DATE-ENTRY(WS-DATE-INDEX).
            MOVE WS-PAY-DATE TO WS-DT-PAY-DATE(WS-DATE-INDEX).

       PRINT-PAY-DATE-SECTION.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE "BY PAY DATE" TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            PERFORM WRITE-COLUMN-HEADING.
            IF WS-DATE-COUNT = 0
               MOVE "  NO PAY DATES IN THE QUARTER"
                  TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
            END-IF.
            PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1
                  UNTIL WS-DATE-INDEX > WS-DATE-COUNT
               MOVE SPACES TO WS-AL-LABEL
               STRING "  PAID " WS-DT-PAY-DATE(WS-DATE-INDEX)
                  DELIMITED BY SIZE INTO WS-AL-LABEL
               MOVE WS-DT-EMPLOYEES(WS-DATE-INDEX) TO WS-AL-COUNT
               MOVE WS-DT-GROSS(WS-DATE-INDEX) TO WS-AL-GROSS
               MOVE WS-DT-TAX(WS-DATE-INDEX) TO WS-AL-TAX
               MOVE WS-DT-INS(WS-DATE-INDEX) TO WS-AL-INS
               MOVE WS-DT-OTHER(WS-DATE-INDEX) TO WS-AL-OTHER
               MOVE WS-DT-NET(WS-DATE-INDEX) TO WS-AL-NET
               MOVE WS-AMOUNT-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
            END-PERFORM.

       PRINT-MONTH-SECTION.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE "BY MONTH" TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            PERFORM WRITE-COLUMN-HEADING.
            PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                  UNTIL WS-MONTH-INDEX > 3
               MOVE SPACES TO WS-AL-LABEL
               COMPUTE WS-PAY-DATE = WS-REPORT-YEAR * 10000
                  + (WS-FIRST-MONTH + WS-MONTH-INDEX - 1) * 100
               STRING "  MONTH " WS-PAY-DATE(1:6)
                  DELIMITED BY SIZE INTO WS-AL-LABEL
               MOVE WS-MT-PAYMENTS(WS-MONTH-INDEX) TO WS-AL-COUNT
               MOVE WS-MT-GROSS(WS-MONTH-INDEX) TO WS-AL-GROSS
               MOVE WS-MT-TAX(WS-MONTH-INDEX) TO WS-AL-TAX
               MOVE WS-MT-INS(WS-MONTH-INDEX) TO WS-AL-INS
               MOVE WS-MT-OTHER(WS-MONTH-INDEX) TO WS-AL-OTHER
               MOVE WS-MT-NET(WS-MONTH-INDEX) TO WS-AL-NET
               MOVE WS-AMOUNT-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
            END-PERFORM.
            MOVE "QUARTER TOTAL" TO WS-AL-LABEL.
            MOVE WS-QTR-PAYMENTS TO WS-AL-COUNT.
            MOVE WS-QTR-GROSS TO WS-AL-GROSS.
            MOVE WS-QTR-TAX TO WS-AL-TAX.
            MOVE WS-QTR-INS TO WS-AL-INS.
            MOVE WS-QTR-OTHER TO WS-AL-OTHER.
            MOVE WS-QTR-NET TO WS-AL-NET.
            MOVE WS-AMOUNT-LINE TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE WS-QTR-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "TAX WITHHELD FOR THE QUARTER "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.

      *> The count column is employees paid on a pay-date line and
      *> payments made on a month line.
       WRITE-COLUMN-HEADING.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "                         COUNT          GROSS"
               "            TAX      INSURANCE          OTHER"
               "            NET"
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.

      *> Walk the YTD file; for each record carrying the report year
      *> add up that employee's history tax for the year and list
      *> any employee whose two figures differ. History tax for
      *> employees with no YTD record for the year is what is left
      *> of the history total once the tied employees are taken
      *> out, and is flagged as one line.
       TIE-TO-YEAR-TO-DATE.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "TAX WITHHELD TIED TO YEAR-TO-DATE - YEAR "
               WS-REPORT-YEAR
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "  EMPLOYEE   HISTORY TAX        YTD TAX"
               "       DIFFERENCE"
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            PERFORM READ-YTD-FILE.
            PERFORM UNTIL WS-EOF
               IF YTD-YEAR = WS-REPORT-YEAR
                  PERFORM TIE-ONE-EMPLOYEE
               END-IF
               PERFORM READ-YTD-FILE
            END-PERFORM.
            IF WS-YTD-CHECKED = 0
               MOVE SPACES TO QUARTER-REPORT-LINE
               STRING "  PAY-YTD.DAT HOLDS NO RECORDS FOR "
                  WS-REPORT-YEAR " - THE TAX CANNOT BE TIED"
                  DELIMITED BY SIZE INTO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
               ADD 1 TO WS-TIE-DIFF-COUNT
            END-IF.
            IF WS-HIST-YEAR-TAX NOT = WS-HIST-TIED-TAX
               COMPUTE WS-TAX-DIFFERENCE =
                  WS-HIST-YEAR-TAX - WS-HIST-TIED-TAX
               MOVE SPACES TO WS-TL-EMPLOYEE
               MOVE WS-TAX-DIFFERENCE TO WS-TL-HIST
               MOVE ZERO TO WS-TL-YTD
               MOVE WS-TAX-DIFFERENCE TO WS-TL-DIFF
               MOVE "** HISTORY WITH NO YTD RECORD" TO WS-TL-NOTE
               MOVE WS-TIE-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
               ADD 1 TO WS-TIE-DIFF-COUNT
            END-IF.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "  YTD RECORDS CHECKED " WS-YTD-CHECKED
               "   DIFFERENCES " WS-TIE-DIFF-COUNT
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE WS-HIST-YEAR-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "  HISTORY TAX FOR YEAR " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE WS-YTD-YEAR-TAX TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            STRING "  YTD TAX FOR YEAR     " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-LINE.
            WRITE QUARTER-REPORT-LINE.
            MOVE SPACES TO QUARTER-REPORT-LINE.
            IF WS-TIE-DIFF-COUNT = 0
               MOVE "  TAX WITHHELD TIES TO YEAR-TO-DATE"
                  TO QUARTER-REPORT-LINE
            ELSE
               MOVE "  ** TAX WITHHELD DOES NOT TIE - RESOLVE FIRST"
                  TO QUARTER-REPORT-LINE
            END-IF.
            WRITE QUARTER-REPORT-LINE.

       READ-YTD-FILE.
            READ PAY-YTD-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       TIE-ONE-EMPLOYEE.
            ADD 1 TO WS-YTD-CHECKED.
            ADD YTD-DEDUCT-TAX TO WS-YTD-YEAR-TAX.
            MOVE ZEROS TO WS-EMP-HIST-TAX.
            MOVE "N" TO WS-HISTORY-EOF-SWITCH.
            MOVE YTD-EMPLOYEE-ID TO PPH-EMPLOYEE-ID.
            MOVE ZERO TO PPH-PERIOD-NUMBER.
            MOVE ZERO TO PPH-RUN-SEQ.
            START PAY-HISTORY-FILE KEY NOT < PPH-KEY
               INVALID KEY SET WS-HISTORY-EOF TO TRUE
            END-START.
            IF NOT WS-HISTORY-EOF
               PERFORM READ-HISTORY-FILE
            END-IF.
            PERFORM UNTIL WS-HISTORY-EOF OR
                  PPH-EMPLOYEE-ID NOT = YTD-EMPLOYEE-ID
               MOVE PPH-PAY-DATE TO WS-PAY-DATE
               IF WS-PAY-DATE-YEAR = WS-REPORT-YEAR AND
                     NOT PPH-VOIDED
                  ADD PPH-DEDUCT-TAX TO WS-EMP-HIST-TAX
               END-IF
               PERFORM READ-HISTORY-FILE
            END-PERFORM.
            ADD WS-EMP-HIST-TAX TO WS-HIST-TIED-TAX.
            IF WS-EMP-HIST-TAX NOT = YTD-DEDUCT-TAX
               ADD 1 TO WS-TIE-DIFF-COUNT
               COMPUTE WS-TAX-DIFFERENCE =
                  WS-EMP-HIST-TAX - YTD-DEDUCT-TAX
               MOVE YTD-EMPLOYEE-ID TO WS-TL-EMPLOYEE
               MOVE WS-EMP-HIST-TAX TO WS-TL-HIST
               MOVE YTD-DEDUCT-TAX TO WS-TL-YTD
               MOVE WS-TAX-DIFFERENCE TO WS-TL-DIFF
               IF WS-EMP-HIST-TAX = 0
                  MOVE "** NO PAY HISTORY FOR YEAR" TO WS-TL-NOTE
               ELSE
                  MOVE "** DOES NOT TIE" TO WS-TL-NOTE
               END-IF
               MOVE WS-TIE-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
            END-IF.
       END PROGRAM PAYROLL-QUARTER-REPORT.
