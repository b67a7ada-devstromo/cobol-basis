      *> Pre-run period check for the payroll job stream. Looks the
      *> pay calendar over before PAY-RUN is allowed to start, so a
      *> stream that cannot pay cleanly stops at its first step
      *> instead of halfway through the extracts:
      *>  - exactly one period open (none, or more than one, posts
      *>    8 - the same refusal PAY-RUN would give, but before any
      *>    pay step runs);
      *>  - an earlier period still only scheduled (neither posted
      *>    nor closed) is a skipped cycle and posts 4;
      *>  - an open period that ends after today is being paid early
      *>    and posts 4;
      *>  - every pay-master employee without a timesheet for the
      *>    open period is listed, since PAY-RUN pays them on default
      *>    hours, and posts 4.
      *> Reads only - the calendar is stamped by PAY-RUN itself.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-PERIOD-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
               SELECT OPTIONAL TIMESHEET-FILE
               ASSIGN TO "timesheet.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-EMPLOYEE-ID
               FILE STATUS IS WS-TIMESHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  TIMESHEET-FILE.
           COPY TIMESHEET-REC.
       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-TIMESHEET-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPEN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-OPEN-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SCHEDULED-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-TIMESHEET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       01 WS-HAD-WARNING-FLAG PIC X VALUE "N".
           88 WS-HAD-WARNING VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM CHECK-PAY-CALENDAR.
            IF NOT WS-HAD-ISSUE
               PERFORM CHECK-TIMESHEETS
            END-IF.
            DISPLAY "Pay Period Check".
            DISPLAY "Open period       : " WS-OPEN-PERIOD.
            DISPLAY "Period end date   : " WS-OPEN-PERIOD-END.
            DISPLAY "Open periods found: " WS-OPEN-COUNT.
            DISPLAY "Skipped periods   : " WS-SKIPPED-COUNT.
            DISPLAY "Pay-master records: " WS-EMPLOYEE-COUNT.
            DISPLAY "No timesheet      : " WS-NO-TIMESHEET-COUNT.
            IF WS-HAD-ISSUE
               DISPLAY "PAY PERIOD CHECK FAILED - DO NOT RUN PAYROLL"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-HAD-WARNING
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> A scheduled period is only a skipped cycle when it comes
      *> before the open one; later ones are simply not due yet.
       CHECK-PAY-CALENDAR.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay calendar file, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF CAL-OPEN
                        ADD 1 TO WS-OPEN-COUNT
                        MOVE CAL-PERIOD-NUMBER TO WS-OPEN-PERIOD
                        MOVE CAL-PERIOD-END-DATE
                           TO WS-OPEN-PERIOD-END
                     END-IF
                     IF CAL-SCHEDULED AND WS-OPEN-COUNT = 0
                        ADD 1 TO WS-SKIPPED-COUNT
                        MOVE CAL-PERIOD-NUMBER
                           TO WS-SCHEDULED-PERIOD
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE PAY-CALENDAR-FILE.
            IF WS-OPEN-COUNT = 0
               DISPLAY "No pay period is open on the calendar - "
                  "nothing to pay."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-OPEN-COUNT > 1
               DISPLAY "More than one pay period is open - close "
                  "all but one through the pay calendar maintenance."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-SKIPPED-COUNT > 0
               DISPLAY "Earlier period " WS-SCHEDULED-PERIOD
                  " was never run or closed - " WS-SKIPPED-COUNT
                  " period(s) skipped."
               SET WS-HAD-WARNING TO TRUE
            END-IF.
            IF WS-OPEN-PERIOD-END > WS-TODAY-DATE
               DISPLAY "Period " WS-OPEN-PERIOD " ends "
                  WS-OPEN-PERIOD-END " - paying ahead of period end."
               SET WS-HAD-WARNING TO TRUE
            END-IF.

       CHECK-TIMESHEETS.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               DISPLAY "Unable to open pay master file, status "
                  WS-PAY-MASTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS NOT = "00" AND
                  WS-TIMESHEET-STATUS NOT = "05"
               DISPLAY "Unable to open timesheet file, status "
                  WS-TIMESHEET-STATUS
               SET WS-HAD-ISSUE TO TRUE
               CLOSE PAY-MASTER-FILE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ PAY-MASTER-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-EMPLOYEE-COUNT
                     PERFORM CHECK-ONE-TIMESHEET
               END-READ
            END-PERFORM.
            CLOSE PAY-MASTER-FILE.
            CLOSE TIMESHEET-FILE.
            IF WS-NO-TIMESHEET-COUNT > 0
               SET WS-HAD-WARNING TO TRUE
            END-IF.

      *> A timesheet left from an earlier period counts as none, the
      *> same rule PAY-RUN applies.
       CHECK-ONE-TIMESHEET.
            MOVE PAY-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
            READ TIMESHEET-FILE
               INVALID KEY
                  MOVE ZERO TO TS-PERIOD-NUMBER
            END-READ.
            IF TS-PERIOD-NUMBER NOT = WS-OPEN-PERIOD
               ADD 1 TO WS-NO-TIMESHEET-COUNT
               DISPLAY "No timesheet for period " WS-OPEN-PERIOD
                  ": " PAY-EMPLOYEE-ID " (default hours)"
            END-IF.
       END PROGRAM PAY-PERIOD-CHECK.
