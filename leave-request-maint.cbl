      *> Leave requests ahead of time: the same console transaction
      *> loop the other masters use, behind operator sign-on with
      *> every change logged through MAINT-TRANS-WRITE.
      *> R)equest books future leave for an employee (blank = the
      *> signed-on operator) under the next request number. The
      *> first day may not be in the past, the dates must not
      *> overlap another live request of the same employee, and the
      *> hours must fit the balance projected to the first day:
      *> the leave ledger as it stands, plus the accrual
      *> LEAVE-ACCRUAL-RUN will credit for every pay period still to
      *> accrue that ends before the first day (the same rates by
      *> service band), less the hours of the employee's other
      *> pending and approved requests of the same type starting
      *> on or before it.
      *> D)ecide approves or rejects a pending request. The decider
      *> is the employee's manager on the reporting line or a level
      *> 3 supervisor, never the employee; an approval re-checks the
      *> projection. C)ancel withdraws a request not yet posted.
      *> L)ist shows the pending and approved requests.
      *> Approved requests reach the ledger through the nightly
      *> LEAVE-REQUEST-POST once their last day has passed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-REQUEST-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEAVE-REQUEST-FILE
               ASSIGN TO "leave-request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-NUMBER
               FILE STATUS IS WS-REQUEST-STATUS.
               SELECT OPTIONAL LEAVE-LEDGER-FILE
               ASSIGN TO "leave-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIOD-NUMBER
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LEAVE-REQUEST-REC.
       FD  LEAVE-LEDGER-FILE.
           COPY LEAVE-LEDGER-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-CALENDAR-FILE.
           COPY PAY-CALENDAR-REC.
       WORKING-STORAGE SECTION.
           01 WS-REQUEST-STATUS PIC XX VALUE "00".
           01 WS-LEDGER-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-CALENDAR-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-REQUEST-TRANS VALUE "R".
              88 WS-DECIDE-TRANS  VALUE "D".
              88 WS-CANCEL-TRANS  VALUE "C".
              88 WS-LIST-TRANS    VALUE "L".
              88 WS-EXIT-TRANS    VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-REQUEST-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-NEXT-REQUEST PIC 9(6) VALUE ZERO.
           01 WS-NEW-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-NEW-TYPE PIC X VALUE SPACE.
              88 WS-NEW-VALID-TYPE VALUE "V" "S".
           01 WS-NEW-START PIC X(8) VALUE SPACES.
           01 WS-NEW-END PIC X(8) VALUE SPACES.
           01 WS-NEW-HOURS PIC 9(3)V99 VALUE ZEROS.
           01 WS-DECISION PIC X VALUE SPACE.
              88 WS-APPROVE VALUE "A".
              88 WS-REJECT  VALUE "R".
           01 WS-NEW-NOTE PIC X(40) VALUE SPACES.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
      *> the projection, for one employee, type and first day
           01 WS-PROJECT-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-PROJECT-TYPE PIC X VALUE SPACE.
           01 WS-PROJECT-DATE PIC 9(8) VALUE ZERO.
           01 WS-PROJECT-EXCLUDE PIC 9(6) VALUE ZERO.
           01 WS-PROJECTED-BALANCE PIC S9(5)V99 VALUE ZEROS.
           01 WS-PROJECT-PERIODS PIC 9(3) VALUE ZERO.
           01 WS-COMMITTED-HOURS PIC 9(5)V99 VALUE ZEROS.
           01 WS-PROJECT-OK-FLAG PIC X VALUE "N".
              88 WS-PROJECT-OK VALUE "Y".
           01 WS-HIRE-DATE-NUM PIC 9(8) VALUE ZERO.
           01 WS-TENURE-DAYS PIC S9(7) VALUE ZERO.
           01 WS-TENURE-YEARS PIC 9(3) VALUE ZERO.
           01 WS-SERVICE-BAND PIC 9 VALUE 1.
           COPY LEAVE-ACCRUAL-RATES.
           01 WS-OVERLAP-FLAG PIC X VALUE "N".
              88 WS-OVERLAP-FOUND VALUE "Y".
           01 WS-SAVE-REQUEST PIC X(120) VALUE SPACES.
           01 WS-SHOW-HOURS PIC ZZ9.99.
           01 WS-SHOW-BALANCE PIC -ZZZZ9.99.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
              88 WS-CAL-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "LEAVE-REQ".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Leave requests require sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O LEAVE-REQUEST-FILE.
            IF WS-REQUEST-STATUS NOT = "00" AND
                  WS-REQUEST-STATUS NOT = "05"
               DISPLAY "Unable to open leave-request.dat, status "
                  WS-REQUEST-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT LEAVE-LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00" AND WS-LEDGER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open leave-ledger.dat, status "
                  WS-LEDGER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CALENDAR-STATUS NOT = "00" AND
                  WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "Unable to open pay-calendar.dat, status "
                  WS-CALENDAR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE LEAVE-REQUEST-FILE LEAVE-LEDGER-FILE EMPLOYEE-FILE
               PAY-CALENDAR-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            EVALUATE TRUE
               WHEN WS-REQUEST-TRANS
                  PERFORM ACCEPT-REQUEST-DATA
                  PERFORM VALIDATE-REQUEST-DATA
                  IF WS-INPUT-VALID
                     PERFORM ADD-REQUEST
                  ELSE
                     PERFORM REPORT-INVALID-DATA
                  END-IF
               WHEN WS-DECIDE-TRANS
                  PERFORM DECIDE-REQUEST
               WHEN WS-CANCEL-TRANS
                  PERFORM CANCEL-REQUEST
               WHEN WS-LIST-TRANS
                  PERFORM LIST-LIVE-REQUESTS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Leave Requests - R)equest D)ecide C)ancel "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       REPORT-INVALID-DATA.
            DISPLAY "Invalid leave request, transaction ignored.".
            SET WS-HAD-ISSUE TO TRUE.

       ACCEPT-REQUEST-DATA.
            MOVE SPACES TO WS-NEW-EMPLOYEE WS-NEW-TYPE WS-NEW-START
               WS-NEW-END.
            MOVE ZEROS TO WS-NEW-HOURS.
            DISPLAY "Employee ID (blank = yourself):".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Leave type - V)acation S)ick:".
            ACCEPT WS-NEW-TYPE.
            DISPLAY "First day off (YYYYMMDD):".
            ACCEPT WS-NEW-START.
            DISPLAY "Last day off (YYYYMMDD, blank = same day):".
            ACCEPT WS-NEW-END.
            DISPLAY "Hours of leave:".
            ACCEPT WS-NEW-HOURS.

       VALIDATE-REQUEST-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-EMPLOYEE = SPACES
               MOVE WS-SIGNON-USER-ID TO WS-NEW-EMPLOYEE
            END-IF.
            MOVE WS-NEW-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-NEW-EMPLOYEE " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT EMPLOYEE-ACTIVE
                     DISPLAY "Employee " WS-NEW-EMPLOYEE
                        " is not active."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            IF NOT WS-NEW-VALID-TYPE
               DISPLAY "Leave type must be V or S."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-END = SPACES
               MOVE WS-NEW-START TO WS-NEW-END
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-START
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid first day " WS-NEW-START "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-END
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid last day " WS-NEW-END "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-HOURS = 0
               DISPLAY "Hours of leave must not be zero."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-START < WS-TODAY-DATE
               DISPLAY "Leave already taken is recorded through "
                  "leave entry, not requested."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-END < WS-NEW-START
               DISPLAY "Last day falls before the first day."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            PERFORM CHECK-OVERLAP.
            IF WS-OVERLAP-FOUND
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-EMPLOYEE TO WS-PROJECT-EMPLOYEE.
            MOVE WS-NEW-TYPE TO WS-PROJECT-TYPE.
            MOVE WS-NEW-START TO WS-PROJECT-DATE.
            MOVE ZERO TO WS-PROJECT-EXCLUDE.
            PERFORM PROJECT-BALANCE.
            IF NOT WS-PROJECT-OK
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-HOURS > WS-PROJECTED-BALANCE
               MOVE WS-NEW-HOURS TO WS-SHOW-HOURS
               DISPLAY "Request for " WS-SHOW-HOURS
                  " hours exceeds the projected balance."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> Another pending, approved or taken request of the same
      *> employee whose days touch the new ones.
       CHECK-OVERLAP.
            MOVE "N" TO WS-OVERLAP-FLAG.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO LR-NUMBER.
            START LEAVE-REQUEST-FILE KEY NOT < LR-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ LEAVE-REQUEST-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND
                     LR-EMPLOYEE-ID = WS-NEW-EMPLOYEE AND
                     (LR-OUTSTANDING OR LR-TAKEN) AND
                     LR-START-DATE NOT > WS-NEW-END AND
                     LR-END-DATE NOT < WS-NEW-START
                  DISPLAY "Overlaps request " LR-NUMBER " ("
                     LR-START-DATE " to " LR-END-DATE ")."
                  SET WS-OVERLAP-FOUND TO TRUE
               END-IF
            END-PERFORM.

      *> Balance projected to WS-PROJECT-DATE; see the program
      *> heading. WS-PROJECT-EXCLUDE keeps a request being decided
      *> out of its own commitments.
       PROJECT-BALANCE.
            MOVE "N" TO WS-PROJECT-OK-FLAG.
            MOVE ZEROS TO WS-PROJECTED-BALANCE WS-PROJECT-PERIODS
               WS-COMMITTED-HOURS.
            MOVE WS-PROJECT-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-PROJECT-EMPLOYEE
                     " not found."
                  EXIT PARAGRAPH
            END-READ.
            MOVE WS-PROJECT-EMPLOYEE TO LV-EMPLOYEE-ID.
            READ LEAVE-LEDGER-FILE
               INVALID KEY
                  DISPLAY "No leave ledger for " WS-PROJECT-EMPLOYEE
                     " - the accrual run creates ledger records."
                  EXIT PARAGRAPH
            END-READ.
            PERFORM DERIVE-SERVICE-BAND.
            PERFORM COUNT-PERIODS-TO-ACCRUE.
            PERFORM TOTAL-COMMITTED-HOURS.
            IF WS-PROJECT-TYPE = "V"
               COMPUTE WS-PROJECTED-BALANCE = LV-VACATION-BALANCE
                  + WS-PROJECT-PERIODS * WS-VAC-RATE(WS-SERVICE-BAND)
                  - WS-COMMITTED-HOURS
            ELSE
               COMPUTE WS-PROJECTED-BALANCE = LV-SICK-BALANCE
                  + WS-PROJECT-PERIODS * WS-SICK-RATE(WS-SERVICE-BAND)
                  - WS-COMMITTED-HOURS
            END-IF.
            MOVE WS-PROJECTED-BALANCE TO WS-SHOW-BALANCE.
            DISPLAY "Projected balance on " WS-PROJECT-DATE ": "
               WS-SHOW-BALANCE " hours (" WS-PROJECT-PERIODS
               " periods to accrue).".
            SET WS-PROJECT-OK TO TRUE.

      *> Service bands as LEAVE-ACCRUAL-RUN derives them; an
      *> unusable hire date accrues at the first band.
       DERIVE-SERVICE-BAND.
            MOVE 1 TO WS-SERVICE-BAND.
            IF EMPLOYEE-HIRE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF.
            MOVE EMPLOYEE-HIRE-DATE TO WS-HIRE-DATE-NUM.
            CALL "DATE-DIFF-DAYS" USING WS-HIRE-DATE-NUM
               WS-TODAY-DATE WS-TENURE-DAYS.
            IF WS-TENURE-DAYS < 0
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TENURE-YEARS = WS-TENURE-DAYS / 365.
            EVALUATE TRUE
               WHEN WS-TENURE-YEARS < 1
                  MOVE 1 TO WS-SERVICE-BAND
               WHEN WS-TENURE-YEARS <= 5
                  MOVE 2 TO WS-SERVICE-BAND
               WHEN WS-TENURE-YEARS <= 10
                  MOVE 3 TO WS-SERVICE-BAND
               WHEN OTHER
                  MOVE 4 TO WS-SERVICE-BAND
            END-EVALUATE.

      *> Periods after the last one the ledger accrued that end
      *> before the first day off.
       COUNT-PERIODS-TO-ACCRUE.
            MOVE "N" TO WS-CAL-EOF-SWITCH.
            MOVE LV-LAST-ACCRUAL-PERIOD TO CAL-PERIOD-NUMBER.
            START PAY-CALENDAR-FILE KEY > CAL-PERIOD-NUMBER
               INVALID KEY SET WS-CAL-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CAL-EOF
               READ PAY-CALENDAR-FILE NEXT
                  AT END
                     SET WS-CAL-EOF TO TRUE
                  NOT AT END
                     IF CAL-PERIOD-END-DATE < WS-PROJECT-DATE
                        ADD 1 TO WS-PROJECT-PERIODS
                     ELSE
                        SET WS-CAL-EOF TO TRUE
                     END-IF
               END-READ
            END-PERFORM.

       TOTAL-COMMITTED-HOURS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO LR-NUMBER.
            START LEAVE-REQUEST-FILE KEY NOT < LR-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ LEAVE-REQUEST-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND
                     LR-EMPLOYEE-ID = WS-PROJECT-EMPLOYEE AND
                     LR-LEAVE-TYPE = WS-PROJECT-TYPE AND
                     LR-OUTSTANDING AND
                     LR-NUMBER NOT = WS-PROJECT-EXCLUDE AND
                     LR-START-DATE NOT > WS-PROJECT-DATE
                  ADD LR-HOURS TO WS-COMMITTED-HOURS
               END-IF
            END-PERFORM.

       ADD-REQUEST.
            PERFORM FIND-NEXT-REQUEST-NUMBER.
            MOVE SPACES TO LEAVE-REQUEST-RECORD.
            MOVE WS-NEXT-REQUEST TO LR-NUMBER.
            MOVE WS-NEW-EMPLOYEE TO LR-EMPLOYEE-ID.
            MOVE WS-NEW-TYPE TO LR-LEAVE-TYPE.
            MOVE WS-NEW-START TO LR-START-DATE.
            MOVE WS-NEW-END TO LR-END-DATE.
            MOVE WS-NEW-HOURS TO LR-HOURS.
            SET LR-PENDING TO TRUE.
            MOVE WS-TODAY-DATE TO LR-REQUESTED-DATE.
            MOVE WS-SIGNON-USER-ID TO LR-REQUESTED-BY.
            MOVE ZEROS TO LR-DECIDED-DATE LR-POSTED-DATE.
            WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                  DISPLAY "Request " WS-NEXT-REQUEST
                     " could not be added, status "
                     WS-REQUEST-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEXT-REQUEST TO WS-REQUEST-NUMBER
                  DISPLAY "Leave request " WS-NEXT-REQUEST
                     " pending approval."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       FIND-NEXT-REQUEST-NUMBER.
            MOVE ZERO TO WS-NEXT-REQUEST.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO LR-NUMBER.
            START LEAVE-REQUEST-FILE KEY NOT < LR-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ LEAVE-REQUEST-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     MOVE LR-NUMBER TO WS-NEXT-REQUEST
               END-READ
            END-PERFORM.
            ADD 1 TO WS-NEXT-REQUEST.

       DECIDE-REQUEST.
            PERFORM READ-KEYED-REQUEST.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            PERFORM SHOW-REQUEST.
            IF NOT LR-PENDING
               DISPLAY "Request " WS-REQUEST-NUMBER
                  " is not pending."
               EXIT PARAGRAPH
            END-IF.
            IF LR-EMPLOYEE-ID = WS-SIGNON-USER-ID
               DISPLAY "You cannot decide your own leave request."
               EXIT PARAGRAPH
            END-IF.
            MOVE LR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE SPACES TO EMPLOYEE-REPORTS-TO
            END-READ.
            IF EMPLOYEE-REPORTS-TO NOT = WS-SIGNON-USER-ID AND
                  WS-ACCESS-LEVEL < 3
               DISPLAY "Only the employee's manager or a level 3 "
                  "supervisor may decide this request."
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-DECISION WS-NEW-NOTE.
            DISPLAY "A)pprove or R)eject:".
            ACCEPT WS-DECISION.
            DISPLAY "Note (required to reject):".
            ACCEPT WS-NEW-NOTE.
            IF NOT WS-APPROVE AND NOT WS-REJECT
               DISPLAY "Decision must be A or R."
               EXIT PARAGRAPH
            END-IF.
            IF WS-REJECT AND WS-NEW-NOTE = SPACES
               DISPLAY "Give the reason for the rejection."
               EXIT PARAGRAPH
            END-IF.
            IF WS-APPROVE
               MOVE LEAVE-REQUEST-RECORD TO WS-SAVE-REQUEST
               MOVE LR-EMPLOYEE-ID TO WS-PROJECT-EMPLOYEE
               MOVE LR-LEAVE-TYPE TO WS-PROJECT-TYPE
               MOVE LR-START-DATE TO WS-PROJECT-DATE
               MOVE LR-NUMBER TO WS-PROJECT-EXCLUDE
               PERFORM PROJECT-BALANCE
               MOVE WS-SAVE-REQUEST TO LEAVE-REQUEST-RECORD
               IF NOT WS-PROJECT-OK OR
                     LR-HOURS > WS-PROJECTED-BALANCE
                  DISPLAY "The projected balance no longer covers "
                     "this request - reject it or have it resized."
                  EXIT PARAGRAPH
               END-IF
               READ LEAVE-REQUEST-FILE
                  INVALID KEY
                     DISPLAY "Request " WS-REQUEST-NUMBER
                        " not found, status " WS-REQUEST-STATUS
                     SET WS-HAD-ISSUE TO TRUE
                     EXIT PARAGRAPH
               END-READ
               SET LR-APPROVED TO TRUE
            ELSE
               SET LR-REJECTED TO TRUE
            END-IF.
            MOVE WS-SIGNON-USER-ID TO LR-DECIDED-BY.
            MOVE WS-TODAY-DATE TO LR-DECIDED-DATE.
            MOVE WS-NEW-NOTE TO LR-DECISION-NOTE.
            REWRITE LEAVE-REQUEST-RECORD.
            IF LR-APPROVED
               DISPLAY "Request " WS-REQUEST-NUMBER " approved."
            ELSE
               DISPLAY "Request " WS-REQUEST-NUMBER " rejected."
            END-IF.
            PERFORM LOG-MAINT-TRANS.

      *> The employee, their manager or a level 3 supervisor may
      *> withdraw a request until it posts.
       CANCEL-REQUEST.
            PERFORM READ-KEYED-REQUEST.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            PERFORM SHOW-REQUEST.
            IF NOT LR-OUTSTANDING
               DISPLAY "Only a pending or approved request can be "
                  "cancelled."
               EXIT PARAGRAPH
            END-IF.
            MOVE LR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE SPACES TO EMPLOYEE-REPORTS-TO
            END-READ.
            IF LR-EMPLOYEE-ID NOT = WS-SIGNON-USER-ID AND
                  EMPLOYEE-REPORTS-TO NOT = WS-SIGNON-USER-ID AND
                  WS-ACCESS-LEVEL < 3
               DISPLAY "Only the employee, the manager or a level 3 "
                  "supervisor may cancel this request."
               EXIT PARAGRAPH
            END-IF.
            SET LR-CANCELLED TO TRUE.
            REWRITE LEAVE-REQUEST-RECORD.
            DISPLAY "Request " WS-REQUEST-NUMBER " cancelled.".
            PERFORM LOG-MAINT-TRANS.

       READ-KEYED-REQUEST.
            SET WS-INPUT-VALID TO TRUE.
            MOVE ZERO TO WS-REQUEST-NUMBER.
            DISPLAY "Request number:".
            ACCEPT WS-REQUEST-NUMBER.
            MOVE WS-REQUEST-NUMBER TO LR-NUMBER.
            READ LEAVE-REQUEST-FILE
               INVALID KEY
                  DISPLAY "Request " WS-REQUEST-NUMBER
                     " not found, status " WS-REQUEST-STATUS
                  MOVE "N" TO WS-VALID-SWITCH
                  SET WS-HAD-ISSUE TO TRUE
            END-READ.

       SHOW-REQUEST.
            MOVE LR-HOURS TO WS-SHOW-HOURS.
            DISPLAY "Request " LR-NUMBER " employee " LR-EMPLOYEE-ID
               " type " LR-LEAVE-TYPE " " LR-START-DATE " to "
               LR-END-DATE " hours " WS-SHOW-HOURS
               " status " LR-STATUS.
            IF LR-DECIDED-BY NOT = SPACES
               DISPLAY "  Decided " LR-DECIDED-DATE " by "
                  LR-DECIDED-BY ": " LR-DECISION-NOTE
            END-IF.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-REQUEST-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-LIVE-REQUESTS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO LR-NUMBER.
            START LEAVE-REQUEST-FILE KEY NOT < LR-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ LEAVE-REQUEST-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND LR-OUTSTANDING
                  ADD 1 TO WS-LIST-COUNT
                  MOVE LR-HOURS TO WS-SHOW-HOURS
                  DISPLAY "  " LR-NUMBER " " LR-EMPLOYEE-ID " "
                     LR-LEAVE-TYPE " " LR-START-DATE " TO "
                     LR-END-DATE " HRS " WS-SHOW-HOURS " STATUS "
                     LR-STATUS
               END-IF
            END-PERFORM.
            DISPLAY "Pending and approved requests: " WS-LIST-COUNT.
       END PROGRAM LEAVE-REQUEST-MAINT.
