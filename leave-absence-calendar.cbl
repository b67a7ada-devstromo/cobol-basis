      *> Department absence calendar: for a run of weeks (Monday to
      *> Sunday, starting the week of the keyed date), who in each
      *> department is out on leave - every pending, approved or
      *> taken request on leave-request.dat whose days fall in the
      *> week, grouped under the employee's department from the
      *> master. Each department-week with anyone out closes with
      *> the active headcount, the people out on approved or taken
      *> leave (a person counts once however many requests they
      *> have), the people with requests still pending, and the
      *> headcount left at work. Against the minimum on
      *> dept-staffing.dat the line is flagged BELOW MINIMUM when
      *> approved absences take the department under it, and
      *> PENDING WOULD BREACH when approving what is pending would.
      *> The requests are SORTed by department/week/employee the
      *> way CALC-LOG-RECONCILE sorts its log, the input procedure
      *> releasing one record per week a request touches. Written
      *> to absence-calendar.rpt; completion code 4 when any week is
      *> below minimum.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-ABSENCE-CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEAVE-REQUEST-FILE
               ASSIGN TO "leave-request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-NUMBER
               FILE STATUS IS WS-REQUEST-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL DEPT-STAFFING-FILE
               ASSIGN TO "dept-staffing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFING-STATUS.
               SELECT CALENDAR-REPORT-FILE
               ASSIGN TO "absence-calendar.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "absence-calendar.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LEAVE-REQUEST-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  DEPT-STAFFING-FILE.
           COPY DEPT-STAFFING-REC.
       FD  CALENDAR-REPORT-FILE.
       01  CALENDAR-REPORT-LINE PIC X(120).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-DEPT-CODE   PIC X(20).
           05 SW-WEEK-START  PIC 9(8).
           05 SW-EMPLOYEE-ID PIC X(6).
           05 SW-NAME        PIC X(15).
           05 SW-NUMBER      PIC 9(6).
           05 SW-LEAVE-TYPE  PIC X.
           05 SW-STATUS      PIC X.
              88 SW-OUT      VALUE "A" "T".
           05 SW-START-DATE  PIC 9(8).
           05 SW-END-DATE    PIC 9(8).
           05 SW-HOURS       PIC 9(3)V99.
       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-STAFFING-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RELEASE-EOF-SWITCH PIC X VALUE "N".
           88 WS-RELEASE-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-FIRST-DATE PIC X(8) VALUE SPACES.
       01 WS-FIRST-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-WEEKS-ENTERED PIC X(2) VALUE SPACES.
       01 WS-WEEK-COUNT PIC 99 VALUE 8.
       01 WS-DAY-NUMBER PIC 9 VALUE ZERO.
       01 WS-DAYS-OFFSET PIC S9(5) VALUE ZERO.
      *> the Monday and Sunday of each week reported
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 26 TIMES.
              10 WS-WK-START PIC 9(8).
              10 WS-WK-END   PIC 9(8).
       01 WS-WEEK-INDEX PIC 99 VALUE ZERO.
       01 WS-RANGE-START PIC 9(8) VALUE ZERO.
       01 WS-RANGE-END PIC 9(8) VALUE ZERO.
      *> active headcount and minimum per department
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE    PIC X(20).
              10 WS-DT-STAFF   PIC 9(4).
              10 WS-DT-MINIMUM PIC 9(3).
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-WORK-DEPT PIC X(20) VALUE SPACES.
      *> control-break state for the sorted absences
       01 WS-FIRST-RECORD-SWITCH PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y".
       01 WS-PRIOR-DEPT PIC X(20) VALUE SPACES.
       01 WS-PRIOR-WEEK PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-EMPLOYEE PIC X(6) VALUE SPACES.
       01 WS-PERSON-OUT-FLAG PIC X VALUE "N".
           88 WS-PERSON-OUT VALUE "Y".
       01 WS-PERSON-PENDING-FLAG PIC X VALUE "N".
           88 WS-PERSON-PENDING VALUE "Y".
       01 WS-WEEK-OUT PIC 9(4) VALUE ZERO.
       01 WS-WEEK-PENDING PIC 9(4) VALUE ZERO.
       01 WS-ON-DUTY PIC S9(4) VALUE ZERO.
       01 WS-IF-APPROVED PIC S9(4) VALUE ZERO.
       01 WS-SHOW-STAFF PIC ZZZ9.
       01 WS-SHOW-OUT PIC ZZZ9.
       01 WS-SHOW-PENDING PIC ZZZ9.
       01 WS-SHOW-ON-DUTY PIC -ZZZ9.
       01 WS-SHOW-MINIMUM PIC ZZ9.
       01 WS-SHOW-HOURS PIC ZZ9.99.
       01 WS-WARNING PIC X(24) VALUE SPACES.
       01 WS-REQUEST-READ PIC 9(6) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WEEKS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AT-RISK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "First week (YYYYMMDD, blank = this week):".
            ACCEPT WS-FIRST-DATE.
            IF WS-FIRST-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FIRST-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-FIRST-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid date " WS-FIRST-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "Number of weeks (blank = 8, at most 26):".
            ACCEPT WS-WEEKS-ENTERED.
            IF WS-WEEKS-ENTERED NOT = SPACES
               IF FUNCTION TRIM(WS-WEEKS-ENTERED) IS NOT NUMERIC
                  DISPLAY "Invalid number of weeks "
                     WS-WEEKS-ENTERED "."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-WEEKS-ENTERED)
                  TO WS-WEEK-COUNT
            END-IF.
            IF WS-WEEK-COUNT = 0 OR WS-WEEK-COUNT > 26
               DISPLAY "Number of weeks must be 1 to 26."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM BUILD-WEEK-TABLE.
            INITIALIZE WS-DEPT-TABLE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CALENDAR-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open absence-calendar.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM COUNT-DEPARTMENT-STAFF
               PERFORM LOAD-STAFFING-MINIMUMS
               PERFORM WRITE-REPORT-HEADING
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-DEPT-CODE SW-WEEK-START
                     SW-EMPLOYEE-ID SW-START-DATE
                  INPUT PROCEDURE IS RELEASE-WEEK-ABSENCES
                  OUTPUT PROCEDURE IS WRITE-CALENDAR-LINES
               IF WS-WEEKS-LISTED = 0
                  MOVE "NO ABSENCES IN THESE WEEKS"
                     TO CALENDAR-REPORT-LINE
                  WRITE CALENDAR-REPORT-LINE
               END-IF
            END-IF.
            CLOSE EMPLOYEE-FILE CALENDAR-REPORT-FILE.
            DISPLAY "Absence Calendar - " WS-WEEK-COUNT
               " weeks from " WS-RANGE-START.
            DISPLAY "Requests read       : " WS-REQUEST-READ.
            DISPLAY "Department-weeks    : " WS-WEEKS-LISTED.
            DISPLAY "Below minimum       : " WS-BELOW-COUNT.
            DISPLAY "Pending would breach: " WS-AT-RISK-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-BELOW-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> Back the keyed date up to its Monday, then lay the weeks
      *> out seven days apart.
       BUILD-WEEK-TABLE.
            MOVE WS-FIRST-DATE TO WS-FIRST-DATE-NUM.
            CALL "DATE-WEEKDAY" USING WS-FIRST-DATE-NUM
               WS-DAY-NUMBER.
            COMPUTE WS-DAYS-OFFSET = 1 - WS-DAY-NUMBER.
            CALL "DATE-ADD-DAYS" USING WS-FIRST-DATE-NUM
               WS-DAYS-OFFSET WS-RANGE-START.
            PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                  UNTIL WS-WEEK-INDEX > WS-WEEK-COUNT
               COMPUTE WS-DAYS-OFFSET = (WS-WEEK-INDEX - 1) * 7
               CALL "DATE-ADD-DAYS" USING WS-RANGE-START
                  WS-DAYS-OFFSET WS-WK-START(WS-WEEK-INDEX)
               COMPUTE WS-DAYS-OFFSET = WS-DAYS-OFFSET + 6
               CALL "DATE-ADD-DAYS" USING WS-RANGE-START
                  WS-DAYS-OFFSET WS-WK-END(WS-WEEK-INDEX)
            END-PERFORM.
            MOVE WS-WK-END(WS-WEEK-COUNT) TO WS-RANGE-END.

       COUNT-DEPARTMENT-STAFF.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO EMPLOYEE-ID.
            START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF EMPLOYEE-ACTIVE
                        MOVE EMPLOYEE-DEPARTMENT TO WS-WORK-DEPT
                        PERFORM FIND-OR-ADD-DEPT
                        IF WS-DEPT-HIT > 0
                           ADD 1 TO WS-DT-STAFF(WS-DEPT-HIT)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       LOAD-STAFFING-MINIMUMS.
            OPEN INPUT DEPT-STAFFING-FILE.
            IF WS-STAFFING-STATUS NOT = "00" AND
                  WS-STAFFING-STATUS NOT = "05"
               DISPLAY "No dept-staffing.dat - no minimums checked."
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ DEPT-STAFFING-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     MOVE DS-DEPT-CODE TO WS-WORK-DEPT
                     PERFORM FIND-OR-ADD-DEPT
                     IF WS-DEPT-HIT > 0
                        MOVE DS-MINIMUM-STAFF
                           TO WS-DT-MINIMUM(WS-DEPT-HIT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE DEPT-STAFFING-FILE.

       FIND-OR-ADD-DEPT.
            MOVE ZERO TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = WS-WORK-DEPT
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-WORK-DEPT TO WS-DT-CODE(WS-DEPT-HIT)
            END-IF.
            IF WS-DEPT-HIT = 0
               DISPLAY "More than 50 departments - "
                  WS-WORK-DEPT " left out."
            END-IF.

       RELEASE-WEEK-ABSENCES.
            OPEN INPUT LEAVE-REQUEST-FILE.
            IF WS-REQUEST-STATUS NOT = "00" AND
                  WS-REQUEST-STATUS NOT = "05"
               DISPLAY "Unable to open leave-request.dat, status "
                  WS-REQUEST-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-RELEASE-EOF-SWITCH.
            PERFORM UNTIL WS-RELEASE-EOF
               READ LEAVE-REQUEST-FILE NEXT
                  AT END
                     SET WS-RELEASE-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-REQUEST-READ
                     IF (LR-OUTSTANDING OR LR-TAKEN) AND
                           LR-START-DATE NOT > WS-RANGE-END AND
                           LR-END-DATE NOT < WS-RANGE-START
                        PERFORM RELEASE-ONE-REQUEST
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LEAVE-REQUEST-FILE.

       RELEASE-ONE-REQUEST.
            MOVE SPACES TO SORT-WORK-RECORD.
            MOVE LR-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "(NOT ON MASTER)" TO SW-NAME
               NOT INVALID KEY
                  MOVE EMPLOYEE-DEPARTMENT TO SW-DEPT-CODE
                  MOVE NameValue TO SW-NAME
            END-READ.
            MOVE LR-EMPLOYEE-ID TO SW-EMPLOYEE-ID.
            MOVE LR-NUMBER TO SW-NUMBER.
            MOVE LR-LEAVE-TYPE TO SW-LEAVE-TYPE.
            MOVE LR-STATUS TO SW-STATUS.
            MOVE LR-START-DATE TO SW-START-DATE.
            MOVE LR-END-DATE TO SW-END-DATE.
            MOVE LR-HOURS TO SW-HOURS.
            PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                  UNTIL WS-WEEK-INDEX > WS-WEEK-COUNT
               IF LR-START-DATE NOT > WS-WK-END(WS-WEEK-INDEX) AND
                     LR-END-DATE NOT < WS-WK-START(WS-WEEK-INDEX)
                  MOVE WS-WK-START(WS-WEEK-INDEX) TO SW-WEEK-START
                  RELEASE SORT-WORK-RECORD
                  ADD 1 TO WS-RELEASED-COUNT
               END-IF
            END-PERFORM.

       WRITE-CALENDAR-LINES.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM RETURN-SORTED-RECORD.
            PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD OR SW-DEPT-CODE NOT = WS-PRIOR-DEPT
                     OR SW-WEEK-START NOT = WS-PRIOR-WEEK
                  IF NOT WS-FIRST-RECORD
                     PERFORM FINISH-ONE-PERSON
                     PERFORM FINISH-ONE-WEEK
                  END-IF
                  IF WS-FIRST-RECORD OR
                        SW-DEPT-CODE NOT = WS-PRIOR-DEPT
                     PERFORM START-DEPARTMENT
                  END-IF
                  PERFORM START-WEEK
               ELSE
                  IF SW-EMPLOYEE-ID NOT = WS-PRIOR-EMPLOYEE
                     PERFORM FINISH-ONE-PERSON
                  END-IF
               END-IF
               PERFORM WRITE-ABSENCE-LINE
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE SW-DEPT-CODE TO WS-PRIOR-DEPT
               MOVE SW-WEEK-START TO WS-PRIOR-WEEK
               MOVE SW-EMPLOYEE-ID TO WS-PRIOR-EMPLOYEE
               PERFORM RETURN-SORTED-RECORD
            END-PERFORM.
            IF NOT WS-FIRST-RECORD
               PERFORM FINISH-ONE-PERSON
               PERFORM FINISH-ONE-WEEK
            END-IF.

       RETURN-SORTED-RECORD.
            RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE SW-DEPT-CODE TO WS-WORK-DEPT.
            PERFORM FIND-OR-ADD-DEPT.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            IF SW-DEPT-CODE = SPACES
               MOVE "DEPARTMENT (NONE ON MASTER)"
                  TO CALENDAR-REPORT-LINE
            ELSE
               STRING "DEPARTMENT " SW-DEPT-CODE
                  DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
            END-IF.
            WRITE CALENDAR-REPORT-LINE.

       START-WEEK.
            MOVE ZERO TO WS-WEEK-OUT WS-WEEK-PENDING.
            MOVE "N" TO WS-PERSON-OUT-FLAG WS-PERSON-PENDING-FLAG.
            ADD 1 TO WS-WEEKS-LISTED.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            STRING "  WEEK OF " SW-WEEK-START
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

       WRITE-ABSENCE-LINE.
            IF SW-OUT
               SET WS-PERSON-OUT TO TRUE
            ELSE
               SET WS-PERSON-PENDING TO TRUE
            END-IF.
            MOVE SW-HOURS TO WS-SHOW-HOURS.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            STRING "    " SW-EMPLOYEE-ID " " SW-NAME " "
               SW-START-DATE " - " SW-END-DATE " TYPE "
               SW-LEAVE-TYPE " STATUS " SW-STATUS " HRS "
               WS-SHOW-HOURS " REQ " SW-NUMBER
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.

      *> A person out on approved leave any day of the week counts
      *> as out; only someone with nothing but pending requests
      *> counts as pending.
       FINISH-ONE-PERSON.
            IF WS-PERSON-OUT
               ADD 1 TO WS-WEEK-OUT
            ELSE
               IF WS-PERSON-PENDING
                  ADD 1 TO WS-WEEK-PENDING
               END-IF
            END-IF.
            MOVE "N" TO WS-PERSON-OUT-FLAG WS-PERSON-PENDING-FLAG.

       FINISH-ONE-WEEK.
            MOVE SPACES TO WS-WARNING.
            MOVE ZERO TO WS-ON-DUTY.
            IF WS-DEPT-HIT > 0
               COMPUTE WS-ON-DUTY = WS-DT-STAFF(WS-DEPT-HIT)
                  - WS-WEEK-OUT
               COMPUTE WS-IF-APPROVED = WS-ON-DUTY - WS-WEEK-PENDING
               MOVE WS-DT-STAFF(WS-DEPT-HIT) TO WS-SHOW-STAFF
               MOVE WS-DT-MINIMUM(WS-DEPT-HIT) TO WS-SHOW-MINIMUM
               IF WS-DT-MINIMUM(WS-DEPT-HIT) > 0
                  IF WS-ON-DUTY < WS-DT-MINIMUM(WS-DEPT-HIT)
                     MOVE "** BELOW MINIMUM" TO WS-WARNING
                     ADD 1 TO WS-BELOW-COUNT
                  ELSE
                     IF WS-IF-APPROVED < WS-DT-MINIMUM(WS-DEPT-HIT)
                        MOVE "** PENDING WOULD BREACH" TO WS-WARNING
                        ADD 1 TO WS-AT-RISK-COUNT
                     END-IF
                  END-IF
               END-IF
            ELSE
               MOVE ZERO TO WS-SHOW-STAFF WS-SHOW-MINIMUM
            END-IF.
            MOVE WS-WEEK-OUT TO WS-SHOW-OUT.
            MOVE WS-WEEK-PENDING TO WS-SHOW-PENDING.
            MOVE WS-ON-DUTY TO WS-SHOW-ON-DUTY.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            STRING "    STAFF " WS-SHOW-STAFF " OUT " WS-SHOW-OUT
               " PENDING " WS-SHOW-PENDING " AT WORK "
               WS-SHOW-ON-DUTY " MINIMUM " WS-SHOW-MINIMUM " "
               WS-WARNING
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.
            IF WS-WARNING NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-PRIOR-DEPT) " week of "
                  WS-PRIOR-WEEK " " FUNCTION TRIM(WS-WARNING)
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            STRING "DEPARTMENT ABSENCE CALENDAR - WEEKS "
               WS-RANGE-START " TO " WS-RANGE-END " - RUN "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.
            MOVE SPACES TO CALENDAR-REPORT-LINE.
            STRING "STATUS P PENDING, A APPROVED, T TAKEN; OUT COUNTS"
               " APPROVED AND TAKEN LEAVE"
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
            WRITE CALENDAR-REPORT-LINE.
       END PROGRAM LEAVE-ABSENCE-CALENDAR.
