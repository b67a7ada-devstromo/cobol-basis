      *> exists. An entry is only accepted for an EMPLOYEE-ID that
      *> exists on the employee master, so hours cannot be keyed for
      *> people HR has never heard of.
      *> The S)plit transaction charges part of a timesheet's hours
      *> to another department on timesheet-line.dat - one line per
      *> charged department, never more in total than the hours
      *> worked - so PAY-RUN can distribute the gross across the
      *> departments the person actually worked for. Hours not
      *> split off stay with the home department.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMESHEET-ENTRY.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL TIMESHEET-LINE-FILE
               ASSIGN TO "timesheet-line.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-LINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHEET-FILE.
           COPY TIMESHEET-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  TIMESHEET-LINE-FILE.
           COPY TIMESHEET-LINE-REC.
       WORKING-STORAGE SECTION.
           01 WS-TIMESHEET-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-LINE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-SPLIT-TRANS  VALUE "S".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-PERIOD PIC X(6) VALUE SPACES.
           01 WS-NEW-HOURS  PIC 9(3)V99 VALUE ZEROS.
           01 WS-SPLIT-DEPT PIC X(20) VALUE SPACES.
           01 WS-SPLIT-HOURS PIC 9(3)V99 VALUE ZEROS.
           01 WS-SPLIT-TOTAL PIC 9(4)V99 COMP-3 VALUE ZEROS.
           01 WS-HOME-HOURS PIC S9(4)V99 COMP-3 VALUE ZEROS.
           01 WS-HOURS-EDIT PIC ZZZ9.99-.
           01 WS-SUM-PERIOD PIC 9(6) VALUE ZERO.
           01 WS-SUM-EXCLUDE-DEPT PIC X(20) VALUE SPACES.
           01 WS-LINE-EOF-SWITCH PIC X VALUE "N".
              88 WS-LINE-EOF VALUE "Y".
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O TIMESHEET-LINE-FILE.
            IF WS-LINE-STATUS NOT = "00" AND WS-LINE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open timesheet line file, status "
                  WS-LINE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ENTRY-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE TIMESHEET-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE TIMESHEET-LINE-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE

       ENTRY-LOOP.
            PERFORM SHOW-MENU.
            IF WS-SPLIT-TRANS
               PERFORM SPLIT-TIMESHEET
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-SPLIT-TRANS
               PERFORM ACCEPT-TIMESHEET-DATA
               PERFORM VALIDATE-TIMESHEET-DATA
               IF WS-INPUT-VALID
            END-IF.

       SHOW-MENU.
            DISPLAY "Timesheet Entry - A)dd C)hange D)elete S)plit "
               "X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-TIMESHEET-DATA.
                     " not found, status " WS-TIMESHEET-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEW-PERIOD TO WS-SUM-PERIOD
                  MOVE SPACES TO WS-SUM-EXCLUDE-DEPT
                  PERFORM SUM-SPLIT-LINES
                  IF WS-SPLIT-TOTAL > WS-NEW-HOURS
                     MOVE WS-SPLIT-TOTAL TO WS-HOURS-EDIT
                     DISPLAY "Timesheet for " TS-EMPLOYEE-ID
                        " has " WS-HOURS-EDIT " hours split to "
                        "other departments - reduce the split "
                        "first."
                     SET WS-HAD-ISSUE TO TRUE
                  ELSE
                     PERFORM MOVE-NEW-DATA-TO-RECORD
                     REWRITE TIMESHEET-RECORD
                     DISPLAY "Timesheet for " TS-EMPLOYEE-ID
                        " updated."
                  END-IF
            END-READ.

       DELETE-TIMESHEET.
                     " not found, status " WS-TIMESHEET-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM DELETE-SPLIT-LINES
                  DELETE TIMESHEET-FILE RECORD
                  DISPLAY "Timesheet for " TS-EMPLOYEE-ID
                     " deleted."
            END-READ.

      *> A split line belongs to an existing timesheet: the hours
      *> worked must be keyed before any of them can be charged
      *> elsewhere.
       SPLIT-TIMESHEET.
            MOVE SPACES TO TS-EMPLOYEE-ID.
            DISPLAY "Employee ID:".
            ACCEPT TS-EMPLOYEE-ID.
            READ TIMESHEET-FILE
               INVALID KEY
                  DISPLAY "Timesheet for " TS-EMPLOYEE-ID
                     " not found - key the hours worked before "
                     "splitting them."
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM ACCEPT-SPLIT-LINE
            END-READ.

       ACCEPT-SPLIT-LINE.
            MOVE SPACES TO WS-SPLIT-DEPT.
            MOVE ZEROS TO WS-SPLIT-HOURS.
            DISPLAY "Charged department:".
            ACCEPT WS-SPLIT-DEPT.
            DISPLAY "Hours for that department (0 removes the "
               "line):".
            ACCEPT WS-SPLIT-HOURS.
            SET WS-INPUT-VALID TO TRUE.
            MOVE TS-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " TS-EMPLOYEE-ID
                     " not on employee master."
                  MOVE "N" TO WS-VALID-SWITCH
            END-READ.
            IF WS-INPUT-VALID
               CALL "DEPT-VALIDATE" USING WS-SPLIT-DEPT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " WS-SPLIT-DEPT
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID AND
                  WS-SPLIT-DEPT = EMPLOYEE-DEPARTMENT
               DISPLAY "Department " WS-SPLIT-DEPT
                  " is the home department - it keeps whatever "
                  "is not split."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               MOVE TS-PERIOD-NUMBER TO WS-SUM-PERIOD
               MOVE WS-SPLIT-DEPT TO WS-SUM-EXCLUDE-DEPT
               PERFORM SUM-SPLIT-LINES
               IF WS-SPLIT-TOTAL + WS-SPLIT-HOURS > TS-HOURS-WORKED
                  MOVE TS-HOURS-WORKED TO WS-HOURS-EDIT
                  DISPLAY "Split hours would exceed the "
                     WS-HOURS-EDIT " hours worked."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID
               PERFORM SAVE-SPLIT-LINE
            ELSE
               DISPLAY "Invalid split, transaction ignored."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       SAVE-SPLIT-LINE.
            MOVE TS-EMPLOYEE-ID TO TL-EMPLOYEE-ID.
            MOVE TS-PERIOD-NUMBER TO TL-PERIOD-NUMBER.
            MOVE WS-SPLIT-DEPT TO TL-DEPARTMENT.
            READ TIMESHEET-LINE-FILE
               INVALID KEY
                  IF WS-SPLIT-HOURS > 0
                     MOVE WS-SPLIT-HOURS TO TL-HOURS
                     WRITE TIMESHEET-LINE-RECORD
                     DISPLAY "Split to " WS-SPLIT-DEPT " added."
                  ELSE
                     DISPLAY "No split to " WS-SPLIT-DEPT
                        " to remove."
                  END-IF
               NOT INVALID KEY
                  IF WS-SPLIT-HOURS > 0
                     MOVE WS-SPLIT-HOURS TO TL-HOURS
                     REWRITE TIMESHEET-LINE-RECORD
                     DISPLAY "Split to " WS-SPLIT-DEPT " updated."
                  ELSE
                     DELETE TIMESHEET-LINE-FILE RECORD
                     DISPLAY "Split to " WS-SPLIT-DEPT " removed."
                  END-IF
            END-READ.
            COMPUTE WS-HOME-HOURS =
               TS-HOURS-WORKED - WS-SPLIT-TOTAL - WS-SPLIT-HOURS.
            MOVE WS-HOME-HOURS TO WS-HOURS-EDIT.
            DISPLAY "Hours left with the home department: "
               WS-HOURS-EDIT.

      *> Total of the split lines for the employee and period,
      *> leaving out the department being rekeyed.
       SUM-SPLIT-LINES.
            MOVE ZEROS TO WS-SPLIT-TOTAL.
            MOVE "N" TO WS-LINE-EOF-SWITCH.
            MOVE TS-EMPLOYEE-ID TO TL-EMPLOYEE-ID.
            MOVE WS-SUM-PERIOD TO TL-PERIOD-NUMBER.
            MOVE LOW-VALUES TO TL-DEPARTMENT.
            START TIMESHEET-LINE-FILE KEY NOT < TL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-SPLIT-LINE.
            PERFORM UNTIL WS-LINE-EOF
               IF TL-DEPARTMENT NOT = WS-SUM-EXCLUDE-DEPT
                  ADD TL-HOURS TO WS-SPLIT-TOTAL
               END-IF
               PERFORM READ-NEXT-SPLIT-LINE
            END-PERFORM.

      *> Reads stop at the first line for another employee or
      *> period.
       READ-NEXT-SPLIT-LINE.
            IF NOT WS-LINE-EOF
               READ TIMESHEET-LINE-FILE NEXT
                  AT END SET WS-LINE-EOF TO TRUE
               END-READ
               IF NOT WS-LINE-EOF AND
                     (TL-EMPLOYEE-ID NOT = TS-EMPLOYEE-ID OR
                      TL-PERIOD-NUMBER NOT = WS-SUM-PERIOD)
                  SET WS-LINE-EOF TO TRUE
               END-IF
            END-IF.

       DELETE-SPLIT-LINES.
            MOVE "N" TO WS-LINE-EOF-SWITCH.
            MOVE TS-PERIOD-NUMBER TO WS-SUM-PERIOD.
            MOVE TS-EMPLOYEE-ID TO TL-EMPLOYEE-ID.
            MOVE WS-SUM-PERIOD TO TL-PERIOD-NUMBER.
            MOVE LOW-VALUES TO TL-DEPARTMENT.
            START TIMESHEET-LINE-FILE KEY NOT < TL-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-SPLIT-LINE.
            PERFORM UNTIL WS-LINE-EOF
               DELETE TIMESHEET-LINE-FILE RECORD
               PERFORM READ-NEXT-SPLIT-LINE
            END-PERFORM.
       END PROGRAM TIMESHEET-ENTRY.
