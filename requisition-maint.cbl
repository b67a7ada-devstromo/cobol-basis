      *> Job requisition maintenance: the same A/C/D console
      *> transaction loop the other masters use, behind operator
      *> sign-on with every change logged through MAINT-TRANS-WRITE.
      *> A requisition needs a department on the reference file, a
      *> grade on the job-grade master, and a requester and an
      *> approver who are both active on the employee master and
      *> are not the same person. A budgeted position may be named;
      *> it must be open in the requisition's department and grade.
      *> The opened date defaults to today. A change may cancel an
      *> open requisition but never reopens or edits a filled one -
      *> filling belongs to the hire in APPLICANT-MAINT. A
      *> requisition with applicants on file is cancelled, not
      *> deleted. L)ist shows the open requisitions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISITION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL REQUISITION-FILE
               ASSIGN TO "requisition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMBER
               FILE STATUS IS WS-REQUISITION-STATUS.
               SELECT OPTIONAL APPLICANT-FILE
               ASSIGN TO "applicant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICANT-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL POSITION-FILE
               ASSIGN TO "position.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMPLOYEE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-POSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY REQUISITION-REC.
       FD  APPLICANT-FILE.
           COPY APPLICANT-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  POSITION-FILE.
           COPY POSITION-REC.
       WORKING-STORAGE SECTION.
           01 WS-REQUISITION-STATUS PIC XX VALUE "00".
           01 WS-APPLICANT-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-POSITION-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-REQ-NUMBER PIC X(6) VALUE SPACES.
           01 WS-NEW-DEPARTMENT PIC X(20) VALUE SPACES.
           01 WS-NEW-GRADE PIC X(4) VALUE SPACES.
           01 WS-NEW-POSITION PIC X(6) VALUE SPACES.
           01 WS-NEW-TITLE PIC X(30) VALUE SPACES.
           01 WS-NEW-REQUESTED-BY PIC X(6) VALUE SPACES.
           01 WS-NEW-APPROVED-BY PIC X(6) VALUE SPACES.
           01 WS-NEW-OPENED-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-STATUS PIC X VALUE SPACE.
              88 WS-NEW-OPEN      VALUE "O".
              88 WS-NEW-CANCELLED VALUE "C".
           01 WS-CHECK-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-GRADE-FOUND-FLAG PIC X VALUE "N".
              88 WS-GRADE-FOUND VALUE "Y".
           01 WS-GRADE-MIN PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MID PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MAX PIC 9(5)V99 VALUE ZEROS.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-APPLICANT-FOUND-FLAG PIC X VALUE "N".
              88 WS-APPLICANT-FOUND VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "REQUISITION".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Requisition maintenance requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O REQUISITION-FILE.
            IF WS-REQUISITION-STATUS NOT = "00" AND
                  WS-REQUISITION-STATUS NOT = "05"
               DISPLAY "Unable to open requisition.dat, status "
                  WS-REQUISITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT APPLICANT-FILE.
            IF WS-APPLICANT-STATUS NOT = "00" AND WS-APPLICANT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open applicant.dat, status "
                  WS-APPLICANT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00" AND WS-POSITION-STATUS
                  NOT = "05"
               DISPLAY "Unable to open position.dat, status "
                  WS-POSITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE REQUISITION-FILE APPLICANT-FILE EMPLOYEE-FILE
               POSITION-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF WS-LIST-TRANS
               PERFORM LIST-OPEN-REQUISITIONS
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-LIST-TRANS
               PERFORM ACCEPT-REQUISITION-DATA
               PERFORM VALIDATE-REQUISITION-DATA
               IF WS-INPUT-VALID
                  EVALUATE TRUE
                     WHEN WS-ADD-TRANS
                        PERFORM ADD-REQUISITION
                     WHEN WS-CHANGE-TRANS
                        PERFORM CHANGE-REQUISITION
                     WHEN WS-DELETE-TRANS
                        PERFORM DELETE-REQUISITION
                  END-EVALUATE
               ELSE
                  DISPLAY "Invalid requisition data, transaction "
                     "ignored."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       SHOW-MENU.
            DISPLAY "Job Requisitions - A)dd C)hange D)elete "
               "L)ist open X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-REQUISITION-DATA.
            MOVE SPACES TO WS-REQ-NUMBER WS-NEW-DEPARTMENT
               WS-NEW-GRADE WS-NEW-POSITION WS-NEW-TITLE
               WS-NEW-REQUESTED-BY WS-NEW-APPROVED-BY
               WS-NEW-OPENED-DATE WS-NEW-STATUS.
            DISPLAY "Requisition number:".
            ACCEPT WS-REQ-NUMBER.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Department:"
               ACCEPT WS-NEW-DEPARTMENT
               DISPLAY "Job grade code:"
               ACCEPT WS-NEW-GRADE
               DISPLAY "Position number (blank = none):"
               ACCEPT WS-NEW-POSITION
               DISPLAY "Title:"
               ACCEPT WS-NEW-TITLE
               DISPLAY "Requested by (employee ID):"
               ACCEPT WS-NEW-REQUESTED-BY
               DISPLAY "Approved by (employee ID):"
               ACCEPT WS-NEW-APPROVED-BY
               DISPLAY "Date opened (YYYYMMDD, blank = today):"
               ACCEPT WS-NEW-OPENED-DATE
            END-IF.
            IF WS-CHANGE-TRANS
               DISPLAY "Status - O)pen C)ancelled:"
               ACCEPT WS-NEW-STATUS
            END-IF.

       VALIDATE-REQUISITION-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-REQ-NUMBER = SPACES
               DISPLAY "Requisition number is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-DELETE-TRANS
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-DEPARTMENT = SPACES
               DISPLAY "Department is required."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               CALL "DEPT-VALIDATE" USING WS-NEW-DEPARTMENT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " WS-NEW-DEPARTMENT
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            CALL "GRADE-VALIDATE" USING WS-NEW-GRADE
               WS-GRADE-FOUND-FLAG WS-GRADE-MIN WS-GRADE-MID
               WS-GRADE-MAX.
            IF NOT WS-GRADE-FOUND
               DISPLAY "Grade " WS-NEW-GRADE
                  " not on the job-grade master."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-POSITION NOT = SPACES
               PERFORM CHECK-NAMED-POSITION
            END-IF.
            IF WS-NEW-TITLE = SPACES
               DISPLAY "Title is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            MOVE WS-NEW-REQUESTED-BY TO WS-CHECK-EMPLOYEE.
            PERFORM CHECK-ACTIVE-EMPLOYEE.
            MOVE WS-NEW-APPROVED-BY TO WS-CHECK-EMPLOYEE.
            PERFORM CHECK-ACTIVE-EMPLOYEE.
            IF WS-NEW-APPROVED-BY = WS-NEW-REQUESTED-BY
               DISPLAY "A requisition cannot be approved by the "
                  "person who requested it."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-OPENED-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-OPENED-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-OPENED-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid date opened " WS-NEW-OPENED-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-CHANGE-TRANS AND NOT WS-NEW-OPEN
                  AND NOT WS-NEW-CANCELLED
               DISPLAY "Status must be O or C."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       CHECK-ACTIVE-EMPLOYEE.
            MOVE WS-CHECK-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-CHECK-EMPLOYEE " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     DISPLAY "Employee " WS-CHECK-EMPLOYEE
                        " is terminated."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

      *> A named position has to be the one being hired for: same
      *> department and grade, and neither frozen nor filled.
       CHECK-NAMED-POSITION.
            MOVE WS-NEW-POSITION TO POS-NUMBER.
            READ POSITION-FILE
               INVALID KEY
                  DISPLAY "Position " WS-NEW-POSITION
                     " is not on file."
                  MOVE "N" TO WS-VALID-SWITCH
                  EXIT PARAGRAPH
            END-READ.
            IF POS-DEPT-CODE NOT = WS-NEW-DEPARTMENT
                  OR POS-GRADE-CODE NOT = WS-NEW-GRADE
               DISPLAY "Position " WS-NEW-POSITION " is "
                  POS-DEPT-CODE " grade " POS-GRADE-CODE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT POS-VACANT
               DISPLAY "Position " WS-NEW-POSITION
                  " is not vacant, status " POS-STATUS "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-DEPARTMENT TO REQ-DEPT-CODE.
            MOVE WS-NEW-GRADE TO REQ-GRADE-CODE.
            MOVE WS-NEW-POSITION TO REQ-POSITION-NUMBER.
            MOVE WS-NEW-TITLE TO REQ-TITLE.
            MOVE WS-NEW-REQUESTED-BY TO REQ-REQUESTED-BY.
            MOVE WS-NEW-APPROVED-BY TO REQ-APPROVED-BY.
            MOVE WS-NEW-OPENED-DATE TO REQ-OPENED-DATE.

       ADD-REQUISITION.
            MOVE SPACES TO REQUISITION-RECORD.
            MOVE WS-REQ-NUMBER TO REQ-NUMBER.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            SET REQ-OPEN TO TRUE.
            WRITE REQUISITION-RECORD
               INVALID KEY
                  DISPLAY "Requisition " WS-REQ-NUMBER
                     " already exists, status "
                     WS-REQUISITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Requisition " WS-REQ-NUMBER " opened."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       CHANGE-REQUISITION.
            MOVE WS-REQ-NUMBER TO REQ-NUMBER.
            READ REQUISITION-FILE
               INVALID KEY
                  DISPLAY "Requisition " WS-REQ-NUMBER
                     " not found, status " WS-REQUISITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF REQ-FILLED
               DISPLAY "Requisition " WS-REQ-NUMBER " was filled by "
                  REQ-HIRED-EMPLOYEE-ID " - not changed."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-STATUS TO REQ-STATUS.
            REWRITE REQUISITION-RECORD.
            DISPLAY "Requisition " WS-REQ-NUMBER " updated.".
            PERFORM LOG-MAINT-TRANS.

       DELETE-REQUISITION.
            MOVE WS-REQ-NUMBER TO REQ-NUMBER.
            READ REQUISITION-FILE
               INVALID KEY
                  DISPLAY "Requisition " WS-REQ-NUMBER
                     " not found, status " WS-REQUISITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            PERFORM FIND-ANY-APPLICANT.
            IF WS-APPLICANT-FOUND
               DISPLAY "Requisition " WS-REQ-NUMBER
                  " has applicants on file - cancel it instead."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            DELETE REQUISITION-FILE RECORD.
            DISPLAY "Requisition " WS-REQ-NUMBER " deleted.".
            PERFORM LOG-MAINT-TRANS.

       FIND-ANY-APPLICANT.
            MOVE "N" TO WS-APPLICANT-FOUND-FLAG.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE ZERO TO APP-SEQ.
            START APPLICANT-FILE KEY NOT < APP-KEY
               INVALID KEY EXIT PARAGRAPH
            END-START.
            READ APPLICANT-FILE NEXT
               AT END EXIT PARAGRAPH
            END-READ.
            IF APP-REQ-NUMBER = WS-REQ-NUMBER
               SET WS-APPLICANT-FOUND TO TRUE
            END-IF.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-REQ-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-OPEN-REQUISITIONS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO REQ-NUMBER.
            START REQUISITION-FILE KEY NOT < REQ-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ REQUISITION-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND REQ-OPEN
                  ADD 1 TO WS-LIST-COUNT
                  DISPLAY "  " REQ-NUMBER " " REQ-DEPT-CODE " "
                     REQ-GRADE-CODE " " REQ-TITLE
                     " OPENED " REQ-OPENED-DATE
                     " POSN " REQ-POSITION-NUMBER
               END-IF
            END-PERFORM.
            DISPLAY "Open requisitions: " WS-LIST-COUNT.
       END PROGRAM REQUISITION-MAINT.
