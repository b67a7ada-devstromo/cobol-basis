      *> Performance review entry: one review per employee per
      *> review cycle on perf-review.dat, the same A/C/D console
      *> transaction loop the other masters use, behind operator
      *> sign-on with every change logged through MAINT-TRANS-WRITE.
      *> The employee must be active on the master and the reviewer
      *> on it too (and not the employee); a blank reviewer is the
      *> employee's manager from the reporting line, and a reviewer
      *> other than that manager is pointed out. A review is entered
      *> P)ending when it is scheduled and moved to C)omplete once
      *> held - a complete review needs a rating 1-5 and a valid
      *> review date. L)ist shows one employee's reviews by cycle.
      *> Completion by department is reported by
      *> PERF-REVIEW-STATUS-REPORT; complete ratings feed the merit
      *> option of SALARY-UPDATE-RUN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-REVIEW-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO "perf-review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REVIEW-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
           COPY PERF-REVIEW-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       WORKING-STORAGE SECTION.
           01 WS-REVIEW-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-EMPLOYEE-ID PIC X(6) VALUE SPACES.
           01 WS-CYCLE PIC X(6) VALUE SPACES.
           01 WS-NEW-REVIEWER PIC X(6) VALUE SPACES.
           01 WS-EMPLOYEE-MANAGER PIC X(6) VALUE SPACES.
           01 WS-NEW-RATING PIC 9 VALUE ZERO.
           01 WS-NEW-REVIEW-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-STATUS PIC X VALUE SPACE.
              88 WS-NEW-PENDING  VALUE "P".
              88 WS-NEW-COMPLETE VALUE "C".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "PERF-REVIEW".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Review entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O REVIEW-FILE.
            IF WS-REVIEW-STATUS NOT = "00" AND WS-REVIEW-STATUS
                  NOT = "05"
               DISPLAY "Unable to open perf-review.dat, status "
                  WS-REVIEW-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE REVIEW-FILE EMPLOYEE-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF WS-LIST-TRANS
               PERFORM LIST-EMPLOYEE-REVIEWS
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-LIST-TRANS
               PERFORM ACCEPT-REVIEW-DATA
               PERFORM VALIDATE-REVIEW-DATA
               IF WS-INPUT-VALID
                  EVALUATE TRUE
                     WHEN WS-ADD-TRANS
                        PERFORM ADD-REVIEW
                     WHEN WS-CHANGE-TRANS
                        PERFORM CHANGE-REVIEW
                     WHEN WS-DELETE-TRANS
                        PERFORM DELETE-REVIEW
                  END-EVALUATE
               ELSE
                  DISPLAY "Invalid review data, transaction ignored."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       SHOW-MENU.
            DISPLAY "Performance Reviews - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-REVIEW-DATA.
            MOVE SPACES TO WS-EMPLOYEE-ID WS-CYCLE WS-NEW-REVIEWER
               WS-NEW-REVIEW-DATE WS-NEW-STATUS.
            MOVE ZERO TO WS-NEW-RATING.
            DISPLAY "Employee ID:".
            ACCEPT WS-EMPLOYEE-ID.
            DISPLAY "Review cycle (e.g. 2026 or 2026H1):".
            ACCEPT WS-CYCLE.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Reviewer employee ID (blank = manager):"
               ACCEPT WS-NEW-REVIEWER
               DISPLAY "Status - P)ending C)omplete:"
               ACCEPT WS-NEW-STATUS
               DISPLAY "Rating 1-5 (0 while pending):"
               ACCEPT WS-NEW-RATING
               DISPLAY "Review date (YYYYMMDD, blank if not held):"
               ACCEPT WS-NEW-REVIEW-DATE
            END-IF.

       VALIDATE-REVIEW-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-EMPLOYEE-ID = SPACES OR WS-CYCLE = SPACES
               DISPLAY "Employee ID and cycle are required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-DELETE-TRANS
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-EMPLOYEE-MANAGER.
            MOVE WS-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-EMPLOYEE-ID " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  MOVE EMPLOYEE-REPORTS-TO TO WS-EMPLOYEE-MANAGER
                  IF EMPLOYEE-TERMINATED AND WS-ADD-TRANS
                     DISPLAY "Employee " WS-EMPLOYEE-ID
                        " is terminated."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            IF WS-NEW-REVIEWER = SPACES
               IF WS-EMPLOYEE-MANAGER = SPACES
                  DISPLAY "No reviewer keyed and no manager on file "
                     "for " WS-EMPLOYEE-ID "."
                  MOVE "N" TO WS-VALID-SWITCH
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-EMPLOYEE-MANAGER TO WS-NEW-REVIEWER
               DISPLAY "Reviewer is the manager, " WS-NEW-REVIEWER "."
            ELSE
               IF WS-EMPLOYEE-MANAGER NOT = SPACES AND
                     WS-EMPLOYEE-MANAGER NOT = WS-NEW-REVIEWER
                  DISPLAY "Note: " WS-EMPLOYEE-ID " reports to "
                     WS-EMPLOYEE-MANAGER ", not the reviewer keyed."
               END-IF
            END-IF.
            IF WS-NEW-REVIEWER = WS-EMPLOYEE-ID
               DISPLAY "An employee cannot review themselves."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-NEW-REVIEWER TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                  INVALID KEY
                     DISPLAY "Reviewer " WS-NEW-REVIEWER
                        " not found."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF NOT WS-NEW-PENDING AND NOT WS-NEW-COMPLETE
               DISPLAY "Status must be P or C."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-COMPLETE
               IF WS-NEW-RATING < 1 OR WS-NEW-RATING > 5
                  DISPLAY "A complete review needs a rating 1-5."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-REVIEW-DATE = SPACES
                  DISPLAY "A complete review needs its review date."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-NEW-REVIEW-DATE NOT = SPACES
               CALL "DATE-VALIDATE" USING WS-NEW-REVIEW-DATE
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "Invalid review date " WS-NEW-REVIEW-DATE
                     "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-REVIEWER TO REV-REVIEWER-ID.
            MOVE WS-NEW-STATUS TO REV-STATUS.
            MOVE WS-NEW-RATING TO REV-RATING.
            MOVE WS-NEW-REVIEW-DATE TO REV-REVIEW-DATE.

       ADD-REVIEW.
            MOVE SPACES TO PERF-REVIEW-RECORD.
            MOVE WS-EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE WS-CYCLE TO REV-CYCLE.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE PERF-REVIEW-RECORD
               INVALID KEY
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " already exists, status "
                     WS-REVIEW-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " added."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       CHANGE-REVIEW.
            MOVE WS-EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE WS-CYCLE TO REV-CYCLE.
            READ REVIEW-FILE
               INVALID KEY
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " not found, status " WS-REVIEW-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE PERF-REVIEW-RECORD
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " updated."
                  PERFORM LOG-MAINT-TRANS
            END-READ.

       DELETE-REVIEW.
            MOVE WS-EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE WS-CYCLE TO REV-CYCLE.
            READ REVIEW-FILE
               INVALID KEY
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " not found, status " WS-REVIEW-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE REVIEW-FILE RECORD
                  DISPLAY "Review for " WS-EMPLOYEE-ID " cycle "
                     WS-CYCLE " deleted."
                  PERFORM LOG-MAINT-TRANS
            END-READ.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE REV-KEY TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-EMPLOYEE-REVIEWS.
            MOVE SPACES TO WS-EMPLOYEE-ID.
            DISPLAY "Employee ID:".
            ACCEPT WS-EMPLOYEE-ID.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE LOW-VALUES TO REV-CYCLE.
            START REVIEW-FILE KEY NOT < REV-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ REVIEW-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF REV-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                     SET WS-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-LIST-COUNT
                     DISPLAY "  CYCLE " REV-CYCLE
                        " REVIEWER " REV-REVIEWER-ID
                        " STATUS " REV-STATUS
                        " RATING " REV-RATING
                        " DATE " REV-REVIEW-DATE
                  END-IF
               END-IF
            END-PERFORM.
            DISPLAY "Reviews on file: " WS-LIST-COUNT.
       END PROGRAM PERF-REVIEW-MAINT.
