      *> Maintenance screen for the preventive maintenance schedule,
      *> the same console transaction loop ASSET-PLAN-MAINT uses.
      *> Each task is set up against an in-service asset on
      *> asset.dat with its interval in days or calendar months and
      *> the date it was last done (blank when never done); the next
      *> due date is worked forward from that, or from the asset's
      *> in-service date, through DATE-ADD-DAYS / DATE-ADD-MONTHS.
      *> PM-WORK-ORDER-RUN issues the work orders weekly. The W)ork
      *> order transaction here records a completion - date, labour
      *> hours and parts cost - closes the order and rolls the
      *> task's schedule on from the completion date. A task with an
      *> open work order cannot be deleted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-PM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ASSET-PM-FILE
               ASSIGN TO "asset-pm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
               SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.
               SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO "work-order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-PM-FILE.
           COPY ASSET-PM-REC.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  WORK-ORDER-FILE.
           COPY WORK-ORDER-REC.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX VALUE "00".
           01 WS-ASSET-STATUS PIC XX VALUE "00".
           01 WS-WO-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS        VALUE "A".
              88 WS-CHANGE-TRANS     VALUE "C".
              88 WS-DELETE-TRANS     VALUE "D".
              88 WS-LIST-TRANS       VALUE "L".
              88 WS-WORK-ORDER-TRANS VALUE "W".
              88 WS-EXIT-TRANS       VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-INTERVAL    PIC 9(3) VALUE ZEROS.
           01 WS-NEW-UNIT        PIC X VALUE SPACE.
              88 WS-UNIT-KNOWN VALUE "D" "M".
           01 WS-NEW-LAST-DONE   PIC X(8) VALUE SPACES.
           01 WS-IN-SERVICE-DATE PIC X(8) VALUE SPACES.
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-BASE-DATE  PIC 9(8) VALUE ZERO.
           01 WS-DAYS-TO-ADD   PIC S9(5) VALUE ZERO.
           01 WS-MONTHS-TO-ADD PIC S9(3) VALUE ZERO.
           01 WS-WO-NUMBER-INPUT PIC 9(6) VALUE ZERO.
           01 WS-COMPLETED-INPUT PIC X(8) VALUE SPACES.
           01 WS-COMPLETED-DATE  PIC 9(8) VALUE ZERO.
           01 WS-LABOR-HOURS     PIC 9(3)V99 VALUE ZEROS.
           01 WS-PARTS-COST      PIC 9(7)V99 VALUE ZEROS.
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O ASSET-PM-FILE.
            IF WS-PM-STATUS NOT = "00" AND WS-PM-STATUS NOT = "05"
               DISPLAY "Unable to open asset-pm.dat, status "
                  WS-PM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ASSET-FILE.
            IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset.dat, status "
                  WS-ASSET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O WORK-ORDER-FILE.
            IF WS-WO-STATUS NOT = "00" AND WS-WO-STATUS NOT = "05"
               DISPLAY "Unable to open work-order.dat, status "
                  WS-WO-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE ASSET-PM-FILE ASSET-FILE WORK-ORDER-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            EVALUATE TRUE
               WHEN WS-LIST-TRANS
                  PERFORM LIST-SCHEDULE
               WHEN WS-WORK-ORDER-TRANS
                  PERFORM COMPLETE-WORK-ORDER
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-TASK-DATA
                  PERFORM VALIDATE-TASK-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-TASK-RECORD
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-TASK-RECORD
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-TASK-RECORD
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid task data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "PM Schedule Maintenance - A)dd C)hange "
               "D)elete L)ist W)ork order complete X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-TASK-DATA.
            MOVE SPACES TO PM-ASSET-ID PM-TASK-CODE
               WS-NEW-DESCRIPTION WS-NEW-UNIT WS-NEW-LAST-DONE.
            MOVE ZEROS TO WS-NEW-INTERVAL.
            DISPLAY "Asset ID:".
            ACCEPT PM-ASSET-ID.
            DISPLAY "Task code:".
            ACCEPT PM-TASK-CODE.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Task description:"
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "Interval:"
               ACCEPT WS-NEW-INTERVAL
               DISPLAY "Interval unit - D)ays M)onths:"
               ACCEPT WS-NEW-UNIT
               DISPLAY "Last done date (YYYYMMDD, blank = never):"
               ACCEPT WS-NEW-LAST-DONE
            END-IF.

       VALIDATE-TASK-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF PM-ASSET-ID = SPACES OR PM-TASK-CODE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               IF WS-NEW-DESCRIPTION = SPACES
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-INTERVAL = 0
                  DISPLAY "Interval must be at least 1."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-UNIT-KNOWN
                  DISPLAY "Interval unit must be D or M."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-LAST-DONE NOT = SPACES
                  CALL "DATE-VALIDATE" USING WS-NEW-LAST-DONE
                     WS-DATE-VALID-FLAG
                  IF NOT WS-DATE-VALID
                     DISPLAY "Invalid last done date "
                        WS-NEW-LAST-DONE "."
                     MOVE "N" TO WS-VALID-SWITCH
                  ELSE
                     IF WS-NEW-LAST-DONE > WS-TODAY-DATE
                        DISPLAY "Last done date is in the future."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
                  END-IF
               END-IF
               PERFORM VALIDATE-TASK-ASSET
            END-IF.

      *> Only an asset still in service takes a schedule; its
      *> in-service date is kept for the first due date.
       VALIDATE-TASK-ASSET.
            MOVE SPACES TO WS-IN-SERVICE-DATE.
            MOVE PM-ASSET-ID TO ASSET-ID.
            READ ASSET-FILE
               INVALID KEY
                  DISPLAY "Asset " PM-ASSET-ID " not on file."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF ASSET-RETIRED
                     DISPLAY "Asset " PM-ASSET-ID " is retired."
                     MOVE "N" TO WS-VALID-SWITCH
                  ELSE
                     MOVE ASSET-IN-SERVICE-DATE
                        TO WS-IN-SERVICE-DATE
                  END-IF
            END-READ.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-DESCRIPTION TO PM-TASK-DESCRIPTION.
            MOVE WS-NEW-INTERVAL TO PM-INTERVAL.
            MOVE WS-NEW-UNIT TO PM-INTERVAL-UNIT.
            IF WS-NEW-LAST-DONE = SPACES
               MOVE ZEROS TO PM-LAST-DONE-DATE
            ELSE
               MOVE WS-NEW-LAST-DONE TO PM-LAST-DONE-DATE
            END-IF.
            PERFORM COMPUTE-NEXT-DUE.

      *> Next due is one interval on from the last done date; a
      *> task never done runs from the asset's in-service date,
      *> or from today when that date is missing or unusable.
       COMPUTE-NEXT-DUE.
            IF PM-LAST-DONE-DATE NOT = ZERO
               MOVE PM-LAST-DONE-DATE TO WS-BASE-DATE
            ELSE
               MOVE WS-TODAY-DATE TO WS-BASE-DATE
               IF WS-IN-SERVICE-DATE NOT = SPACES
                  CALL "DATE-VALIDATE" USING WS-IN-SERVICE-DATE
                     WS-DATE-VALID-FLAG
                  IF WS-DATE-VALID
                     MOVE WS-IN-SERVICE-DATE TO WS-BASE-DATE
                  END-IF
               END-IF
            END-IF.
            IF PM-INTERVAL-MONTHS
               MOVE PM-INTERVAL TO WS-MONTHS-TO-ADD
               CALL "DATE-ADD-MONTHS" USING WS-BASE-DATE
                  WS-MONTHS-TO-ADD PM-NEXT-DUE-DATE
            ELSE
               MOVE PM-INTERVAL TO WS-DAYS-TO-ADD
               CALL "DATE-ADD-DAYS" USING WS-BASE-DATE
                  WS-DAYS-TO-ADD PM-NEXT-DUE-DATE
            END-IF.

       ADD-TASK-RECORD.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            SET PM-ACTIVE TO TRUE.
            MOVE ZEROS TO PM-OPEN-WO-NUMBER.
            WRITE ASSET-PM-RECORD
               INVALID KEY
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " already exists, status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " added, next due " PM-NEXT-DUE-DATE "."
            END-WRITE.

       CHANGE-TASK-RECORD.
            READ ASSET-PM-FILE
               INVALID KEY
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " not found, status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  SET PM-ACTIVE TO TRUE
                  REWRITE ASSET-PM-RECORD
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " updated, next due " PM-NEXT-DUE-DATE "."
            END-READ.

       DELETE-TASK-RECORD.
            READ ASSET-PM-FILE
               INVALID KEY
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " not found, status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  IF PM-NO-OPEN-WO
                     DELETE ASSET-PM-FILE RECORD
                     DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                        " deleted."
                  ELSE
                     DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                        " has work order " PM-OPEN-WO-NUMBER
                        " open - not deleted."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
            END-READ.

      *> Completion of an open work order: the order is closed with
      *> the date done, hours and parts cost, and its task's last
      *> done date moves to the completion date with the next due
      *> date worked on from there.
       COMPLETE-WORK-ORDER.
            SET WS-INPUT-VALID TO TRUE.
            MOVE ZEROS TO WS-WO-NUMBER-INPUT WS-LABOR-HOURS
               WS-PARTS-COST.
            MOVE SPACES TO WS-COMPLETED-INPUT.
            DISPLAY "Work order number:".
            ACCEPT WS-WO-NUMBER-INPUT.
            MOVE WS-WO-NUMBER-INPUT TO WO-NUMBER.
            READ WORK-ORDER-FILE
               INVALID KEY
                  DISPLAY "Work order " WS-WO-NUMBER-INPUT
                     " not found, status " WS-WO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF NOT WO-OPEN
               DISPLAY "Work order " WO-NUMBER " is not open, "
                  "status " WO-STATUS "."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "Asset " WO-ASSET-ID " task " WO-TASK-CODE
               " due " WO-DUE-DATE.
            DISPLAY "Date completed (YYYYMMDD, blank = today):".
            ACCEPT WS-COMPLETED-INPUT.
            DISPLAY "Labour hours (e.g. 2.50):".
            ACCEPT WS-LABOR-HOURS.
            DISPLAY "Parts cost:".
            ACCEPT WS-PARTS-COST.
            IF WS-COMPLETED-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-COMPLETED-DATE
            ELSE
               CALL "DATE-VALIDATE" USING WS-COMPLETED-INPUT
                  WS-DATE-VALID-FLAG
               IF NOT WS-DATE-VALID
                  DISPLAY "Invalid completion date "
                     WS-COMPLETED-INPUT "."
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  MOVE WS-COMPLETED-INPUT TO WS-COMPLETED-DATE
               END-IF
            END-IF.
            IF WS-INPUT-VALID
               IF WS-COMPLETED-DATE > WS-TODAY-DATE
                  DISPLAY "Completion date is in the future."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-COMPLETED-DATE < WO-ISSUE-DATE
                  DISPLAY "Completion date is before the order "
                     "was issued (" WO-ISSUE-DATE ")."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Completion ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            SET WO-COMPLETE TO TRUE.
            MOVE WS-COMPLETED-DATE TO WO-COMPLETED-DATE.
            MOVE WS-LABOR-HOURS TO WO-LABOR-HOURS.
            MOVE WS-PARTS-COST TO WO-PARTS-COST.
            REWRITE WORK-ORDER-RECORD
               INVALID KEY
                  DISPLAY "Unable to update work order " WO-NUMBER
                     ", status " WS-WO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-REWRITE.
            DISPLAY "Work order " WO-NUMBER " completed.".
            PERFORM ROLL-TASK-SCHEDULE.

       ROLL-TASK-SCHEDULE.
            MOVE WO-ASSET-ID TO PM-ASSET-ID.
            MOVE WO-TASK-CODE TO PM-TASK-CODE.
            READ ASSET-PM-FILE
               INVALID KEY
                  DISPLAY "Task " WO-ASSET-ID " " WO-TASK-CODE
                     " no longer on the schedule."
                  EXIT PARAGRAPH
            END-READ.
            IF WS-COMPLETED-DATE > PM-LAST-DONE-DATE
               MOVE WS-COMPLETED-DATE TO PM-LAST-DONE-DATE
            END-IF.
            IF PM-OPEN-WO-NUMBER = WO-NUMBER
               MOVE ZEROS TO PM-OPEN-WO-NUMBER
            END-IF.
            MOVE SPACES TO WS-IN-SERVICE-DATE.
            PERFORM COMPUTE-NEXT-DUE.
            REWRITE ASSET-PM-RECORD
               INVALID KEY
                  DISPLAY "Unable to update task " PM-ASSET-ID " "
                     PM-TASK-CODE ", status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Task " PM-ASSET-ID " " PM-TASK-CODE
                     " next due " PM-NEXT-DUE-DATE "."
            END-REWRITE.

       LIST-SCHEDULE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO PM-KEY.
            START ASSET-PM-FILE KEY NOT < PM-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-TASK.
            PERFORM UNTIL WS-EOF
               DISPLAY PM-ASSET-ID " " PM-TASK-CODE " "
                  PM-TASK-DESCRIPTION " EVERY " PM-INTERVAL " "
                  PM-INTERVAL-UNIT " LAST " PM-LAST-DONE-DATE
                  " NEXT " PM-NEXT-DUE-DATE " WO "
                  PM-OPEN-WO-NUMBER " STATUS " PM-STATUS
               PERFORM READ-NEXT-TASK
            END-PERFORM.

       READ-NEXT-TASK.
            READ ASSET-PM-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM ASSET-PM-MAINT.
