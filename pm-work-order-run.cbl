      *> Weekly preventive maintenance run: walks the schedule on
      *> asset-pm.dat and issues a work order (work-order.dat) for
      *> every active task whose next due date falls inside the
      *> lookahead - seven days unless the operator keys another -
      *> and has no order already open. A task whose asset has been
      *> retired, or is gone from asset.dat, drops off the schedule
      *> (status R) and any order still open for it is cancelled.
      *> The orders issued, those still open from earlier weeks and
      *> the tasks dropped are sorted by the asset's holding
      *> department the way the other sorted listings are and
      *> printed on work-orders.rpt, one block per department with
      *> its counts. Completions are keyed through ASSET-PM-MAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PM-WORK-ORDER-RUN.
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
               SELECT WORK-ORDER-REPORT-FILE
               ASSIGN TO "work-orders.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "work-orders.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-PM-FILE.
           COPY ASSET-PM-REC.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  WORK-ORDER-FILE.
           COPY WORK-ORDER-REC.
       FD  WORK-ORDER-REPORT-FILE.
       01  WORK-ORDER-REPORT-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-ORDER-RECORD.
           05 SR-DEPARTMENT    PIC X(20).
           05 SR-DUE-DATE      PIC 9(8).
           05 SR-WO-NUMBER     PIC 9(6).
           05 SR-ASSET-ID      PIC X(6).
           05 SR-TASK-CODE     PIC X(6).
           05 SR-DESCRIPTION   PIC X(30).
           05 SR-KIND          PIC X(7).
              88 SR-ISSUED   VALUE "ISSUED".
              88 SR-OPEN     VALUE "OPEN".
              88 SR-OVERDUE  VALUE "OVERDUE".
              88 SR-DROPPED  VALUE "DROPPED".
       WORKING-STORAGE SECTION.
       01 WS-PM-STATUS PIC XX VALUE "00".
       01 WS-ASSET-STATUS PIC XX VALUE "00".
       01 WS-WO-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-PM-EOF-SWITCH PIC X VALUE "N".
           88 WS-PM-EOF VALUE "Y".
       01 WS-WO-EOF-SWITCH PIC X VALUE "N".
           88 WS-WO-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-ASSET-FOUND-FLAG PIC X VALUE "N".
           88 WS-ASSET-FOUND VALUE "Y".
       01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 7.
       01 WS-LOOKAHEAD-DAYS-S PIC S9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-HORIZON-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-WO-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-TASK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ISSUED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-ISSUED PIC 9(6) VALUE ZERO.
       01 WS-DEPT-OUTSTANDING PIC 9(6) VALUE ZERO.
       01 WS-DEPT-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-WO       PIC Z(5)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-ASSET    PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-TASK     PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DESC     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DUE      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-KIND     PIC X(7).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Issue work orders due within how many days "
               "(blank = 7):".
            ACCEPT WS-LOOKAHEAD-DAYS.
            IF WS-LOOKAHEAD-DAYS = 0
               MOVE 7 TO WS-LOOKAHEAD-DAYS
            END-IF.
            MOVE WS-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS-S.
            CALL "DATE-ADD-DAYS" USING WS-RUN-DATE
               WS-LOOKAHEAD-DAYS-S WS-HORIZON-DATE.
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
            OPEN OUTPUT WORK-ORDER-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open work-orders.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM FIND-NEXT-WO-NUMBER
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-DUE-DATE
                     SR-WO-NUMBER SR-ASSET-ID SR-TASK-CODE
                  INPUT PROCEDURE IS RELEASE-SCHEDULE-TASKS
                  OUTPUT PROCEDURE IS PRINT-SORTED-ORDERS
            END-IF.
            CLOSE ASSET-PM-FILE ASSET-FILE WORK-ORDER-FILE.
            CLOSE WORK-ORDER-REPORT-FILE.
            DISPLAY "PM Work Order Run - due through "
               WS-HORIZON-DATE.
            DISPLAY "Tasks on schedule  : " WS-TASK-COUNT.
            DISPLAY "Orders issued      : " WS-ISSUED-COUNT.
            DISPLAY "Still open         : " WS-OPEN-COUNT.
            DISPLAY "  of which overdue : " WS-OVERDUE-COUNT.
            DISPLAY "Tasks dropped      : " WS-DROPPED-COUNT.
            DISPLAY "Orders cancelled   : " WS-CANCELLED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-OVERDUE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> Work order numbers run on from the highest on file.
       FIND-NEXT-WO-NUMBER.
            MOVE ZERO TO WS-NEXT-WO-NUMBER.
            MOVE "N" TO WS-WO-EOF-SWITCH.
            MOVE ZERO TO WO-NUMBER.
            START WORK-ORDER-FILE KEY NOT < WO-NUMBER
               INVALID KEY SET WS-WO-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-WO-EOF
               READ WORK-ORDER-FILE NEXT
                  AT END
                     SET WS-WO-EOF TO TRUE
                  NOT AT END
                     MOVE WO-NUMBER TO WS-NEXT-WO-NUMBER
               END-READ
            END-PERFORM.
            ADD 1 TO WS-NEXT-WO-NUMBER.

       RELEASE-SCHEDULE-TASKS.
            MOVE "N" TO WS-PM-EOF-SWITCH.
            MOVE LOW-VALUES TO PM-KEY.
            START ASSET-PM-FILE KEY NOT < PM-KEY
               INVALID KEY SET WS-PM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-TASK.
            PERFORM UNTIL WS-PM-EOF
               IF PM-ACTIVE
                  ADD 1 TO WS-TASK-COUNT
                  PERFORM CHECK-ONE-TASK
               END-IF
               PERFORM READ-NEXT-TASK
            END-PERFORM.

       READ-NEXT-TASK.
            READ ASSET-PM-FILE NEXT
               AT END SET WS-PM-EOF TO TRUE
            END-READ.

       CHECK-ONE-TASK.
            MOVE "N" TO WS-ASSET-FOUND-FLAG.
            MOVE PM-ASSET-ID TO ASSET-ID.
            READ ASSET-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-ASSET-FOUND TO TRUE
            END-READ.
            IF NOT WS-ASSET-FOUND OR ASSET-RETIRED
               PERFORM DROP-RETIRED-TASK
               EXIT PARAGRAPH
            END-IF.
            MOVE ASSET-DEPT-CODE TO SR-DEPARTMENT.
            IF SR-DEPARTMENT = SPACES
               MOVE "UNASSIGNED" TO SR-DEPARTMENT
            END-IF.
            MOVE PM-ASSET-ID TO SR-ASSET-ID.
            MOVE PM-TASK-CODE TO SR-TASK-CODE.
            MOVE PM-TASK-DESCRIPTION TO SR-DESCRIPTION.
            IF PM-NO-OPEN-WO
               IF PM-NEXT-DUE-DATE NOT > WS-HORIZON-DATE
                  PERFORM ISSUE-WORK-ORDER
               END-IF
            ELSE
               PERFORM RELEASE-OPEN-ORDER
            END-IF.

      *> The asset has been retired or removed: the task leaves the
      *> schedule and an order still open for it is cancelled. The
      *> drop is listed under the department the asset was in.
       DROP-RETIRED-TASK.
            IF NOT PM-NO-OPEN-WO
               MOVE PM-OPEN-WO-NUMBER TO WO-NUMBER
               READ WORK-ORDER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF WO-OPEN
                        SET WO-CANCELLED TO TRUE
                        REWRITE WORK-ORDER-RECORD
                        ADD 1 TO WS-CANCELLED-COUNT
                     END-IF
               END-READ
            END-IF.
            SET PM-DROPPED TO TRUE.
            REWRITE ASSET-PM-RECORD
               INVALID KEY
                  DISPLAY "Unable to drop task " PM-ASSET-ID " "
                     PM-TASK-CODE ", status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO WS-DROPPED-COUNT.
            IF WS-ASSET-FOUND AND ASSET-DEPT-CODE NOT = SPACES
               MOVE ASSET-DEPT-CODE TO SR-DEPARTMENT
            ELSE
               MOVE "UNASSIGNED" TO SR-DEPARTMENT
            END-IF.
            MOVE PM-NEXT-DUE-DATE TO SR-DUE-DATE.
            MOVE PM-OPEN-WO-NUMBER TO SR-WO-NUMBER.
            MOVE PM-ASSET-ID TO SR-ASSET-ID.
            MOVE PM-TASK-CODE TO SR-TASK-CODE.
            MOVE PM-TASK-DESCRIPTION TO SR-DESCRIPTION.
            SET SR-DROPPED TO TRUE.
            RELEASE SORT-WORK-ORDER-RECORD.

       ISSUE-WORK-ORDER.
            MOVE WS-NEXT-WO-NUMBER TO WO-NUMBER.
            MOVE PM-ASSET-ID TO WO-ASSET-ID.
            MOVE PM-TASK-CODE TO WO-TASK-CODE.
            MOVE ASSET-DEPT-CODE TO WO-DEPT-CODE.
            MOVE WS-RUN-DATE TO WO-ISSUE-DATE.
            MOVE PM-NEXT-DUE-DATE TO WO-DUE-DATE.
            SET WO-OPEN TO TRUE.
            MOVE ZEROS TO WO-COMPLETED-DATE WO-LABOR-HOURS
               WO-PARTS-COST.
            WRITE WORK-ORDER-RECORD
               INVALID KEY
                  DISPLAY "Unable to write work order " WO-NUMBER
                     ", status " WS-WO-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO WS-NEXT-WO-NUMBER.
            ADD 1 TO WS-ISSUED-COUNT.
            MOVE WO-NUMBER TO PM-OPEN-WO-NUMBER.
            REWRITE ASSET-PM-RECORD
               INVALID KEY
                  DISPLAY "Unable to update task " PM-ASSET-ID " "
                     PM-TASK-CODE ", status " WS-PM-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-REWRITE.
            MOVE WO-DUE-DATE TO SR-DUE-DATE.
            MOVE WO-NUMBER TO SR-WO-NUMBER.
            SET SR-ISSUED TO TRUE.
            RELEASE SORT-WORK-ORDER-RECORD.

      *> An order issued in an earlier week and not yet completed
      *> stays on the listing until it is, flagged once past due.
       RELEASE-OPEN-ORDER.
            MOVE PM-OPEN-WO-NUMBER TO WO-NUMBER.
            READ WORK-ORDER-FILE
               INVALID KEY
                  DISPLAY "Work order " PM-OPEN-WO-NUMBER
                     " for task " PM-ASSET-ID " " PM-TASK-CODE
                     " not on file."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF NOT WO-OPEN
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE WO-DUE-DATE TO SR-DUE-DATE.
            MOVE WO-NUMBER TO SR-WO-NUMBER.
            IF WO-DUE-DATE < WS-RUN-DATE
               SET SR-OVERDUE TO TRUE
               ADD 1 TO WS-OVERDUE-COUNT
            ELSE
               SET SR-OPEN TO TRUE
            END-IF.
            RELEASE SORT-WORK-ORDER-RECORD.

       PRINT-SORTED-ORDERS.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM RETURN-SORTED-ORDER.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM PRINT-ONE-ORDER
               PERFORM RETURN-SORTED-ORDER
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-ORDER.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-ISSUED WS-DEPT-OUTSTANDING
               WS-DEPT-DROPPED.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.

       PRINT-ONE-ORDER.
            MOVE SR-WO-NUMBER TO WS-DET-WO.
            MOVE SR-ASSET-ID TO WS-DET-ASSET.
            MOVE SR-TASK-CODE TO WS-DET-TASK.
            MOVE SR-DESCRIPTION TO WS-DET-DESC.
            MOVE SR-DUE-DATE TO WS-DET-DUE.
            MOVE SR-KIND TO WS-DET-KIND.
            WRITE WORK-ORDER-REPORT-LINE FROM WS-DETAIL-LINE.
            EVALUATE TRUE
               WHEN SR-ISSUED
                  ADD 1 TO WS-DEPT-ISSUED
               WHEN SR-DROPPED
                  ADD 1 TO WS-DEPT-DROPPED
               WHEN OTHER
                  ADD 1 TO WS-DEPT-OUTSTANDING
            END-EVALUATE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "PREVENTIVE MAINTENANCE WORK ORDERS - RUN "
               WS-RUN-DATE " DUE THROUGH " WS-HORIZON-DATE
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "  WO NO.  ASSET   TASK    DESCRIPTION"
               "                     DUE       STATUS"
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "  DEPARTMENT TOTAL  ISSUED " WS-DEPT-ISSUED
               "  STILL OPEN " WS-DEPT-OUTSTANDING
               "  DROPPED " WS-DEPT-DROPPED
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "GRAND TOTAL  DEPARTMENTS " WS-DEPT-COUNT
               "  ISSUED " WS-ISSUED-COUNT
               "  STILL OPEN " WS-OPEN-COUNT
               "  OVERDUE " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.
            MOVE SPACES TO WORK-ORDER-REPORT-LINE.
            STRING "             TASKS DROPPED " WS-DROPPED-COUNT
               "  ORDERS CANCELLED " WS-CANCELLED-COUNT
               DELIMITED BY SIZE INTO WORK-ORDER-REPORT-LINE.
            WRITE WORK-ORDER-REPORT-LINE.
       END PROGRAM PM-WORK-ORDER-RUN.
