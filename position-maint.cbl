      *> Maintenance screen for the position master, the same A/C/D
      *> console transaction loop the other masters use, behind
      *> operator sign-on with every change logged through
      *> MAINT-TRANS-WRITE. A position needs a department on the
      *> reference file, a grade on the job-grade master and an FTE
      *> above zero up to 1.00. It is added V)acant or Z)frozen;
      *> filling and vacating belong to POSITION-UPDATE, so this
      *> screen never sets F. A filled position keeps its
      *> department and cannot be frozen or deleted until its
      *> incumbent leaves it. L)ist shows the positions in one
      *> department, or all of them when the department is blank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
       FD  POSITION-FILE.
           COPY POSITION-REC.
       WORKING-STORAGE SECTION.
           01 WS-POSITION-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-POSITION-NUMBER PIC X(6) VALUE SPACES.
           01 WS-NEW-DEPARTMENT PIC X(20) VALUE SPACES.
           01 WS-NEW-GRADE PIC X(4) VALUE SPACES.
           01 WS-NEW-TITLE PIC X(30) VALUE SPACES.
           01 WS-NEW-FTE PIC 9V99 VALUE ZERO.
           01 WS-NEW-STATUS PIC X VALUE SPACE.
              88 WS-NEW-VACANT VALUE "V".
              88 WS-NEW-FROZEN VALUE "Z".
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-GRADE-FOUND-FLAG PIC X VALUE "N".
              88 WS-GRADE-FOUND VALUE "Y".
           01 WS-GRADE-MIN PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MID PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MAX PIC 9(5)V99 VALUE ZEROS.
           01 WS-LIST-DEPARTMENT PIC X(20) VALUE SPACES.
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-FTE-SHOW PIC 9.99.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "POSITION".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Position maintenance requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00" AND WS-POSITION-STATUS
                  NOT = "05"
               DISPLAY "Unable to open position.dat, status "
                  WS-POSITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE POSITION-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF WS-LIST-TRANS
               PERFORM LIST-POSITIONS
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-LIST-TRANS
               PERFORM ACCEPT-POSITION-DATA
               PERFORM VALIDATE-POSITION-DATA
               IF WS-INPUT-VALID
                  EVALUATE TRUE
                     WHEN WS-ADD-TRANS
                        PERFORM ADD-POSITION
                     WHEN WS-CHANGE-TRANS
                        PERFORM CHANGE-POSITION
                     WHEN WS-DELETE-TRANS
                        PERFORM DELETE-POSITION
                  END-EVALUATE
               ELSE
                  DISPLAY "Invalid position data, transaction "
                     "ignored."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       SHOW-MENU.
            DISPLAY "Position Maintenance - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-POSITION-DATA.
            MOVE SPACES TO WS-POSITION-NUMBER WS-NEW-DEPARTMENT
               WS-NEW-GRADE WS-NEW-TITLE WS-NEW-STATUS.
            MOVE ZERO TO WS-NEW-FTE.
            DISPLAY "Position number:".
            ACCEPT WS-POSITION-NUMBER.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Department:"
               ACCEPT WS-NEW-DEPARTMENT
               DISPLAY "Job grade code:"
               ACCEPT WS-NEW-GRADE
               DISPLAY "Title:"
               ACCEPT WS-NEW-TITLE
               DISPLAY "FTE (e.g. 1.00 or 0.50):"
               ACCEPT WS-NEW-FTE
               DISPLAY "Status - V)acant Z)frozen:"
               ACCEPT WS-NEW-STATUS
            END-IF.

       VALIDATE-POSITION-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-POSITION-NUMBER = SPACES
               DISPLAY "Position number is required."
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
            IF WS-NEW-TITLE = SPACES
               DISPLAY "Title is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-FTE = 0 OR WS-NEW-FTE > 1
               DISPLAY "FTE must be above 0 and no more than 1.00."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-NEW-VACANT AND NOT WS-NEW-FROZEN
               DISPLAY "Status must be V or Z."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-DEPARTMENT TO POS-DEPT-CODE.
            MOVE WS-NEW-GRADE TO POS-GRADE-CODE.
            MOVE WS-NEW-TITLE TO POS-TITLE.
            MOVE WS-NEW-FTE TO POS-FTE.

       ADD-POSITION.
            MOVE SPACES TO POSITION-RECORD.
            MOVE WS-POSITION-NUMBER TO POS-NUMBER.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-STATUS TO POS-STATUS.
            WRITE POSITION-RECORD
               INVALID KEY
                  DISPLAY "Position " WS-POSITION-NUMBER
                     " already exists, status " WS-POSITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Position " WS-POSITION-NUMBER " added."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

      *> A filled position may be retitled, regraded or resized,
      *> but its department and status follow the incumbent and
      *> change only once POSITION-UPDATE has vacated it.
       CHANGE-POSITION.
            MOVE WS-POSITION-NUMBER TO POS-NUMBER.
            READ POSITION-FILE
               INVALID KEY
                  DISPLAY "Position " WS-POSITION-NUMBER
                     " not found, status " WS-POSITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF POS-FILLED
               IF WS-NEW-DEPARTMENT NOT = POS-DEPT-CODE
                     OR WS-NEW-FROZEN
                  DISPLAY "Position " WS-POSITION-NUMBER
                     " is filled by " POS-EMPLOYEE-ID
                     " - department and status cannot change."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            ELSE
               MOVE WS-NEW-STATUS TO POS-STATUS
            END-IF.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            REWRITE POSITION-RECORD.
            DISPLAY "Position " WS-POSITION-NUMBER " updated.".
            PERFORM LOG-MAINT-TRANS.

       DELETE-POSITION.
            MOVE WS-POSITION-NUMBER TO POS-NUMBER.
            READ POSITION-FILE
               INVALID KEY
                  DISPLAY "Position " WS-POSITION-NUMBER
                     " not found, status " WS-POSITION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF POS-FILLED
               DISPLAY "Position " WS-POSITION-NUMBER
                  " is filled by " POS-EMPLOYEE-ID
                  " - not deleted."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            DELETE POSITION-FILE RECORD.
            DISPLAY "Position " WS-POSITION-NUMBER " deleted.".
            PERFORM LOG-MAINT-TRANS.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-POSITION-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-POSITIONS.
            MOVE SPACES TO WS-LIST-DEPARTMENT.
            DISPLAY "Department (blank = all):".
            ACCEPT WS-LIST-DEPARTMENT.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO POS-NUMBER.
            START POSITION-FILE KEY NOT < POS-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ POSITION-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF WS-LIST-DEPARTMENT = SPACES
                        OR POS-DEPT-CODE = WS-LIST-DEPARTMENT
                     ADD 1 TO WS-LIST-COUNT
                     MOVE POS-FTE TO WS-FTE-SHOW
                     DISPLAY "  " POS-NUMBER " " POS-DEPT-CODE
                        " " POS-GRADE-CODE " " POS-TITLE
                        " FTE " WS-FTE-SHOW
                        " STATUS " POS-STATUS " " POS-EMPLOYEE-ID
                  END-IF
               END-IF
            END-PERFORM.
            DISPLAY "Positions listed: " WS-LIST-COUNT.
       END PROGRAM POSITION-MAINT.
