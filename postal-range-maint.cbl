      *> Maintenance screen for the state/postal-code range table
      *> (postal-range.dat), the same console transaction loop the
      *> other reference files use. One record per block of postal
      *> codes a state owns, keyed by the two-letter state code and
      *> the first five-digit code of the block; the high code closes
      *> the block. ADDRESS-VALIDATE accepts an address only when its
      *> postal code falls inside one of its state's blocks, so a
      *> state must have every block on file before addresses there
      *> are keyed. L)ist shows every range on file, or one state's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-RANGE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL POSTAL-RANGE-FILE
               ASSIGN TO "postal-range.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-RANGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-RANGE-FILE.
           COPY POSTAL-RANGE-REC.
       WORKING-STORAGE SECTION.
           01 WS-RANGE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-HIGH-POSTAL PIC X(5) VALUE SPACES.
           01 WS-NEW-NAME PIC X(20) VALUE SPACES.
           01 WS-LIST-STATE PIC X(2) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O POSTAL-RANGE-FILE.
            IF WS-RANGE-STATUS NOT = "00" AND WS-RANGE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open postal-range.dat, status "
                  WS-RANGE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE POSTAL-RANGE-FILE.
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
                  PERFORM LIST-RANGES
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-RANGE-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-RANGE
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-RANGE
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-RANGE
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid range data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Postal Code Ranges - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-RANGE-DATA.
            MOVE SPACES TO PR-KEY WS-NEW-HIGH-POSTAL WS-NEW-NAME.
            DISPLAY "State code (two letters):".
            ACCEPT PR-STATE.
            INSPECT PR-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            DISPLAY "Low postal code of the range (five digits):".
            ACCEPT PR-LOW-POSTAL.
            SET WS-INPUT-VALID TO TRUE.
            IF PR-STATE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF PR-LOW-POSTAL NOT NUMERIC
               DISPLAY "Low postal code must be five digits."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "High postal code of the range (five digits):"
               ACCEPT WS-NEW-HIGH-POSTAL
               DISPLAY "State name:"
               ACCEPT WS-NEW-NAME
               IF WS-NEW-HIGH-POSTAL NOT NUMERIC
                  DISPLAY "High postal code must be five digits."
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  IF WS-NEW-HIGH-POSTAL < PR-LOW-POSTAL
                     DISPLAY "High postal code is below the low."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-IF
               IF WS-NEW-NAME = SPACES
                  DISPLAY "State name is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-HIGH-POSTAL TO PR-HIGH-POSTAL.
            MOVE WS-NEW-NAME TO PR-STATE-NAME.

       ADD-RANGE.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE POSTAL-RANGE-RECORD
               INVALID KEY
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " already exists, status " WS-RANGE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " added."
            END-WRITE.

       CHANGE-RANGE.
            READ POSTAL-RANGE-FILE
               INVALID KEY
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " not found, status " WS-RANGE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE POSTAL-RANGE-RECORD
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " updated."
            END-READ.

       DELETE-RANGE.
            READ POSTAL-RANGE-FILE
               INVALID KEY
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " not found, status " WS-RANGE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE POSTAL-RANGE-FILE RECORD
                  DISPLAY "Range " PR-STATE " " PR-LOW-POSTAL
                     " deleted."
            END-READ.

       LIST-RANGES.
            DISPLAY "State to list (blank = all):".
            MOVE SPACES TO WS-LIST-STATE.
            ACCEPT WS-LIST-STATE.
            INSPECT WS-LIST-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO PR-KEY.
            IF WS-LIST-STATE NOT = SPACES
               MOVE WS-LIST-STATE TO PR-STATE
            END-IF.
            START POSTAL-RANGE-FILE KEY NOT < PR-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
               PERFORM READ-NEXT-RANGE
            END-IF.
            PERFORM UNTIL WS-EOF
               IF WS-LIST-STATE NOT = SPACES AND
                     PR-STATE NOT = WS-LIST-STATE
                  SET WS-EOF TO TRUE
               ELSE
                  ADD 1 TO WS-LIST-COUNT
                  DISPLAY PR-STATE " " PR-LOW-POSTAL "-"
                     PR-HIGH-POSTAL " " PR-STATE-NAME
                  PERFORM READ-NEXT-RANGE
               END-IF
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " postal code range(s) listed.".

       READ-NEXT-RANGE.
            READ POSTAL-RANGE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM POSTAL-RANGE-MAINT.
