      *> Maintenance screen for the merit matrix, the same console
      *> transaction loop JOB-GRADE-MAINT uses for its reference
      *> file: one row per review rating 1-5 carrying the increase
      *> percentage for each of the four compa-ratio zones. L)ist
      *> shows the whole matrix so the grid can be checked against
      *> the signed-off pay policy before SALARY-UPDATE-RUN applies
      *> it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-MATRIX-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL MERIT-MATRIX-FILE
               ASSIGN TO "merit-matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-RATING
               FILE STATUS IS WS-MATRIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERIT-MATRIX-FILE.
           COPY MERIT-MATRIX-REC.
       WORKING-STORAGE SECTION.
           01 WS-MATRIX-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-PERCENTS.
              05 WS-NEW-PERCENT PIC 99V99 OCCURS 4 TIMES.
           01 WS-ZONE PIC 9 VALUE ZERO.
           01 WS-PERCENT-SHOW PIC Z9.99.
           01 WS-ROW-LINE PIC X(60) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O MERIT-MATRIX-FILE.
            IF WS-MATRIX-STATUS NOT = "00" AND WS-MATRIX-STATUS
                  NOT = "05"
               DISPLAY "Unable to open merit-matrix.dat, status "
                  WS-MATRIX-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE MERIT-MATRIX-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF WS-LIST-TRANS
               PERFORM LIST-MATRIX
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-LIST-TRANS
               PERFORM ACCEPT-MATRIX-DATA
               PERFORM VALIDATE-MATRIX-DATA
               IF WS-INPUT-VALID
                  EVALUATE TRUE
                     WHEN WS-ADD-TRANS
                        PERFORM ADD-MATRIX-ROW
                     WHEN WS-CHANGE-TRANS
                        PERFORM CHANGE-MATRIX-ROW
                     WHEN WS-DELETE-TRANS
                        PERFORM DELETE-MATRIX-ROW
                  END-EVALUATE
               ELSE
                  DISPLAY "Invalid matrix data, transaction ignored."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       SHOW-MENU.
            DISPLAY "Merit Matrix Maintenance - A)dd C)hange "
               "D)elete L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-MATRIX-DATA.
            MOVE ZERO TO MM-RATING.
            MOVE ZEROS TO WS-NEW-PERCENTS.
            DISPLAY "Review rating (1-5):".
            ACCEPT MM-RATING.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Increase % by compa-ratio zone (e.g. 03.50)"
               DISPLAY "Zone 1 - below 0.90:"
               ACCEPT WS-NEW-PERCENT(1)
               DISPLAY "Zone 2 - 0.90 to 0.99:"
               ACCEPT WS-NEW-PERCENT(2)
               DISPLAY "Zone 3 - 1.00 to 1.09:"
               ACCEPT WS-NEW-PERCENT(3)
               DISPLAY "Zone 4 - 1.10 and over:"
               ACCEPT WS-NEW-PERCENT(4)
            END-IF.

       VALIDATE-MATRIX-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF MM-RATING < 1 OR MM-RATING > 5
               DISPLAY "Rating must be 1 to 5."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-ROW.
            PERFORM VARYING WS-ZONE FROM 1 BY 1 UNTIL WS-ZONE > 4
               MOVE WS-NEW-PERCENT(WS-ZONE)
                  TO MM-ZONE-PERCENT(WS-ZONE)
            END-PERFORM.

       ADD-MATRIX-ROW.
            PERFORM MOVE-NEW-DATA-TO-ROW.
            WRITE MERIT-MATRIX-RECORD
               INVALID KEY
                  DISPLAY "Rating " MM-RATING
                     " already exists, status " WS-MATRIX-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Rating " MM-RATING " added."
            END-WRITE.

       CHANGE-MATRIX-ROW.
            READ MERIT-MATRIX-FILE
               INVALID KEY
                  DISPLAY "Rating " MM-RATING
                     " not found, status " WS-MATRIX-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-ROW
                  REWRITE MERIT-MATRIX-RECORD
                  DISPLAY "Rating " MM-RATING " updated."
            END-READ.

       DELETE-MATRIX-ROW.
            READ MERIT-MATRIX-FILE
               INVALID KEY
                  DISPLAY "Rating " MM-RATING
                     " not found, status " WS-MATRIX-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE MERIT-MATRIX-FILE RECORD
                  DISPLAY "Rating " MM-RATING " deleted."
            END-READ.

       LIST-MATRIX.
            DISPLAY "RATING  ZONE 1  ZONE 2  ZONE 3  ZONE 4".
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO MM-RATING.
            START MERIT-MATRIX-FILE KEY NOT < MM-RATING
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ MERIT-MATRIX-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     PERFORM SHOW-ONE-ROW
               END-READ
            END-PERFORM.

       SHOW-ONE-ROW.
            MOVE SPACES TO WS-ROW-LINE.
            MOVE MM-RATING TO WS-ROW-LINE(4:1).
            PERFORM VARYING WS-ZONE FROM 1 BY 1 UNTIL WS-ZONE > 4
               MOVE MM-ZONE-PERCENT(WS-ZONE) TO WS-PERCENT-SHOW
               MOVE WS-PERCENT-SHOW
                  TO WS-ROW-LINE(WS-ZONE * 8 + 1:5)
            END-PERFORM.
            DISPLAY WS-ROW-LINE.
       END PROGRAM MERIT-MATRIX-MAINT.
