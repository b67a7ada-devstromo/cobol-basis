      *> Shared position-control update, the one place a position is
      *> filled or vacated so every hiring path enforces the same
      *> rules. LK-ACTION:
      *>   C - check only: the position exists, sits in LK-DEPT-CODE
      *>       and is vacant (not filled, not frozen) - or is already
      *>       held by LK-EMPLOYEE-ID;
      *>   F - the same check, then fill it with LK-EMPLOYEE-ID;
      *>   V - vacate whatever position LK-EMPLOYEE-ID holds (found
      *>       through the incumbent alternate key) - nothing held
      *>       is not an error.
      *> LK-RESULT comes back Y when done, else N not on file,
      *> D other department, F already filled, Z frozen, E file
      *> error. Opens I-O, does the one job, closes - the same
      *> one-shot file handling DEPT-VALIDATE uses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-UPDATE.
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
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       LINKAGE SECTION.
       01 LK-ACTION PIC X.
           88 LK-CHECK-ONLY VALUE "C".
           88 LK-FILL       VALUE "F".
           88 LK-VACATE     VALUE "V".
       01 LK-EMPLOYEE-ID PIC X(6).
       01 LK-POSITION-NUMBER PIC X(6).
       01 LK-DEPT-CODE PIC X(20).
       01 LK-RESULT PIC X.
           88 LK-UPDATE-OK VALUE "Y".
       PROCEDURE DIVISION USING LK-ACTION LK-EMPLOYEE-ID
               LK-POSITION-NUMBER LK-DEPT-CODE LK-RESULT.
       UPDATE-POSITION.
            MOVE "E" TO LK-RESULT.
            OPEN I-O POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00" AND WS-POSITION-STATUS
                  NOT = "05"
               DISPLAY "Unable to open position.dat, status "
                  WS-POSITION-STATUS
               GOBACK
            END-IF.
            IF LK-VACATE
               PERFORM VACATE-HELD-POSITION
            ELSE
               PERFORM CHECK-POSITION
               IF LK-UPDATE-OK AND LK-FILL
                  MOVE "F" TO POS-STATUS
                  MOVE LK-EMPLOYEE-ID TO POS-EMPLOYEE-ID
                  MOVE FUNCTION CURRENT-DATE(1:8) TO POS-FILLED-DATE
                  REWRITE POSITION-RECORD
                     INVALID KEY MOVE "E" TO LK-RESULT
                  END-REWRITE
               END-IF
            END-IF.
            CLOSE POSITION-FILE.
            GOBACK.

       CHECK-POSITION.
            MOVE LK-POSITION-NUMBER TO POS-NUMBER.
            READ POSITION-FILE
               INVALID KEY
                  MOVE "N" TO LK-RESULT
                  EXIT PARAGRAPH
            END-READ.
            EVALUATE TRUE
               WHEN POS-DEPT-CODE NOT = LK-DEPT-CODE
                  MOVE "D" TO LK-RESULT
               WHEN POS-FROZEN
                  MOVE "Z" TO LK-RESULT
               WHEN POS-FILLED AND POS-EMPLOYEE-ID = LK-EMPLOYEE-ID
                  MOVE "Y" TO LK-RESULT
               WHEN POS-FILLED
                  MOVE "F" TO LK-RESULT
               WHEN OTHER
                  MOVE "Y" TO LK-RESULT
            END-EVALUATE.

       VACATE-HELD-POSITION.
            MOVE "Y" TO LK-RESULT.
            IF LK-EMPLOYEE-ID = SPACES
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LK-EMPLOYEE-ID TO POS-EMPLOYEE-ID.
            START POSITION-FILE KEY = POS-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ POSITION-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF POS-EMPLOYEE-ID NOT = LK-EMPLOYEE-ID
                     SET WS-EOF TO TRUE
                  ELSE
                     MOVE "V" TO POS-STATUS
                     MOVE SPACES TO POS-EMPLOYEE-ID POS-FILLED-DATE
                     REWRITE POSITION-RECORD
                        INVALID KEY MOVE "E" TO LK-RESULT
                     END-REWRITE
                     MOVE LK-EMPLOYEE-ID TO POS-EMPLOYEE-ID
                     START POSITION-FILE KEY = POS-EMPLOYEE-ID
                        INVALID KEY SET WS-EOF TO TRUE
                     END-START
                  END-IF
               END-IF
            END-PERFORM.
       END PROGRAM POSITION-UPDATE.
