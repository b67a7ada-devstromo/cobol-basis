      *> Shared state/postal-code check for the CONTACT-REC address
      *> fields, guarding the capture paths the way PHONE-VALIDATE
      *> guards the phones. A blank state and postal code together
      *> are fine (the address is optional); otherwise both must be
      *> keyed, the postal code must be five digits or ZIP+4
      *> (12345-6789, or the nine digits run together), the state
      *> must be on postal-range.dat and the first five digits must
      *> fall inside one of that state's ranges. The state comes back
      *> in upper case and a nine-digit code with its dash, so every
      *> master carries addresses in one layout. Until the range file
      *> holds any record at all the check is not in force and every
      *> well-formed pair passes. Result codes:
      *>    Y  valid            M  state or postal code missing
      *>    F  postal code malformed
      *>    S  state not on the range file
      *>    P  postal code outside every range for the state
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-VALIDATE.
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
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-STATE-SEEN-FLAG PIC X VALUE "N".
           88 WS-STATE-SEEN VALUE "Y".
       01 WS-TABLE-LOADED-FLAG PIC X VALUE "N".
           88 WS-TABLE-LOADED VALUE "Y".
       01 WS-POSTAL-WORK PIC X(10) VALUE SPACES.
       01 WS-POSTAL-PARTS REDEFINES WS-POSTAL-WORK.
           05 WS-POSTAL-FIVE   PIC X(5).
           05 WS-POSTAL-SIXTH  PIC X.
           05 WS-POSTAL-REST   PIC X(4).
       01 WS-POSTAL-NINE REDEFINES WS-POSTAL-WORK.
           05 FILLER           PIC X(5).
           05 WS-POSTAL-PLUS4  PIC X(4).
           05 WS-POSTAL-TENTH  PIC X.
       01 WS-PLUS4-HOLD PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-STATE-VALUE  PIC X(2).
       01 LK-POSTAL-VALUE PIC X(10).
       01 LK-ADDRESS-RESULT PIC X.
           88 LK-ADDRESS-VALID     VALUE "Y".
           88 LK-ADDRESS-MISSING   VALUE "M".
           88 LK-POSTAL-MALFORMED  VALUE "F".
           88 LK-STATE-UNKNOWN     VALUE "S".
           88 LK-POSTAL-OUT-OF-STATE VALUE "P".
       PROCEDURE DIVISION USING LK-STATE-VALUE LK-POSTAL-VALUE
               LK-ADDRESS-RESULT.
       CHECK-ADDRESS.
            IF LK-STATE-VALUE = SPACES AND LK-POSTAL-VALUE = SPACES
               SET LK-ADDRESS-VALID TO TRUE
               GOBACK
            END-IF.
            IF LK-STATE-VALUE = SPACES OR LK-POSTAL-VALUE = SPACES
               SET LK-ADDRESS-MISSING TO TRUE
               GOBACK
            END-IF.
            INSPECT LK-STATE-VALUE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM CHECK-POSTAL-FORMAT.
            IF LK-POSTAL-MALFORMED
               GOBACK
            END-IF.
            MOVE WS-POSTAL-WORK TO LK-POSTAL-VALUE.
            PERFORM FIND-STATE-RANGE.
            GOBACK.

      *> Five digits, then nothing, a dash and four digits, or four
      *> more digits (given back with the dash put in).
       CHECK-POSTAL-FORMAT.
            SET LK-ADDRESS-VALID TO TRUE.
            MOVE LK-POSTAL-VALUE TO WS-POSTAL-WORK.
            IF WS-POSTAL-FIVE NOT NUMERIC
               SET LK-POSTAL-MALFORMED TO TRUE
               EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
               WHEN WS-POSTAL-SIXTH = SPACE AND
                     WS-POSTAL-REST = SPACES
                  CONTINUE
               WHEN WS-POSTAL-SIXTH = "-" AND
                     WS-POSTAL-REST NUMERIC
                  CONTINUE
               WHEN WS-POSTAL-PLUS4 NUMERIC AND
                     WS-POSTAL-TENTH = SPACE
                  MOVE WS-POSTAL-PLUS4 TO WS-PLUS4-HOLD
                  MOVE WS-PLUS4-HOLD TO WS-POSTAL-REST
                  MOVE "-" TO WS-POSTAL-SIXTH
               WHEN OTHER
                  SET LK-POSTAL-MALFORMED TO TRUE
            END-EVALUATE.

      *> The state's ranges sit together on the key, so the scan
      *> starts at the state and stops at the first other state.
       FIND-STATE-RANGE.
            MOVE "N" TO WS-STATE-SEEN-FLAG.
            MOVE "N" TO WS-TABLE-LOADED-FLAG.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT POSTAL-RANGE-FILE.
            IF WS-RANGE-STATUS NOT = "00" AND WS-RANGE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open postal-range.dat, status "
                  WS-RANGE-STATUS
               EXIT PARAGRAPH
            END-IF.
            MOVE LK-STATE-VALUE TO PR-STATE.
            MOVE LOW-VALUES TO PR-LOW-POSTAL.
            START POSTAL-RANGE-FILE KEY NOT < PR-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
               PERFORM READ-NEXT-RANGE
            END-IF.
            PERFORM UNTIL WS-EOF OR PR-STATE NOT = LK-STATE-VALUE
               SET WS-STATE-SEEN TO TRUE
               IF WS-POSTAL-FIVE >= PR-LOW-POSTAL AND
                     WS-POSTAL-FIVE <= PR-HIGH-POSTAL
                  CLOSE POSTAL-RANGE-FILE
                  EXIT PARAGRAPH
               END-IF
               PERFORM READ-NEXT-RANGE
            END-PERFORM.
            IF WS-STATE-SEEN
               SET LK-POSTAL-OUT-OF-STATE TO TRUE
            ELSE
               PERFORM CHECK-TABLE-LOADED
               IF WS-TABLE-LOADED
                  SET LK-STATE-UNKNOWN TO TRUE
               END-IF
            END-IF.
            CLOSE POSTAL-RANGE-FILE.

       CHECK-TABLE-LOADED.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO PR-KEY.
            START POSTAL-RANGE-FILE KEY NOT < PR-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
               PERFORM READ-NEXT-RANGE
            END-IF.
            IF NOT WS-EOF
               SET WS-TABLE-LOADED TO TRUE
            END-IF.

       READ-NEXT-RANGE.
            READ POSTAL-RANGE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM ADDRESS-VALIDATE.
