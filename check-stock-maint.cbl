      *> Maintenance screen for the check-stock control file, the
      *> same console transaction loop the other reference files
      *> use. A new delivery of pre-numbered check forms is loaded
      *> as a range against its stock code; the print runs then take
      *> numbers from the range in order. Loading a range is a
      *> supervisor action (access level 3) and is logged through
      *> MAINT-TRANS-WRITE. A new range may not start at or below a
      *> number already issued, so a check number is never used
      *> twice, and replacing a range with forms still unused asks
      *> for confirmation because those forms must be accounted for
      *> by hand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-STOCK-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CHECK-STOCK-FILE
               ASSIGN TO "check-stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKS-STOCK-CODE
               FILE STATUS IS WS-STOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-STOCK-FILE.
           COPY CHECK-STOCK-REC.
       WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-LOAD-TRANS VALUE "L".
              88 WS-SHOW-TRANS VALUE "S".
              88 WS-EXIT-TRANS VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-STOCK-CODE PIC X(8) VALUE SPACES.
           01 WS-FIRST-NUMBER PIC X(8) VALUE SPACES.
           01 WS-LAST-NUMBER  PIC X(8) VALUE SPACES.
           01 WS-FIRST-NUM PIC 9(8) VALUE ZERO.
           01 WS-LAST-NUM  PIC 9(8) VALUE ZERO.
           01 WS-UNUSED-FORMS PIC 9(8) VALUE ZERO.
           01 WS-CONFIRM PIC X VALUE "N".
              88 WS-CONFIRMED VALUE "Y" "y".
           01 WS-STOCK-EXISTS-FLAG PIC X VALUE "N".
              88 WS-STOCK-EXISTS VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-TODAY PIC 9(8) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "CHECK-STOCK".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Check stock maintenance requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O CHECK-STOCK-FILE.
            IF WS-STOCK-STATUS NOT = "00" AND
                  WS-STOCK-STATUS NOT = "05"
               DISPLAY "Unable to open check-stock.dat, status "
                  WS-STOCK-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE CHECK-STOCK-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            EVALUATE TRUE
               WHEN WS-LOAD-TRANS
                  PERFORM LOAD-RANGE
               WHEN WS-SHOW-TRANS
                  PERFORM SHOW-STOCKS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Check Stock Maintenance - L)oad range S)how "
               "X)it".
            ACCEPT WS-TRANS-CODE.

       LOAD-RANGE.
            IF WS-ACCESS-LEVEL < 3
               DISPLAY "Loading check stock requires supervisor "
                  "access."
            ELSE
               PERFORM ACCEPT-RANGE
               IF WS-INPUT-VALID
                  PERFORM CHECK-AGAINST-ISSUED
               END-IF
               IF WS-INPUT-VALID
                  PERFORM STORE-RANGE
               ELSE
                  DISPLAY "Range not loaded."
               END-IF
            END-IF.

       ACCEPT-RANGE.
            SET WS-INPUT-VALID TO TRUE.
            MOVE SPACES TO WS-STOCK-CODE WS-FIRST-NUMBER
               WS-LAST-NUMBER.
            DISPLAY "Stock code (PAYROLL for pay checks):".
            ACCEPT WS-STOCK-CODE.
            DISPLAY "First check number on the forms:".
            ACCEPT WS-FIRST-NUMBER.
            DISPLAY "Last check number on the forms:".
            ACCEPT WS-LAST-NUMBER.
            IF WS-STOCK-CODE = SPACES
               DISPLAY "Stock code is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-FIRST-NUMBER IS NOT NUMERIC OR
                  WS-LAST-NUMBER IS NOT NUMERIC
               DISPLAY "Check numbers must be eight digits."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               MOVE WS-FIRST-NUMBER TO WS-FIRST-NUM
               MOVE WS-LAST-NUMBER TO WS-LAST-NUM
               IF WS-FIRST-NUM = 0 OR WS-LAST-NUM < WS-FIRST-NUM
                  DISPLAY "Last number must not be below the first."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

      *> Numbers already printed from the current range stay
      *> issued: the new range must start above them. Forms left
      *> unprinted in the current range are shown, and the load
      *> goes ahead only when the supervisor confirms.
       CHECK-AGAINST-ISSUED.
            MOVE "N" TO WS-STOCK-EXISTS-FLAG.
            MOVE WS-STOCK-CODE TO CKS-STOCK-CODE.
            READ CHECK-STOCK-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-STOCK-EXISTS TO TRUE
            END-READ.
            IF WS-STOCK-EXISTS
               IF WS-FIRST-NUM < CKS-NEXT-NUMBER
                  DISPLAY "Numbers below " CKS-NEXT-NUMBER
                     " are already issued on stock " WS-STOCK-CODE
                     "; the new range must start above them."
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  IF CKS-NEXT-NUMBER NOT > CKS-LAST-NUMBER
                     COMPUTE WS-UNUSED-FORMS =
                        CKS-LAST-NUMBER - CKS-NEXT-NUMBER + 1
                     DISPLAY WS-UNUSED-FORMS " forms from "
                        CKS-NEXT-NUMBER " to " CKS-LAST-NUMBER
                        " are still unused."
                     DISPLAY "Replace the range anyway (Y/N)?"
                     MOVE "N" TO WS-CONFIRM
                     ACCEPT WS-CONFIRM
                     IF NOT WS-CONFIRMED
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
                  END-IF
               END-IF
            END-IF.

       STORE-RANGE.
            MOVE WS-STOCK-CODE TO CKS-STOCK-CODE.
            MOVE WS-FIRST-NUM TO CKS-FIRST-NUMBER.
            MOVE WS-LAST-NUM TO CKS-LAST-NUMBER.
            MOVE WS-FIRST-NUM TO CKS-NEXT-NUMBER.
            MOVE WS-TODAY TO CKS-LOADED-DATE.
            MOVE WS-SIGNON-USER-ID TO CKS-LOADED-BY.
            IF WS-STOCK-EXISTS
               REWRITE CHECK-STOCK-RECORD
                  INVALID KEY
                     DISPLAY "Unable to update stock " WS-STOCK-CODE
                        ", status " WS-STOCK-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            ELSE
               MOVE ZEROS TO CKS-LAST-USED-DATE
               WRITE CHECK-STOCK-RECORD
                  INVALID KEY
                     DISPLAY "Unable to add stock " WS-STOCK-CODE
                        ", status " WS-STOCK-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-WRITE
            END-IF.
            IF WS-STOCK-STATUS = "00"
               DISPLAY "Stock " WS-STOCK-CODE " loaded with "
                  WS-FIRST-NUM " to " WS-LAST-NUM "."
               PERFORM LOG-MAINT-TRANS
            END-IF.

       SHOW-STOCKS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO CKS-STOCK-CODE.
            START CHECK-STOCK-FILE KEY NOT < CKS-STOCK-CODE
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-STOCK.
            PERFORM UNTIL WS-EOF
               DISPLAY CKS-STOCK-CODE " range " CKS-FIRST-NUMBER
                  "-" CKS-LAST-NUMBER " next " CKS-NEXT-NUMBER
                  " loaded " CKS-LOADED-DATE " by " CKS-LOADED-BY
                  " last used " CKS-LAST-USED-DATE
               PERFORM READ-NEXT-STOCK
            END-PERFORM.

       READ-NEXT-STOCK.
            READ CHECK-STOCK-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-STOCK-CODE TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.
       END PROGRAM CHECK-STOCK-MAINT.
