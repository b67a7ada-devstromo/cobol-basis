      *> Maintenance screen for the sales tax rate table
      *> (sales-tax-rate.dat), the same console transaction loop the
      *> other reference files use. One record per state, keyed by
      *> the two-letter code customer addresses carry, with the rate
      *> as a percentage (7.250 for 7.25 percent). Invoice entry
      *> taxes a customer's taxable lines at the rate for the
      *> customer's state; a state with no record is not taxed.
      *> L)ist shows every rate on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-RATE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL SALES-TAX-RATE-FILE
               ASSIGN TO "sales-tax-rate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STX-STATE
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-RATE-FILE.
           COPY SALES-TAX-RATE-REC.
       WORKING-STORAGE SECTION.
           01 WS-RATE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-NAME PIC X(20) VALUE SPACES.
           01 WS-NEW-RATE PIC 99V999 VALUE ZEROS.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O SALES-TAX-RATE-FILE.
            IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open sales-tax-rate.dat, status "
                  WS-RATE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE SALES-TAX-RATE-FILE.
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
                  PERFORM LIST-RATES
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-RATE-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-RATE
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-RATE
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-RATE
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid rate data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Sales Tax Rates - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-RATE-DATA.
            MOVE SPACES TO STX-STATE WS-NEW-NAME.
            MOVE ZEROS TO WS-NEW-RATE.
            DISPLAY "State code (two letters):".
            ACCEPT STX-STATE.
            SET WS-INPUT-VALID TO TRUE.
            IF STX-STATE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "State name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "Tax rate percent (e.g. 7.250):"
               ACCEPT WS-NEW-RATE
               IF WS-NEW-NAME = SPACES
                  DISPLAY "State name is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-RATE > 25
                  DISPLAY "Rate over 25 percent - check the entry."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO STX-STATE-NAME.
            MOVE WS-NEW-RATE TO STX-RATE-PERCENT.

       ADD-RATE.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE SALES-TAX-RATE-RECORD
               INVALID KEY
                  DISPLAY "State " STX-STATE
                     " already exists, status " WS-RATE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "State " STX-STATE " added."
            END-WRITE.

       CHANGE-RATE.
            READ SALES-TAX-RATE-FILE
               INVALID KEY
                  DISPLAY "State " STX-STATE
                     " not found, status " WS-RATE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE SALES-TAX-RATE-RECORD
                  DISPLAY "State " STX-STATE " updated."
            END-READ.

       DELETE-RATE.
            READ SALES-TAX-RATE-FILE
               INVALID KEY
                  DISPLAY "State " STX-STATE
                     " not found, status " WS-RATE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE SALES-TAX-RATE-FILE RECORD
                  DISPLAY "State " STX-STATE " deleted."
            END-READ.

       LIST-RATES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO STX-STATE.
            START SALES-TAX-RATE-FILE KEY NOT < STX-STATE
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-RATE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY STX-STATE " " STX-STATE-NAME
                  " rate " STX-RATE-PERCENT " percent"
               PERFORM READ-NEXT-RATE
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " state rate(s) on file.".

       READ-NEXT-RATE.
            READ SALES-TAX-RATE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM SALES-TAX-RATE-MAINT.
