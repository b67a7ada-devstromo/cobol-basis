      *> Maintenance screen for the deduction payee master
      *> (deduction-payee.dat), the same console transaction loop
      *> the other reference files use. Each DED-CODE gets a default
      *> payee keyed with a blank case reference; a court order
      *> paid to a different agency gets its own record keyed by the
      *> code and the order's case reference as keyed on the
      *> employee's deduction. L)ist shows every payee on file in
      *> code order. The remittance register reads this file to
      *> know where the money withheld in a period goes.
      *> The payee's state and postal code must agree on
      *> postal-range.dat (ADDRESS-VALIDATE).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-PAYEE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DEDUCTION-PAYEE-FILE
               ASSIGN TO "deduction-payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPY-KEY
               FILE STATUS IS WS-PAYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-PAYEE-FILE.
           COPY DEDUCTION-PAYEE-REC.
       WORKING-STORAGE SECTION.
           01 WS-PAYEE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-NAME     PIC X(30) VALUE SPACES.
           01 WS-NEW-STREET-1 PIC X(30) VALUE SPACES.
           01 WS-NEW-STREET-2 PIC X(30) VALUE SPACES.
           01 WS-NEW-CITY     PIC X(20) VALUE SPACES.
           01 WS-NEW-STATE    PIC X(2) VALUE SPACES.
           01 WS-NEW-POSTAL   PIC X(10) VALUE SPACES.
           01 WS-NEW-REMIT-DAYS PIC 9(3) VALUE ZERO.
           01 WS-ADDRESS-RESULT PIC X VALUE "Y".
              88 WS-ADDRESS-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O DEDUCTION-PAYEE-FILE.
            IF WS-PAYEE-STATUS NOT = "00" AND WS-PAYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open deduction-payee.dat, status "
                  WS-PAYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE DEDUCTION-PAYEE-FILE.
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
                  PERFORM LIST-PAYEES
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-PAYEE-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-PAYEE
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-PAYEE
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-PAYEE
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid payee data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Deduction Payees - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-PAYEE-DATA.
            MOVE SPACES TO DPY-KEY WS-NEW-NAME WS-NEW-STREET-1
               WS-NEW-STREET-2 WS-NEW-CITY WS-NEW-STATE
               WS-NEW-POSTAL.
            MOVE ZERO TO WS-NEW-REMIT-DAYS.
            DISPLAY "Deduction code (e.g. GARN, SAVE, UNIF):".
            ACCEPT DPY-DED-CODE.
            DISPLAY "Case reference (blank for the code's default "
               "payee):".
            ACCEPT DPY-CASE-REFERENCE.
            SET WS-INPUT-VALID TO TRUE.
            IF DPY-DED-CODE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Payee name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "Street line 1:"
               ACCEPT WS-NEW-STREET-1
               DISPLAY "Street line 2:"
               ACCEPT WS-NEW-STREET-2
               DISPLAY "City:"
               ACCEPT WS-NEW-CITY
               DISPLAY "State:"
               ACCEPT WS-NEW-STATE
               DISPLAY "Postal code:"
               ACCEPT WS-NEW-POSTAL
               DISPLAY "Days after pay date the money is due:"
               ACCEPT WS-NEW-REMIT-DAYS
               IF WS-NEW-NAME = SPACES
                  DISPLAY "Payee name is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-STREET-1 = SPACES OR WS-NEW-CITY = SPACES
                     OR WS-NEW-POSTAL = SPACES
                  DISPLAY "Street, city and postal code are "
                     "required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               CALL "ADDRESS-VALIDATE" USING WS-NEW-STATE
                  WS-NEW-POSTAL WS-ADDRESS-RESULT
               IF NOT WS-ADDRESS-VALID
                  DISPLAY "State " WS-NEW-STATE " and postal code "
                     WS-NEW-POSTAL " do not agree, result "
                     WS-ADDRESS-RESULT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-REMIT-DAYS IS NOT NUMERIC
                  DISPLAY "Remit days must be numeric."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO DPY-PAYEE-NAME.
            MOVE WS-NEW-STREET-1 TO DPY-STREET-LINE-1.
            MOVE WS-NEW-STREET-2 TO DPY-STREET-LINE-2.
            MOVE WS-NEW-CITY TO DPY-CITY.
            MOVE WS-NEW-STATE TO DPY-STATE.
            MOVE WS-NEW-POSTAL TO DPY-POSTAL-CODE.
            MOVE WS-NEW-REMIT-DAYS TO DPY-REMIT-DAYS.

       ADD-PAYEE.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE DEDUCTION-PAYEE-RECORD
               INVALID KEY
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " already exists, status "
                     WS-PAYEE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " added."
            END-WRITE.

       CHANGE-PAYEE.
            READ DEDUCTION-PAYEE-FILE
               INVALID KEY
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " not found, status "
                     WS-PAYEE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE DEDUCTION-PAYEE-RECORD
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " updated."
            END-READ.

       DELETE-PAYEE.
            READ DEDUCTION-PAYEE-FILE
               INVALID KEY
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " not found, status "
                     WS-PAYEE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE DEDUCTION-PAYEE-FILE RECORD
                  DISPLAY "Payee for " DPY-DED-CODE " "
                     DPY-CASE-REFERENCE " deleted."
            END-READ.

       LIST-PAYEES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO DPY-KEY.
            START DEDUCTION-PAYEE-FILE KEY NOT < DPY-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-PAYEE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY DPY-DED-CODE " " DPY-CASE-REFERENCE " "
                  DPY-PAYEE-NAME " due +" DPY-REMIT-DAYS " days"
               DISPLAY "     " DPY-STREET-LINE-1 " " DPY-CITY " "
                  DPY-STATE " " DPY-POSTAL-CODE
               PERFORM READ-NEXT-PAYEE
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " payee(s) on file.".

       READ-NEXT-PAYEE.
            READ DEDUCTION-PAYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM DEDUCTION-PAYEE-MAINT.
