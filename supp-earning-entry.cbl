      *> One-time earnings entry for the off-cycle supplemental run,
      *> the same console transaction loop the other payroll files
      *> use. A bonus (B), commission (C) or manual correction (M)
      *> is keyed against an employee on the employee master who is
      *> still active and on the pay master; each entry takes the
      *> next free line number for the employee, so several lines
      *> can wait for the same run. Only a pending line can be
      *> deleted - a paid one is the record of what the run paid.
      *> Entering and deleting need access level 2, and every add
      *> and delete is logged through MAINT-TRANS-WRITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPP-EARNING-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL SUPP-EARNING-FILE
               ASSIGN TO "supp-earning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-EARNING-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-EARNING-FILE.
           COPY SUPP-EARNING-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       WORKING-STORAGE SECTION.
       01 WS-EARNING-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-TRANS-CODE PIC X VALUE SPACE.
           88 WS-ADD-TRANS    VALUE "A".
           88 WS-DELETE-TRANS VALUE "D".
           88 WS-LIST-TRANS   VALUE "L".
           88 WS-EXIT-TRANS   VALUE "X".
       01 WS-VALID-SWITCH PIC X VALUE "Y".
           88 WS-INPUT-VALID VALUE "Y".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-NEW-EMPLOYEE PIC X(6) VALUE SPACES.
       01 WS-NEW-TYPE PIC X VALUE SPACE.
       01 WS-NEW-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-NEW-LINE PIC 9(2) VALUE ZERO.
       01 WS-LAST-LINE PIC 9(2) VALUE ZERO.
       01 WS-LINE-ENTRY PIC X(2) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       COPY MONEY-EDIT.
       01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
       01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
           88 WS-SIGNON-OK VALUE "Y".
       01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
       01 WS-MAINT-PROGRAM PIC X(12) VALUE "SUPP-EARNING".
       01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Supplemental earnings entry requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O SUPP-EARNING-FILE.
            IF WS-EARNING-STATUS NOT = "00" AND WS-EARNING-STATUS
                  NOT = "05"
               DISPLAY "Unable to open supp-earning.dat, status "
                  WS-EARNING-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee.dat, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               DISPLAY "Unable to open pay-master.dat, status "
                  WS-PAY-MASTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM ENTRY-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE SUPP-EARNING-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE PAY-MASTER-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       ENTRY-LOOP.
            DISPLAY "Supplemental Earnings - A)dd D)elete L)ist "
               "X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN (WS-ADD-TRANS OR WS-DELETE-TRANS) AND
                     WS-ACCESS-LEVEL < 2
                  DISPLAY "Supplemental earnings need access level "
                     "2."
               WHEN WS-ADD-TRANS
                  PERFORM ADD-EARNING
               WHEN WS-DELETE-TRANS
                  PERFORM DELETE-EARNING
               WHEN WS-LIST-TRANS
                  PERFORM LIST-EARNINGS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ADD-EARNING.
            MOVE SPACES TO WS-NEW-EMPLOYEE WS-NEW-TYPE
               WS-NEW-DESCRIPTION.
            MOVE ZEROS TO WS-NEW-AMOUNT.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Earning type - B)onus C)ommission M)anual "
               "correction:".
            ACCEPT WS-NEW-TYPE.
            DISPLAY "Description:".
            ACCEPT WS-NEW-DESCRIPTION.
            DISPLAY "Amount:".
            ACCEPT WS-NEW-AMOUNT.
            PERFORM VALIDATE-EARNING.
            IF WS-INPUT-VALID
               PERFORM FIND-NEXT-LINE
            END-IF.
            IF WS-INPUT-VALID
               PERFORM WRITE-EARNING
            ELSE
               DISPLAY "Earning not added."
            END-IF.

      *> The run pays active employees off the pay master, so an
      *> earning for anyone else would only sit pending forever.
       VALIDATE-EARNING.
            SET WS-INPUT-VALID TO TRUE.
            MOVE WS-NEW-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-NEW-EMPLOYEE
                     " is not on the employee master."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     DISPLAY "Employee " WS-NEW-EMPLOYEE
                        " is terminated."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            IF WS-INPUT-VALID
               MOVE WS-NEW-EMPLOYEE TO PAY-EMPLOYEE-ID
               READ PAY-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Employee " WS-NEW-EMPLOYEE
                        " is not on the pay master."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            MOVE WS-NEW-TYPE TO SE-EARNING-TYPE.
            IF NOT SE-VALID-TYPE
               DISPLAY "Earning type must be B, C or M."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-DESCRIPTION = SPACES
               DISPLAY "Description is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-AMOUNT = 0
               DISPLAY "Amount must be greater than zero."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       FIND-NEXT-LINE.
            MOVE ZERO TO WS-LAST-LINE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-NEW-EMPLOYEE TO SE-EMPLOYEE-ID.
            MOVE ZERO TO SE-LINE-NUMBER.
            START SUPP-EARNING-FILE KEY NOT < SE-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-EARNING.
            PERFORM UNTIL WS-EOF OR
                  SE-EMPLOYEE-ID NOT = WS-NEW-EMPLOYEE
               MOVE SE-LINE-NUMBER TO WS-LAST-LINE
               PERFORM READ-NEXT-EARNING
            END-PERFORM.
            IF WS-LAST-LINE = 99
               DISPLAY "Employee " WS-NEW-EMPLOYEE
                  " has no free earning lines left."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               COMPUTE WS-NEW-LINE = WS-LAST-LINE + 1
            END-IF.

       READ-NEXT-EARNING.
            READ SUPP-EARNING-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-EARNING.
            MOVE WS-NEW-EMPLOYEE TO SE-EMPLOYEE-ID.
            MOVE WS-NEW-LINE TO SE-LINE-NUMBER.
            MOVE WS-NEW-TYPE TO SE-EARNING-TYPE.
            MOVE WS-NEW-DESCRIPTION TO SE-DESCRIPTION.
            MOVE WS-NEW-AMOUNT TO SE-AMOUNT.
            MOVE WS-SIGNON-USER-ID TO SE-ENTERED-BY.
            MOVE WS-TODAY TO SE-ENTERED-DATE.
            MOVE "P" TO SE-STATUS.
            MOVE ZEROS TO SE-PAID-PERIOD SE-PAID-RUN-SEQ.
            WRITE SUPP-EARNING-RECORD
               INVALID KEY
                  DISPLAY "Unable to add earning for "
                     WS-NEW-EMPLOYEE ", status " WS-EARNING-STATUS
                  SET WS-HAD-ISSUE TO TRUE
            END-WRITE.
            IF WS-EARNING-STATUS = "00"
               DISPLAY "Earning line " WS-NEW-LINE " added for "
                  WS-NEW-EMPLOYEE "."
               PERFORM LOG-MAINT-TRANS
            END-IF.

       DELETE-EARNING.
            MOVE SPACES TO WS-NEW-EMPLOYEE WS-LINE-ENTRY.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Line number:".
            ACCEPT WS-LINE-ENTRY.
            IF WS-LINE-ENTRY IS NOT NUMERIC
               DISPLAY "Line number must be two digits."
            ELSE
               MOVE WS-LINE-ENTRY TO WS-NEW-LINE
               MOVE WS-NEW-EMPLOYEE TO SE-EMPLOYEE-ID
               MOVE WS-NEW-LINE TO SE-LINE-NUMBER
               READ SUPP-EARNING-FILE
                  INVALID KEY
                     DISPLAY "No earning line " WS-NEW-LINE " for "
                        WS-NEW-EMPLOYEE "."
                  NOT INVALID KEY
                     PERFORM DELETE-ONE-EARNING
               END-READ
            END-IF.

       DELETE-ONE-EARNING.
            IF SE-PAID
               DISPLAY "Line " WS-NEW-LINE " was paid in period "
                  SE-PAID-PERIOD " run " SE-PAID-RUN-SEQ
                  " and cannot be deleted."
            ELSE
               DELETE SUPP-EARNING-FILE RECORD
                  INVALID KEY
                     DISPLAY "Unable to delete earning line, status "
                        WS-EARNING-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-DELETE
               IF WS-EARNING-STATUS = "00"
                  DISPLAY "Earning line " WS-NEW-LINE " deleted."
                  PERFORM LOG-MAINT-TRANS
               END-IF
            END-IF.

       LIST-EARNINGS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO SE-KEY.
            START SUPP-EARNING-FILE KEY NOT < SE-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-EARNING.
            PERFORM UNTIL WS-EOF
               IF SE-PENDING
                  ADD 1 TO WS-LIST-COUNT
                  MOVE SE-AMOUNT TO WS-MONEY-EDIT
                  DISPLAY SE-EMPLOYEE-ID "-" SE-LINE-NUMBER " "
                     SE-EARNING-TYPE " " SE-DESCRIPTION " "
                     WS-MONEY-EDIT " by " SE-ENTERED-BY
               END-IF
               PERFORM READ-NEXT-EARNING
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " earning lines pending.".

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            STRING WS-NEW-EMPLOYEE WS-NEW-LINE
               DELIMITED BY SIZE INTO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.
       END PROGRAM SUPP-EARNING-ENTRY.
