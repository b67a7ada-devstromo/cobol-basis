      *> An add or change is only accepted for an EMPLOYEE-ID that
      *> exists on the employee master; L)ist shows everything on
      *> file for one employee in the order PAY-RUN will take them.
      *> A deduction the final-pay settlement closed is shown with
      *> its closing date and can no longer be changed - it is the
      *> record of what was owed when the employee left. A
      *> court-ordered deduction carries its case reference, which
      *> the remittance register prints and uses to find the
      *> order's payee.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-MAINT.
       ENVIRONMENT DIVISION.
           01 WS-NEW-BAL-FLAG PIC X VALUE SPACE.
              88 WS-BAL-FLAG-KNOWN VALUE "B" "N" SPACE.
           01 WS-NEW-BALANCE  PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-CASE-REFERENCE PIC X(20) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-EMPLOYEE PIC X(6) VALUE SPACES.
            MOVE ZERO TO WS-NEW-PRIORITY.
            MOVE ZEROS TO WS-NEW-AMOUNT WS-NEW-BALANCE.
            MOVE SPACE TO WS-NEW-BAL-FLAG.
            MOVE SPACES TO WS-NEW-CASE-REFERENCE.
            DISPLAY "Employee ID:".
            ACCEPT DED-EMPLOYEE-ID.
            DISPLAY "Deduction code (e.g. GARN, SAVE, UNIF):".
                  DISPLAY "Total balance to collect:"
                  ACCEPT WS-NEW-BALANCE
               END-IF
               DISPLAY "Court order / case reference (blank if none):"
               ACCEPT WS-NEW-CASE-REFERENCE
            END-IF.

       VALIDATE-DEDUCTION-DATA.
               MOVE "N" TO DED-BALANCE-FLAG
               MOVE ZEROS TO DED-REMAINING-BALANCE
            END-IF.
            MOVE WS-NEW-CASE-REFERENCE TO DED-CASE-REFERENCE.

       ADD-DEDUCTION.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE "A" TO DED-STATUS.
            MOVE ZEROS TO DED-CLOSED-DATE.
            WRITE DEDUCTION-RECORD
               INVALID KEY
                  DISPLAY "Deduction " DED-CODE " for "
                     WS-DEDUCTION-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  IF DED-CLOSED
                     DISPLAY "Deduction " DED-CODE " for "
                        DED-EMPLOYEE-ID " was closed at final pay on "
                        DED-CLOSED-DATE " and cannot be changed."
                  ELSE
                     PERFORM MOVE-NEW-DATA-TO-RECORD
                     REWRITE DEDUCTION-RECORD
                     DISPLAY "Deduction " DED-CODE " for "
                        DED-EMPLOYEE-ID " updated."
                  END-IF
            END-READ.

       DELETE-DEDUCTION.
                  " amount " DED-PERIOD-AMOUNT
                  " balance flag " DED-BALANCE-FLAG
                  " remaining " DED-REMAINING-BALANCE
               IF DED-CASE-REFERENCE NOT = SPACES
                  DISPLAY "     case reference " DED-CASE-REFERENCE
               END-IF
               IF DED-CLOSED
                  DISPLAY "     closed at final pay on "
                     DED-CLOSED-DATE
               END-IF
               PERFORM READ-NEXT-DEDUCTION
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " deduction(s) on file.".
