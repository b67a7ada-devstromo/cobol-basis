           01 WS-NEW-DEPARTMENT PIC X(20) VALUE SPACES.
           01 WS-NEW-HIRE-DATE  PIC X(8)  VALUE SPACES.
           01 WS-NEW-TERM-DATE  PIC X(8)  VALUE SPACES.
           01 WS-NEW-POSITION   PIC X(6)  VALUE SPACES.
           01 WS-NEW-REPORTS-TO PIC X(6)  VALUE SPACES.
           01 WS-SAVE-EMPLOYEE-ID PIC X(6) VALUE SPACES.
           01 WS-CHAIN-ID PIC X(6) VALUE SPACES.
           01 WS-CHAIN-DEPTH PIC 9(3) VALUE ZERO.
           01 WS-CHAIN-LIMIT PIC 9(3) VALUE 99.
           01 WS-CHAIN-END-FLAG PIC X VALUE "N".
              88 WS-CHAIN-END VALUE "Y".
           01 WS-POSITION-ACTION PIC X VALUE SPACE.
           01 WS-POSITION-RESULT PIC X VALUE SPACE.
              88 WS-POSITION-OK       VALUE "Y".
              88 WS-POSITION-MISSING  VALUE "N".
              88 WS-POSITION-WRONG-DEPT VALUE "D".
              88 WS-POSITION-FILLED   VALUE "F".
              88 WS-POSITION-FROZEN   VALUE "Z".
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
              88 WS-PHONE-VALID VALUE "Y".
           01 WS-ADDRESS-RESULT PIC X VALUE "Y".
              88 WS-ADDRESS-VALID VALUE "Y".
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
               WS-NEW-WORK-ONE WS-NEW-WORK-TWO WS-NEW-STREET-1
               WS-NEW-STREET-2 WS-NEW-CITY WS-NEW-STATE
               WS-NEW-POSTAL WS-NEW-DEPARTMENT
               WS-NEW-HIRE-DATE WS-NEW-TERM-DATE WS-NEW-POSITION
               WS-NEW-REPORTS-TO.
            DISPLAY "Employee ID:".
            ACCEPT EMPLOYEE-ID.
            IF WS-TERM-TRANS
               MOVE SPACES TO WS-NEW-REHIRE-DATE
               DISPLAY "Rehire date (YYYYMMDD):"
               ACCEPT WS-NEW-REHIRE-DATE
               DISPLAY "Position number (blank = none):"
               ACCEPT WS-NEW-POSITION
            END-IF.
            IF NOT WS-DELETE-TRANS AND NOT WS-TERM-TRANS AND
                  NOT WS-REHIRE-TRANS
               ACCEPT WS-NEW-DEPARTMENT
               DISPLAY "Hire date (YYYYMMDD):"
               ACCEPT WS-NEW-HIRE-DATE
               DISPLAY "Position number (blank = none/unchanged):"
               ACCEPT WS-NEW-POSITION
               DISPLAY "Reports to (employee ID, blank = none):"
               ACCEPT WS-NEW-REPORTS-TO
            END-IF.

       VALIDATE-EMPLOYEE-DATA.
                  DISPLAY "Address needs a city and postal code."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM VALIDATE-ADDRESS-FIELDS
      *> Hire date runs through the shared DATE-VALIDATE suite so
      *> impossible dates like 20259931 stop landing on the master.
               CALL "DATE-VALIDATE" USING WS-NEW-HIRE-DATE
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-IF
               IF WS-NEW-POSITION NOT = SPACES
                  MOVE WS-NEW-DEPARTMENT TO WS-ERROR-KEY
                  PERFORM CHECK-POSITION-OPEN
               END-IF
               IF WS-NEW-REPORTS-TO NOT = SPACES
                  PERFORM CHECK-REPORTS-TO
               END-IF
            END-IF.

      *> Reporting line: the manager keyed must be an active employee
      *> other than this one, and walking up the manager's own chain
      *> must never come back to this employee - that would make a
      *> loop with no top. A chain longer than WS-CHAIN-LIMIT is
      *> treated as a loop already on file. The walk reads through
      *> the master's record area, so the key is saved and the area
      *> cleared again afterwards (it is rebuilt before any write).
       CHECK-REPORTS-TO.
            MOVE EMPLOYEE-ID TO WS-SAVE-EMPLOYEE-ID.
            IF WS-NEW-REPORTS-TO = WS-SAVE-EMPLOYEE-ID
               DISPLAY "An employee cannot report to themselves."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-REPORTS-TO TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Manager " WS-NEW-REPORTS-TO
                     " is not on file."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT EMPLOYEE-ACTIVE
                     DISPLAY "Manager " WS-NEW-REPORTS-TO
                        " is not an active employee."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            IF WS-INPUT-VALID
               MOVE ZERO TO WS-CHAIN-DEPTH
               MOVE "N" TO WS-CHAIN-END-FLAG
               PERFORM UNTIL WS-CHAIN-END
                  ADD 1 TO WS-CHAIN-DEPTH
                  MOVE EMPLOYEE-REPORTS-TO TO WS-CHAIN-ID
                  EVALUATE TRUE
                     WHEN WS-CHAIN-ID = SPACES
                        SET WS-CHAIN-END TO TRUE
                     WHEN WS-CHAIN-ID = WS-SAVE-EMPLOYEE-ID
                        OR WS-CHAIN-DEPTH > WS-CHAIN-LIMIT
                        DISPLAY "Reporting to " WS-NEW-REPORTS-TO
                           " would create a reporting loop."
                        MOVE "N" TO WS-VALID-SWITCH
                        SET WS-CHAIN-END TO TRUE
                     WHEN OTHER
                        MOVE WS-CHAIN-ID TO EMPLOYEE-ID
                        READ EMPLOYEE-FILE
                           INVALID KEY SET WS-CHAIN-END TO TRUE
                        END-READ
                  END-EVALUATE
               END-PERFORM
            END-IF.
            MOVE SPACES TO EMPLOYEE-RECORD.
            MOVE WS-SAVE-EMPLOYEE-ID TO EMPLOYEE-ID.

      *> Position control: a hire or move names the position the
      *> employee takes, and POSITION-UPDATE refuses one that is
      *> not on file, belongs to another department, is frozen or
      *> is already filled by someone else. WS-ERROR-KEY carries
      *> the department the position must sit in.
       CHECK-POSITION-OPEN.
            MOVE "C" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               EMPLOYEE-ID WS-NEW-POSITION WS-ERROR-KEY
               WS-POSITION-RESULT.
            MOVE SPACES TO WS-ERROR-KEY.
            EVALUATE TRUE
               WHEN WS-POSITION-OK
                  CONTINUE
               WHEN WS-POSITION-MISSING
                  DISPLAY "Position " WS-NEW-POSITION
                     " is not on file."
               WHEN WS-POSITION-WRONG-DEPT
                  DISPLAY "Position " WS-NEW-POSITION
                     " belongs to another department."
               WHEN WS-POSITION-FROZEN
                  DISPLAY "Position " WS-NEW-POSITION
                     " is frozen - no hire allowed."
               WHEN WS-POSITION-FILLED
                  DISPLAY "Position " WS-NEW-POSITION
                     " is already filled."
               WHEN OTHER
                  DISPLAY "Position file unavailable - position "
                     WS-NEW-POSITION " not checked."
            END-EVALUATE.
            IF NOT WS-POSITION-OK
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> The employee gives up any position held before taking the
      *> one keyed, so a move never leaves two positions filled.
       TAKE-UP-POSITION.
            MOVE "V" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               EMPLOYEE-ID WS-NEW-POSITION EMPLOYEE-DEPARTMENT
               WS-POSITION-RESULT.
            MOVE "F" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               EMPLOYEE-ID WS-NEW-POSITION EMPLOYEE-DEPARTMENT
               WS-POSITION-RESULT.
            IF WS-POSITION-OK
               DISPLAY "Position " WS-NEW-POSITION " filled by "
                  EMPLOYEE-ID "."
            ELSE
               DISPLAY "Position " WS-NEW-POSITION " could not be "
                  "filled, result " WS-POSITION-RESULT "."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

      *> Each phone runs through the shared PHONE-VALIDATE check and
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> State and postal code run through the shared ADDRESS-VALIDATE
      *> check against postal-range.dat and come back normalized.
       VALIDATE-ADDRESS-FIELDS.
            CALL "ADDRESS-VALIDATE" USING WS-NEW-STATE WS-NEW-POSTAL
               WS-ADDRESS-RESULT.
            IF NOT WS-ADDRESS-VALID
               DISPLAY "State " WS-NEW-STATE " and postal code "
                  WS-NEW-POSTAL " do not agree, result "
                  WS-ADDRESS-RESULT "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO NameValue.
            MOVE WS-NEW-FIRST-LAST TO FirstLastname.
            MOVE WS-NEW-POSTAL TO PostalCode.
            MOVE WS-NEW-DEPARTMENT TO EMPLOYEE-DEPARTMENT.
            MOVE WS-NEW-HIRE-DATE TO EMPLOYEE-HIRE-DATE.
            MOVE WS-NEW-REPORTS-TO TO EMPLOYEE-REPORTS-TO.

       ADD-EMPLOYEE.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
               NOT INVALID KEY
                  DISPLAY "Employee " EMPLOYEE-ID " added."
                  PERFORM LOG-TRANSACTION-CALL
                  IF WS-NEW-POSITION NOT = SPACES
                     PERFORM TAKE-UP-POSITION
                  END-IF
            END-WRITE.

       CHANGE-EMPLOYEE.
                  REWRITE EMPLOYEE-RECORD
                  DISPLAY "Employee " EMPLOYEE-ID " updated."
                  PERFORM LOG-TRANSACTION-CALL
                  IF WS-NEW-POSITION NOT = SPACES
                     PERFORM TAKE-UP-POSITION
                  END-IF
            END-READ.

      *> Terminations and deletes are classic two-person control:
            END-READ.

       APPLY-REHIRE.
            IF WS-NEW-POSITION NOT = SPACES
               SET WS-INPUT-VALID TO TRUE
               MOVE EMPLOYEE-DEPARTMENT TO WS-ERROR-KEY
               PERFORM CHECK-POSITION-OPEN
               IF NOT WS-INPUT-VALID
                  DISPLAY "Rehire of " EMPLOYEE-ID " refused."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            PERFORM WRITE-HISTORY-CALL.
            IF EMPLOYEE-TERM-DATE IS NUMERIC AND
                  EMPLOYEE-TERM-DATE NOT = SPACES
            REWRITE EMPLOYEE-RECORD.
            DISPLAY "Employee " EMPLOYEE-ID " rehired.".
            PERFORM LOG-TRANSACTION-CALL.
            IF WS-NEW-POSITION NOT = SPACES
               PERFORM TAKE-UP-POSITION
            END-IF.

      *> Missing or unreadable policy file leaves the 365-day
      *> bridging default in place.
