      *> Applied transactions are appended to employee-trans.log in
      *> the same shape EMPLOYEE-MAINT logs them, so the audit trail
      *> does not care which path applied a change.
      *> Terminations and deletes vacate the employee's position
      *> through POSITION-UPDATE, as released approvals do; an add
      *> or change naming a position is refused unless the position
      *> is open to the employee, and fills it once applied.
      *> A reports-to manager on an add or change must be an active
      *> employee and must not close a reporting loop, as on the
      *> screen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-BATCH-APPLY.
       ENVIRONMENT DIVISION.
       FD  EMPLOYEE-BATCH-TRANS.
           COPY EMPLOYEE-TRANS-REC.
       FD  EMPLOYEE-BATCH-REJECTS.
       01  EMPLOYEE-REJECT-RECORD PIC X(320).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-BATCH-TRANS-STATUS PIC XX VALUE "00".
       01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
       01 WS-POSITION-ACTION PIC X VALUE "V".
       01 WS-POSITION-NUMBER PIC X(6) VALUE SPACES.
       01 WS-POSITION-RESULT PIC X VALUE SPACE.
           88 WS-POSITION-OK VALUE "Y".
       01 WS-CHAIN-ID PIC X(6) VALUE SPACES.
       01 WS-CHAIN-DEPTH PIC 9(3) VALUE ZERO.
       01 WS-CHAIN-LIMIT PIC 9(3) VALUE 99.
       01 WS-CHAIN-END-FLAG PIC X VALUE "N".
           88 WS-CHAIN-END VALUE "Y".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-VALID-SWITCH PIC X VALUE "Y".
           88 WS-DEPT-FOUND VALUE "Y".
       01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
           88 WS-PHONE-VALID VALUE "Y".
       01 WS-ADDRESS-RESULT PIC X VALUE "Y".
           88 WS-ADDRESS-VALID VALUE "Y".
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-KEY-VALID-FLAG PIC X VALUE "N".
                     TO WS-REJECT-REASON
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-INPUT-VALID
                  CALL "ADDRESS-VALIDATE" USING ET-STATE ET-POSTAL
                     WS-ADDRESS-RESULT
                  IF NOT WS-ADDRESS-VALID
                     MOVE "STATE AND POSTAL CODE DO NOT AGREE"
                        TO WS-REJECT-REASON
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
               END-IF
               IF WS-INPUT-VALID
                  PERFORM VALIDATE-PHONE-FIELDS
               END-IF
               IF WS-INPUT-VALID AND ET-POSITION NOT = SPACES
                  PERFORM CHECK-POSITION-OPEN
               END-IF
               IF WS-INPUT-VALID AND ET-REPORTS-TO NOT = SPACES
                  PERFORM CHECK-REPORTS-TO
               END-IF
            END-IF.

      *> Same reporting-line check the screen makes: an active
      *> manager other than the employee, whose own chain never
      *> leads back to the employee. The walk reads through the
      *> master's record area; every apply path rebuilds or
      *> re-reads the record afterwards.
       CHECK-REPORTS-TO.
            IF ET-REPORTS-TO = ET-EMPLOYEE-ID
               MOVE "EMPLOYEE CANNOT REPORT TO SELF"
                  TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE ET-REPORTS-TO TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "MANAGER NOT ON FILE" TO WS-REJECT-REASON
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT EMPLOYEE-ACTIVE
                     MOVE "MANAGER NOT ACTIVE" TO WS-REJECT-REASON
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
                     WHEN WS-CHAIN-ID = ET-EMPLOYEE-ID
                        OR WS-CHAIN-DEPTH > WS-CHAIN-LIMIT
                        MOVE "REPORTS-TO WOULD CREATE A LOOP"
                           TO WS-REJECT-REASON
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

      *> Same position check the screen makes: on file, in the
      *> transaction's department, not frozen and not filled by
      *> anyone else.
       CHECK-POSITION-OPEN.
            MOVE "C" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               ET-EMPLOYEE-ID ET-POSITION ET-DEPARTMENT
               WS-POSITION-RESULT.
            IF NOT WS-POSITION-OK
               EVALUATE WS-POSITION-RESULT
                  WHEN "N"
                     MOVE "POSITION NOT ON FILE" TO WS-REJECT-REASON
                  WHEN "D"
                     MOVE "POSITION IN ANOTHER DEPARTMENT"
                        TO WS-REJECT-REASON
                  WHEN "Z"
                     MOVE "POSITION FROZEN" TO WS-REJECT-REASON
                  WHEN "F"
                     MOVE "POSITION ALREADY FILLED"
                        TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE "POSITION FILE UNAVAILABLE"
                        TO WS-REJECT-REASON
               END-EVALUATE
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> The employee gives up any position held before taking the
      *> one named, as EMPLOYEE-MAINT does.
       TAKE-UP-POSITION.
            MOVE "V" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               ET-EMPLOYEE-ID ET-POSITION ET-DEPARTMENT
               WS-POSITION-RESULT.
            MOVE "F" TO WS-POSITION-ACTION.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               ET-EMPLOYEE-ID ET-POSITION ET-DEPARTMENT
               WS-POSITION-RESULT.
            IF NOT WS-POSITION-OK
               DISPLAY "Position " ET-POSITION " could not be "
                  "filled by " ET-EMPLOYEE-ID ", result "
                  WS-POSITION-RESULT "."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

      *> Phones are normalized in place on the transaction record
            MOVE ET-POSTAL TO PostalCode.
            MOVE ET-DEPARTMENT TO EMPLOYEE-DEPARTMENT.
            MOVE ET-HIRE-DATE TO EMPLOYEE-HIRE-DATE.
            MOVE ET-REPORTS-TO TO EMPLOYEE-REPORTS-TO.

       ADD-EMPLOYEE.
            MOVE SPACES TO EMPLOYEE-RECORD.
               NOT INVALID KEY
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM LOG-TRANSACTION-CALL
                  IF ET-POSITION NOT = SPACES
                     PERFORM TAKE-UP-POSITION
                  END-IF
            END-WRITE.

       CHANGE-EMPLOYEE.
                  REWRITE EMPLOYEE-RECORD
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM LOG-TRANSACTION-CALL
                  IF ET-POSITION NOT = SPACES
                     PERFORM TAKE-UP-POSITION
                  END-IF
            END-READ.

       TERMINATE-EMPLOYEE.
                  END-IF
                  MOVE "T" TO EMPLOYEE-STATUS
                  REWRITE EMPLOYEE-RECORD
                  PERFORM RELEASE-POSITION
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM LOG-TRANSACTION-CALL
            END-READ.
               NOT INVALID KEY
                  PERFORM WRITE-HISTORY-CALL
                  DELETE EMPLOYEE-FILE RECORD
                  PERFORM RELEASE-POSITION
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM LOG-TRANSACTION-CALL
            END-READ.

      *> A leaver gives up whatever position they held, so the
      *> vacancy shows on the position master straight away.
       RELEASE-POSITION.
            MOVE "V" TO WS-POSITION-ACTION.
            MOVE SPACES TO WS-POSITION-NUMBER.
            CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
               EMPLOYEE-ID WS-POSITION-NUMBER EMPLOYEE-DEPARTMENT
               WS-POSITION-RESULT.

       WRITE-REJECT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE SPACES TO EMPLOYEE-REJECT-RECORD.
