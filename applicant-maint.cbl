      *> Applicant tracking against job requisitions: the same
      *> console transaction loop the other masters use, behind
      *> operator sign-on with every change logged through
      *> MAINT-TRANS-WRITE. A)dd takes the applicant's name, phones
      *> and address (checked the way EMPLOYEE-MAINT checks them)
      *> onto an open requisition under the next sequence; C)hange
      *> corrects them and moves the stage through A)pplied,
      *> I)nterviewed, O)ffered or D)eclined; L)ist shows one
      *> requisition's pipeline. H)ire takes an offered applicant on
      *> an open requisition, the new employee ID (check digit,
      *> not already on the master) and the start date, and stages
      *> an add on employee-batch-trans.dat - the same staging
      *> EMPLOYEE-CSV-IMPORT does - carrying the applicant's
      *> contact details, the requisition's department and its
      *> position, so the hire lands on the next
      *> EMPLOYEE-BATCH-APPLY without being rekeyed. The operator
      *> who raised the requisition becomes the new hire's manager
      *> when that ID is an active employee. The applicant is
      *> marked hired and the requisition filled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICANT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL APPLICANT-FILE
               ASSIGN TO "applicant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICANT-STATUS.
               SELECT OPTIONAL REQUISITION-FILE
               ASSIGN TO "requisition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMBER
               FILE STATUS IS WS-REQUISITION-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL STAGED-TRANS-FILE
               ASSIGN TO "employee-batch-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLICANT-REC.
       FD  REQUISITION-FILE.
           COPY REQUISITION-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  STAGED-TRANS-FILE.
           COPY EMPLOYEE-TRANS-REC.
       WORKING-STORAGE SECTION.
           01 WS-APPLICANT-STATUS PIC XX VALUE "00".
           01 WS-REQUISITION-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-STAGED-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-HIRE-TRANS   VALUE "H".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-REQ-NUMBER PIC X(6) VALUE SPACES.
           01 WS-APP-SEQ PIC 9(3) VALUE ZERO.
           01 WS-NEW-NAME        PIC X(15) VALUE SPACES.
           01 WS-NEW-FIRST-LAST  PIC X(30) VALUE SPACES.
           01 WS-NEW-SECOND-LAST PIC X(30) VALUE SPACES.
           01 WS-NEW-MOBILE-ONE  PIC X(9)  VALUE SPACES.
           01 WS-NEW-MOBILE-TWO  PIC X(9)  VALUE SPACES.
           01 WS-NEW-WORK-ONE    PIC X(9)  VALUE SPACES.
           01 WS-NEW-WORK-TWO    PIC X(9)  VALUE SPACES.
           01 WS-NEW-STREET-1    PIC X(30) VALUE SPACES.
           01 WS-NEW-STREET-2    PIC X(30) VALUE SPACES.
           01 WS-NEW-CITY        PIC X(20) VALUE SPACES.
           01 WS-NEW-STATE       PIC X(2)  VALUE SPACES.
           01 WS-NEW-POSTAL      PIC X(10) VALUE SPACES.
           01 WS-NEW-STAGE PIC X VALUE SPACE.
              88 WS-NEW-STAGE-KEYABLE VALUE "A" "I" "O" "D".
           01 WS-NEW-EMPLOYEE-ID PIC X(6) VALUE SPACES.
           01 WS-START-DATE PIC X(8) VALUE SPACES.
           01 WS-TODAY PIC X(8) VALUE SPACES.
           01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
              88 WS-PHONE-VALID VALUE "Y".
           01 WS-ADDRESS-RESULT PIC X VALUE "Y".
              88 WS-ADDRESS-VALID VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
           01 WS-POSITION-ACTION PIC X VALUE "C".
           01 WS-POSITION-RESULT PIC X VALUE SPACE.
              88 WS-POSITION-OK VALUE "Y".
           01 WS-BLANK-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "APPLICANT".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Applicant tracking requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O APPLICANT-FILE.
            IF WS-APPLICANT-STATUS NOT = "00" AND WS-APPLICANT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open applicant.dat, status "
                  WS-APPLICANT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O REQUISITION-FILE.
            IF WS-REQUISITION-STATUS NOT = "00" AND
                  WS-REQUISITION-STATUS NOT = "05"
               DISPLAY "Unable to open requisition.dat, status "
                  WS-REQUISITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE APPLICANT-FILE REQUISITION-FILE EMPLOYEE-FILE.
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
                  PERFORM LIST-PIPELINE
               WHEN WS-HIRE-TRANS
                  PERFORM HIRE-APPLICANT
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS
                     OR WS-DELETE-TRANS
                  PERFORM ACCEPT-APPLICANT-DATA
                  PERFORM VALIDATE-APPLICANT-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-APPLICANT
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-APPLICANT
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-APPLICANT
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid applicant data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Applicant Tracking - A)dd C)hange D)elete "
               "H)ire L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-APPLICANT-DATA.
            MOVE SPACES TO WS-REQ-NUMBER WS-NEW-NAME
               WS-NEW-FIRST-LAST WS-NEW-SECOND-LAST
               WS-NEW-MOBILE-ONE WS-NEW-MOBILE-TWO WS-NEW-WORK-ONE
               WS-NEW-WORK-TWO WS-NEW-STREET-1 WS-NEW-STREET-2
               WS-NEW-CITY WS-NEW-STATE WS-NEW-POSTAL WS-NEW-STAGE.
            MOVE ZERO TO WS-APP-SEQ.
            DISPLAY "Requisition number:".
            ACCEPT WS-REQ-NUMBER.
            IF NOT WS-ADD-TRANS
               DISPLAY "Applicant sequence:"
               ACCEPT WS-APP-SEQ
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Applicant name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "First lastname:"
               ACCEPT WS-NEW-FIRST-LAST
               DISPLAY "Second lastname:"
               ACCEPT WS-NEW-SECOND-LAST
               DISPLAY "Mobile phone (first):"
               ACCEPT WS-NEW-MOBILE-ONE
               DISPLAY "Mobile phone (second):"
               ACCEPT WS-NEW-MOBILE-TWO
               DISPLAY "Work phone (first):"
               ACCEPT WS-NEW-WORK-ONE
               DISPLAY "Work phone (second):"
               ACCEPT WS-NEW-WORK-TWO
               DISPLAY "Street (line 1):"
               ACCEPT WS-NEW-STREET-1
               DISPLAY "Street (line 2):"
               ACCEPT WS-NEW-STREET-2
               DISPLAY "City:"
               ACCEPT WS-NEW-CITY
               DISPLAY "State:"
               ACCEPT WS-NEW-STATE
               DISPLAY "Postal code:"
               ACCEPT WS-NEW-POSTAL
            END-IF.
            IF WS-CHANGE-TRANS
               DISPLAY "Stage - A)pplied I)nterviewed O)ffered "
                  "D)eclined:"
               ACCEPT WS-NEW-STAGE
            END-IF.

       VALIDATE-APPLICANT-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-REQ-NUMBER = SPACES
               DISPLAY "Requisition number is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-DELETE-TRANS
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-NAME = SPACES OR WS-NEW-FIRST-LAST = SPACES
               DISPLAY "Applicant name and first lastname are "
                  "required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-STREET-1 NOT = SPACES AND
                  (WS-NEW-CITY = SPACES OR WS-NEW-POSTAL = SPACES)
               DISPLAY "An address needs city and postal code."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "ADDRESS-VALIDATE" USING WS-NEW-STATE WS-NEW-POSTAL
               WS-ADDRESS-RESULT.
            IF NOT WS-ADDRESS-VALID
               DISPLAY "State " WS-NEW-STATE " and postal code "
                  WS-NEW-POSTAL " do not agree, result "
                  WS-ADDRESS-RESULT "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            PERFORM VALIDATE-PHONE-FIELDS.
            IF WS-CHANGE-TRANS AND NOT WS-NEW-STAGE-KEYABLE
               DISPLAY "Stage must be A, I, O or D - a hire goes "
                  "through H)ire."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-ADD-TRANS AND WS-INPUT-VALID
               MOVE WS-REQ-NUMBER TO REQ-NUMBER
               READ REQUISITION-FILE
                  INVALID KEY
                     DISPLAY "Requisition " WS-REQ-NUMBER
                        " not found."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF NOT REQ-OPEN
                        DISPLAY "Requisition " WS-REQ-NUMBER
                           " is not open."
                        MOVE "N" TO WS-VALID-SWITCH
                     END-IF
               END-READ
            END-IF.

      *> Each phone runs through the shared PHONE-VALIDATE check and
      *> comes back normalized when clean, as on the employee
      *> screen, so the staged hire carries clean numbers.
       VALIDATE-PHONE-FIELDS.
            CALL "PHONE-VALIDATE" USING WS-NEW-MOBILE-ONE
               WS-PHONE-VALID-FLAG.
            IF NOT WS-PHONE-VALID
               DISPLAY "Invalid mobile phone (first)."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "PHONE-VALIDATE" USING WS-NEW-MOBILE-TWO
               WS-PHONE-VALID-FLAG.
            IF NOT WS-PHONE-VALID
               DISPLAY "Invalid mobile phone (second)."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "PHONE-VALIDATE" USING WS-NEW-WORK-ONE
               WS-PHONE-VALID-FLAG.
            IF NOT WS-PHONE-VALID
               DISPLAY "Invalid work phone (first)."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            CALL "PHONE-VALIDATE" USING WS-NEW-WORK-TWO
               WS-PHONE-VALID-FLAG.
            IF NOT WS-PHONE-VALID
               DISPLAY "Invalid work phone (second)."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO NameValue OF APPLICANT-RECORD.
            MOVE WS-NEW-FIRST-LAST
               TO FirstLastname OF APPLICANT-RECORD.
            MOVE WS-NEW-SECOND-LAST
               TO SecondLastname OF APPLICANT-RECORD.
            MOVE WS-NEW-MOBILE-ONE TO MobileOne OF APPLICANT-RECORD.
            MOVE WS-NEW-MOBILE-TWO
               TO MobileSecond OF APPLICANT-RECORD.
            MOVE WS-NEW-WORK-ONE TO WorkPhoneOne OF APPLICANT-RECORD.
            MOVE WS-NEW-WORK-TWO
               TO WorkPhoneSecond OF APPLICANT-RECORD.
            MOVE WS-NEW-STREET-1
               TO StreetLineOne OF APPLICANT-RECORD.
            MOVE WS-NEW-STREET-2
               TO StreetLineTwo OF APPLICANT-RECORD.
            MOVE WS-NEW-CITY TO CityValue OF APPLICANT-RECORD.
            MOVE WS-NEW-STATE TO StateValue OF APPLICANT-RECORD.
            MOVE WS-NEW-POSTAL TO PostalCode OF APPLICANT-RECORD.

      *> Applicants number on from the highest sequence already on
      *> the requisition.
       FIND-NEXT-SEQUENCE.
            MOVE ZERO TO WS-APP-SEQ.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE ZERO TO APP-SEQ.
            START APPLICANT-FILE KEY NOT < APP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ APPLICANT-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF APP-REQ-NUMBER NOT = WS-REQ-NUMBER
                     SET WS-EOF TO TRUE
                  ELSE
                     MOVE APP-SEQ TO WS-APP-SEQ
                  END-IF
               END-IF
            END-PERFORM.
            ADD 1 TO WS-APP-SEQ.

       ADD-APPLICANT.
            PERFORM FIND-NEXT-SEQUENCE.
            MOVE SPACES TO APPLICANT-RECORD.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE WS-APP-SEQ TO APP-SEQ.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-TODAY TO APP-APPLIED-DATE APP-STAGE-DATE.
            SET APP-APPLIED TO TRUE.
            WRITE APPLICANT-RECORD
               INVALID KEY
                  DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                     " already exists, status " WS-APPLICANT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                     " added."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

      *> The stage date moves only when the stage does.
       CHANGE-APPLICANT.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE WS-APP-SEQ TO APP-SEQ.
            READ APPLICANT-FILE
               INVALID KEY
                  DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                     " not found, status " WS-APPLICANT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF APP-HIRED
               DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                  " was hired as " APP-EMPLOYEE-ID " - not changed."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            IF WS-NEW-STAGE NOT = APP-STAGE
               MOVE WS-NEW-STAGE TO APP-STAGE
               MOVE WS-TODAY TO APP-STAGE-DATE
            END-IF.
            REWRITE APPLICANT-RECORD.
            DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
               " updated.".
            PERFORM LOG-MAINT-TRANS.

       DELETE-APPLICANT.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE WS-APP-SEQ TO APP-SEQ.
            READ APPLICANT-FILE
               INVALID KEY
                  DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                     " not found, status " WS-APPLICANT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF APP-HIRED
               DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                  " was hired - not deleted."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            DELETE APPLICANT-FILE RECORD.
            DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
               " deleted.".
            PERFORM LOG-MAINT-TRANS.

      *> The hire: an offered applicant on an open requisition,
      *> a new employee ID that passes the check digit and is not
      *> in use, a valid start date, and - when the requisition
      *> names one - a position still open. Only then is the add
      *> staged and the applicant and requisition closed off.
       HIRE-APPLICANT.
            MOVE SPACES TO WS-REQ-NUMBER WS-NEW-EMPLOYEE-ID
               WS-START-DATE.
            MOVE ZERO TO WS-APP-SEQ.
            DISPLAY "Requisition number:".
            ACCEPT WS-REQ-NUMBER.
            DISPLAY "Applicant sequence:".
            ACCEPT WS-APP-SEQ.
            DISPLAY "New employee ID:".
            ACCEPT WS-NEW-EMPLOYEE-ID.
            DISPLAY "Start date (YYYYMMDD):".
            ACCEPT WS-START-DATE.
            SET WS-INPUT-VALID TO TRUE.
            MOVE WS-REQ-NUMBER TO REQ-NUMBER.
            READ REQUISITION-FILE
               INVALID KEY
                  DISPLAY "Requisition " WS-REQ-NUMBER " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT REQ-OPEN
                     DISPLAY "Requisition " WS-REQ-NUMBER
                        " is not open."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE WS-APP-SEQ TO APP-SEQ.
            READ APPLICANT-FILE
               INVALID KEY
                  DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
                     " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT APP-OFFERED
                     DISPLAY "Applicant " WS-REQ-NUMBER "-"
                        WS-APP-SEQ " has not been offered the job."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            PERFORM CHECK-NEW-EMPLOYEE-ID.
            CALL "DATE-VALIDATE" USING WS-START-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid start date " WS-START-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID AND REQ-POSITION-NUMBER NOT = SPACES
               MOVE "C" TO WS-POSITION-ACTION
               CALL "POSITION-UPDATE" USING WS-POSITION-ACTION
                  WS-BLANK-EMPLOYEE REQ-POSITION-NUMBER
                  REQ-DEPT-CODE WS-POSITION-RESULT
               IF NOT WS-POSITION-OK
                  DISPLAY "Position " REQ-POSITION-NUMBER
                     " is no longer open, result "
                     WS-POSITION-RESULT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Hire refused."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM STAGE-EMPLOYEE-ADD.
            IF NOT WS-INPUT-VALID
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            SET APP-HIRED TO TRUE.
            MOVE WS-START-DATE TO APP-STAGE-DATE.
            MOVE WS-NEW-EMPLOYEE-ID TO APP-EMPLOYEE-ID.
            REWRITE APPLICANT-RECORD.
            SET REQ-FILLED TO TRUE.
            MOVE WS-START-DATE TO REQ-FILLED-DATE.
            MOVE WS-NEW-EMPLOYEE-ID TO REQ-HIRED-EMPLOYEE-ID.
            REWRITE REQUISITION-RECORD.
            DISPLAY "Applicant " WS-REQ-NUMBER "-" WS-APP-SEQ
               " hired as " WS-NEW-EMPLOYEE-ID
               " - employee add staged for the batch apply.".
            PERFORM LOG-MAINT-TRANS.

       CHECK-NEW-EMPLOYEE-ID.
            IF WS-NEW-EMPLOYEE-ID = SPACES
               DISPLAY "New employee ID is required."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            CALL "KEY-CHECK-DIGIT" USING WS-NEW-EMPLOYEE-ID
               WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT.
            IF NOT WS-KEY-VALID
               DISPLAY "Employee ID fails the check digit - "
                  "expected final digit " WS-EXPECTED-DIGIT "."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "Employee ID " WS-NEW-EMPLOYEE-ID
                     " is already in use."
                  MOVE "N" TO WS-VALID-SWITCH
            END-READ.

      *> Same staging EMPLOYEE-CSV-IMPORT does: one add transaction
      *> appended to the batch feed, built from the applicant's
      *> contact details and the requisition.
       STAGE-EMPLOYEE-ADD.
            OPEN EXTEND STAGED-TRANS-FILE.
            IF WS-STAGED-STATUS NOT = "00" AND WS-STAGED-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee-batch-trans.dat, "
                  "status " WS-STAGED-STATUS " - hire not staged."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO EMPLOYEE-TRANS-DETAIL.
            SET ET-ADD-TRANS TO TRUE.
            MOVE WS-NEW-EMPLOYEE-ID TO ET-EMPLOYEE-ID.
            MOVE NameValue OF APPLICANT-RECORD TO ET-NAME.
            MOVE FirstLastname OF APPLICANT-RECORD TO ET-FIRST-LAST.
            MOVE SecondLastname OF APPLICANT-RECORD
               TO ET-SECOND-LAST.
            MOVE MobileOne OF APPLICANT-RECORD TO ET-MOBILE-ONE.
            MOVE MobileSecond OF APPLICANT-RECORD TO ET-MOBILE-TWO.
            MOVE WorkPhoneOne OF APPLICANT-RECORD TO ET-WORK-ONE.
            MOVE WorkPhoneSecond OF APPLICANT-RECORD TO ET-WORK-TWO.
            MOVE StreetLineOne OF APPLICANT-RECORD TO ET-STREET-1.
            MOVE StreetLineTwo OF APPLICANT-RECORD TO ET-STREET-2.
            MOVE CityValue OF APPLICANT-RECORD TO ET-CITY.
            MOVE StateValue OF APPLICANT-RECORD TO ET-STATE.
            MOVE PostalCode OF APPLICANT-RECORD TO ET-POSTAL.
            MOVE REQ-DEPT-CODE TO ET-DEPARTMENT.
            MOVE WS-START-DATE TO ET-HIRE-DATE.
            MOVE REQ-POSITION-NUMBER TO ET-POSITION.
            MOVE REQ-REQUESTED-BY TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF EMPLOYEE-ACTIVE
                     MOVE REQ-REQUESTED-BY TO ET-REPORTS-TO
                  END-IF
            END-READ.
            WRITE EMPLOYEE-TRANS-DETAIL.
            CLOSE STAGED-TRANS-FILE.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE APP-KEY TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-PIPELINE.
            MOVE SPACES TO WS-REQ-NUMBER.
            DISPLAY "Requisition number:".
            ACCEPT WS-REQ-NUMBER.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE ZERO TO APP-SEQ.
            START APPLICANT-FILE KEY NOT < APP-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ APPLICANT-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF APP-REQ-NUMBER NOT = WS-REQ-NUMBER
                     SET WS-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-LIST-COUNT
                     DISPLAY "  " APP-SEQ " "
                        NameValue OF APPLICANT-RECORD " "
                        FirstLastname OF APPLICANT-RECORD
                        " STAGE " APP-STAGE " " APP-STAGE-DATE
                        " " APP-EMPLOYEE-ID
                  END-IF
               END-IF
            END-PERFORM.
            DISPLAY "Applicants on file: " WS-LIST-COUNT.
       END PROGRAM APPLICANT-MAINT.
