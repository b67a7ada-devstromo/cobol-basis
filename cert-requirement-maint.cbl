      *> Maintenance screen for the required-certification table,
      *> the same console transaction loop MERIT-MATRIX-MAINT uses
      *> for its reference file: one row per job grade and/or
      *> department and the certification code the job demands. A
      *> grade must be on the job-grade master (GRADE-VALIDATE) and
      *> a department on the department file (DEPT-VALIDATE); one
      *> of the two may be left blank to mean any, but not both.
      *> L)ist shows the whole table in grade/department order.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-REQUIREMENT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CERT-REQUIREMENT-FILE
               ASSIGN TO "cert-requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-REQUIREMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REQUIREMENT-FILE.
           COPY CERT-REQUIREMENT-REC.
       WORKING-STORAGE SECTION.
           01 WS-REQUIREMENT-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-GRADE-FOUND-FLAG PIC X VALUE "N".
              88 WS-GRADE-FOUND VALUE "Y".
           01 WS-GRADE-MIN PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MID PIC 9(5)V99 VALUE ZEROS.
           01 WS-GRADE-MAX PIC 9(5)V99 VALUE ZEROS.
           01 WS-SHOW-GRADE PIC X(5) VALUE SPACES.
           01 WS-SHOW-DEPT PIC X(20) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O CERT-REQUIREMENT-FILE.
            IF WS-REQUIREMENT-STATUS NOT = "00" AND
                  WS-REQUIREMENT-STATUS NOT = "05"
               DISPLAY "Unable to open cert-requirement.dat, status "
                  WS-REQUIREMENT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE CERT-REQUIREMENT-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF WS-LIST-TRANS
               PERFORM LIST-REQUIREMENTS
            END-IF.
            IF NOT WS-EXIT-TRANS AND NOT WS-LIST-TRANS
               PERFORM ACCEPT-REQUIREMENT-DATA
               PERFORM VALIDATE-REQUIREMENT-DATA
               IF WS-INPUT-VALID
                  EVALUATE TRUE
                     WHEN WS-ADD-TRANS
                        PERFORM ADD-REQUIREMENT
                     WHEN WS-CHANGE-TRANS
                        PERFORM CHANGE-REQUIREMENT
                     WHEN WS-DELETE-TRANS
                        PERFORM DELETE-REQUIREMENT
                     WHEN OTHER
                        DISPLAY "Not a valid option."
                  END-EVALUATE
               ELSE
                  DISPLAY "Invalid requirement data, "
                     "transaction ignored."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       SHOW-MENU.
            DISPLAY "Certification Requirements - A)dd C)hange "
               "D)elete L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-REQUIREMENT-DATA.
            MOVE SPACES TO CRQ-KEY WS-NEW-DESCRIPTION.
            DISPLAY "Job grade (blank = any grade):".
            ACCEPT CRQ-GRADE-CODE.
            DISPLAY "Department (blank = any department):".
            ACCEPT CRQ-DEPT-CODE.
            DISPLAY "Certification code required:".
            ACCEPT CRQ-CERT-CODE.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Description:"
               ACCEPT WS-NEW-DESCRIPTION
            END-IF.

       VALIDATE-REQUIREMENT-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF CRQ-CERT-CODE = SPACES
               DISPLAY "Certification code is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF CRQ-GRADE-CODE = SPACES AND CRQ-DEPT-CODE = SPACES
               DISPLAY "Give a job grade, a department or both."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-DELETE-TRANS OR NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            IF CRQ-GRADE-CODE NOT = SPACES
               CALL "GRADE-VALIDATE" USING CRQ-GRADE-CODE
                  WS-GRADE-FOUND-FLAG WS-GRADE-MIN WS-GRADE-MID
                  WS-GRADE-MAX
               IF NOT WS-GRADE-FOUND
                  DISPLAY "Grade " CRQ-GRADE-CODE
                     " not on the job-grade master."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF CRQ-DEPT-CODE NOT = SPACES
               CALL "DEPT-VALIDATE" USING CRQ-DEPT-CODE
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " CRQ-DEPT-CODE
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       ADD-REQUIREMENT.
            MOVE WS-NEW-DESCRIPTION TO CRQ-DESCRIPTION.
            WRITE CERT-REQUIREMENT-RECORD
               INVALID KEY
                  DISPLAY "Requirement " CRQ-CERT-CODE
                     " already exists, status "
                     WS-REQUIREMENT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Requirement " CRQ-CERT-CODE " added."
            END-WRITE.

       CHANGE-REQUIREMENT.
            READ CERT-REQUIREMENT-FILE
               INVALID KEY
                  DISPLAY "Requirement " CRQ-CERT-CODE
                     " not found, status " WS-REQUIREMENT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEW-DESCRIPTION TO CRQ-DESCRIPTION
                  REWRITE CERT-REQUIREMENT-RECORD
                  DISPLAY "Requirement " CRQ-CERT-CODE " updated."
            END-READ.

       DELETE-REQUIREMENT.
            READ CERT-REQUIREMENT-FILE
               INVALID KEY
                  DISPLAY "Requirement " CRQ-CERT-CODE
                     " not found, status " WS-REQUIREMENT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE CERT-REQUIREMENT-FILE RECORD
                  DISPLAY "Requirement " CRQ-CERT-CODE " deleted."
            END-READ.

       LIST-REQUIREMENTS.
            DISPLAY "GRADE DEPARTMENT           CERT   DESCRIPTION".
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO CRQ-KEY.
            START CERT-REQUIREMENT-FILE KEY NOT < CRQ-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ CERT-REQUIREMENT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     PERFORM SHOW-ONE-REQUIREMENT
               END-READ
            END-PERFORM.

       SHOW-ONE-REQUIREMENT.
            MOVE CRQ-GRADE-CODE TO WS-SHOW-GRADE.
            IF CRQ-GRADE-CODE = SPACES
               MOVE "(ANY)" TO WS-SHOW-GRADE
            END-IF.
            MOVE CRQ-DEPT-CODE TO WS-SHOW-DEPT.
            IF CRQ-DEPT-CODE = SPACES
               MOVE "(ANY)" TO WS-SHOW-DEPT
            END-IF.
            DISPLAY WS-SHOW-GRADE " " WS-SHOW-DEPT " "
               CRQ-CERT-CODE " " CRQ-DESCRIPTION.
       END PROGRAM CERT-REQUIREMENT-MAINT.
