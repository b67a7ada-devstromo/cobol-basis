      *> Legal holds on employee records (legal-hold.dat), behind
      *> operator sign-on with every change logged through
      *> MAINT-TRANS-WRITE. H)old places a hold on an employee on the
      *> master under a matter reference; R)elease lifts it, keeping
      *> the record with who released it and when. Both need
      *> authority level 3. A hold in force keeps the retention
      *> purge away from everything on file about the person.
      *> L)ist shows the holds in force, A)ll every hold on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEGAL-HOLD-FILE
               ASSIGN TO "legal-hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-EMPLOYEE-ID
               FILE STATUS IS WS-HOLD-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY LEGAL-HOLD-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-HOLD-TRANS    VALUE "H".
              88 WS-RELEASE-TRANS VALUE "R".
              88 WS-LIST-TRANS    VALUE "L".
              88 WS-ALL-TRANS     VALUE "A".
              88 WS-EXIT-TRANS    VALUE "X".
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-NEW-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-NEW-REFERENCE PIC X(20) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "LEGAL-HOLD".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Legal holds require sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O LEGAL-HOLD-FILE.
            IF WS-HOLD-STATUS NOT = "00" AND WS-HOLD-STATUS
                  NOT = "05"
               DISPLAY "Unable to open legal-hold.dat, status "
                  WS-HOLD-STATUS
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
            CLOSE LEGAL-HOLD-FILE EMPLOYEE-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            DISPLAY "Legal Holds - H)old R)elease L)ist in force "
               "A)ll X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-HOLD-TRANS
                  IF WS-ACCESS-LEVEL < 3
                     DISPLAY "Placing a hold requires authority "
                        "level 3."
                  ELSE
                     PERFORM PLACE-HOLD
                  END-IF
               WHEN WS-RELEASE-TRANS
                  IF WS-ACCESS-LEVEL < 3
                     DISPLAY "Releasing a hold requires authority "
                        "level 3."
                  ELSE
                     PERFORM RELEASE-HOLD
                  END-IF
               WHEN WS-LIST-TRANS
                  PERFORM LIST-HOLDS
               WHEN WS-ALL-TRANS
                  PERFORM LIST-HOLDS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

      *> A released hold on file is put back in force under the new
      *> reference rather than added a second time.
       PLACE-HOLD.
            MOVE SPACES TO WS-NEW-EMPLOYEE WS-NEW-REFERENCE.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Matter reference:".
            ACCEPT WS-NEW-REFERENCE.
            IF WS-NEW-REFERENCE = SPACES
               DISPLAY "A matter reference is required."
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-NEW-EMPLOYEE " not found."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            MOVE WS-NEW-EMPLOYEE TO LH-EMPLOYEE-ID.
            READ LEGAL-HOLD-FILE
               INVALID KEY
                  PERFORM FILL-HOLD-RECORD
                  WRITE LEGAL-HOLD-RECORD
                  DISPLAY "Hold placed on " WS-NEW-EMPLOYEE "."
                  PERFORM LOG-MAINT-TRANS
               NOT INVALID KEY
                  IF LH-IN-FORCE
                     DISPLAY "Employee " WS-NEW-EMPLOYEE
                        " is already held under " LH-REFERENCE "."
                  ELSE
                     PERFORM FILL-HOLD-RECORD
                     REWRITE LEGAL-HOLD-RECORD
                     DISPLAY "Hold placed on " WS-NEW-EMPLOYEE
                        " again."
                     PERFORM LOG-MAINT-TRANS
                  END-IF
            END-READ.

       FILL-HOLD-RECORD.
            MOVE SPACES TO LEGAL-HOLD-RECORD.
            MOVE WS-NEW-EMPLOYEE TO LH-EMPLOYEE-ID.
            MOVE WS-NEW-REFERENCE TO LH-REFERENCE.
            SET LH-IN-FORCE TO TRUE.
            MOVE WS-TODAY-DATE TO LH-PLACED-DATE.
            MOVE WS-SIGNON-USER-ID TO LH-PLACED-BY.
            MOVE ZEROS TO LH-RELEASED-DATE.

       RELEASE-HOLD.
            MOVE SPACES TO WS-NEW-EMPLOYEE.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE.
            MOVE WS-NEW-EMPLOYEE TO LH-EMPLOYEE-ID.
            READ LEGAL-HOLD-FILE
               INVALID KEY
                  DISPLAY "No hold on file for " WS-NEW-EMPLOYEE "."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF NOT LH-IN-FORCE
               DISPLAY "The hold on " WS-NEW-EMPLOYEE
                  " was released " LH-RELEASED-DATE "."
               EXIT PARAGRAPH
            END-IF.
            SET LH-RELEASED TO TRUE.
            MOVE WS-TODAY-DATE TO LH-RELEASED-DATE.
            MOVE WS-SIGNON-USER-ID TO LH-RELEASED-BY.
            REWRITE LEGAL-HOLD-RECORD.
            DISPLAY "Hold on " WS-NEW-EMPLOYEE " released.".
            PERFORM LOG-MAINT-TRANS.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-NEW-EMPLOYEE TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-HOLDS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO LH-EMPLOYEE-ID.
            START LEGAL-HOLD-FILE KEY NOT < LH-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ LEGAL-HOLD-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF LH-IN-FORCE OR WS-ALL-TRANS
                        PERFORM SHOW-ONE-HOLD
                     END-IF
               END-READ
            END-PERFORM.
            DISPLAY "Holds listed: " WS-LIST-COUNT.

       SHOW-ONE-HOLD.
            ADD 1 TO WS-LIST-COUNT.
            IF LH-IN-FORCE
               DISPLAY "  " LH-EMPLOYEE-ID " " LH-REFERENCE
                  " HELD " LH-PLACED-DATE " BY " LH-PLACED-BY
            ELSE
               DISPLAY "  " LH-EMPLOYEE-ID " " LH-REFERENCE
                  " HELD " LH-PLACED-DATE " BY " LH-PLACED-BY
                  " RELEASED " LH-RELEASED-DATE " BY "
                  LH-RELEASED-BY
            END-IF.
       END PROGRAM LEGAL-HOLD-MAINT.
