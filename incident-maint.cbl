      *> Workplace incident log: the same console transaction loop
      *> the other masters use, behind operator sign-on with every
      *> change logged through MAINT-TRANS-WRITE. A)dd records a new
      *> incident under the next incident number - date (blank =
      *> today), department on the reference file, the employee
      *> involved if any (on the master; a blank department takes
      *> the employee's), type, severity, days away and restricted
      *> so far, and what happened - with the signed-on operator as
      *> the reporter. F)ollow-up shows an incident and updates its
      *> severity, running day counts and status with a follow-up
      *> note; a closed case is reopened only by keying it open
      *> again. D)elete is for incidents entered in error. L)ist
      *> shows the open incidents. Counts and days lost by
      *> department and type are reported by
      *> INCIDENT-SUMMARY-REPORT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "incident.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY INCIDENT-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       WORKING-STORAGE SECTION.
           01 WS-INCIDENT-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS      VALUE "A".
              88 WS-FOLLOWUP-TRANS VALUE "F".
              88 WS-DELETE-TRANS   VALUE "D".
              88 WS-LIST-TRANS     VALUE "L".
              88 WS-EXIT-TRANS     VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-INCIDENT-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-NEXT-INCIDENT PIC 9(6) VALUE ZERO.
           01 WS-NEW-DATE PIC X(8) VALUE SPACES.
           01 WS-NEW-DEPARTMENT PIC X(20) VALUE SPACES.
           01 WS-NEW-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-NEW-TYPE PIC X VALUE SPACE.
              88 WS-NEW-VALID-TYPE VALUE "I" "S" "N" "P".
           01 WS-NEW-SEVERITY PIC X VALUE SPACE.
              88 WS-NEW-VALID-SEVERITY VALUE "1" THRU "4".
           01 WS-NEW-DAYS-AWAY PIC 9(3) VALUE ZERO.
           01 WS-NEW-DAYS-RESTRICTED PIC 9(3) VALUE ZERO.
           01 WS-NEW-DESCRIPTION PIC X(60) VALUE SPACES.
           01 WS-NEW-STATUS PIC X VALUE SPACE.
              88 WS-NEW-OPEN   VALUE "O".
              88 WS-NEW-CLOSED VALUE "C".
           01 WS-NEW-NOTE PIC X(60) VALUE SPACES.
           01 WS-SHOW-DAYS-AWAY PIC ZZ9.
           01 WS-SHOW-DAYS-RESTRICTED PIC ZZ9.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "INCIDENT".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Incident log requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O INCIDENT-FILE.
            IF WS-INCIDENT-STATUS NOT = "00" AND
                  WS-INCIDENT-STATUS NOT = "05"
               DISPLAY "Unable to open incident.dat, status "
                  WS-INCIDENT-STATUS
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
            CLOSE INCIDENT-FILE EMPLOYEE-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            EVALUATE TRUE
               WHEN WS-ADD-TRANS
                  PERFORM ACCEPT-INCIDENT-DATA
                  PERFORM VALIDATE-INCIDENT-DATA
                  IF WS-INPUT-VALID
                     PERFORM ADD-INCIDENT
                  ELSE
                     PERFORM REPORT-INVALID-DATA
                  END-IF
               WHEN WS-FOLLOWUP-TRANS
                  PERFORM FOLLOW-UP-INCIDENT
               WHEN WS-DELETE-TRANS
                  PERFORM DELETE-INCIDENT
               WHEN WS-LIST-TRANS
                  PERFORM LIST-OPEN-INCIDENTS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Incident Log - A)dd F)ollow-up D)elete "
               "L)ist open X)it".
            ACCEPT WS-TRANS-CODE.

       REPORT-INVALID-DATA.
            DISPLAY "Invalid incident data, transaction ignored.".
            SET WS-HAD-ISSUE TO TRUE.

       ACCEPT-INCIDENT-DATA.
            MOVE SPACES TO WS-NEW-DATE WS-NEW-DEPARTMENT
               WS-NEW-EMPLOYEE WS-NEW-TYPE WS-NEW-SEVERITY
               WS-NEW-DESCRIPTION.
            MOVE ZERO TO WS-NEW-DAYS-AWAY WS-NEW-DAYS-RESTRICTED.
            DISPLAY "Incident date (YYYYMMDD, blank = today):".
            ACCEPT WS-NEW-DATE.
            DISPLAY "Employee involved (blank = none):".
            ACCEPT WS-NEW-EMPLOYEE.
            DISPLAY "Department (blank = the employee's):".
            ACCEPT WS-NEW-DEPARTMENT.
            DISPLAY "Type - I)njury S) illness N)ear miss "
               "P)roperty damage:".
            ACCEPT WS-NEW-TYPE.
            DISPLAY "Severity - 1 first aid 2 medical 3 lost time "
               "4 serious:".
            ACCEPT WS-NEW-SEVERITY.
            DISPLAY "Days away from work so far:".
            ACCEPT WS-NEW-DAYS-AWAY.
            DISPLAY "Days on restricted duty so far:".
            ACCEPT WS-NEW-DAYS-RESTRICTED.
            DISPLAY "What happened:".
            ACCEPT WS-NEW-DESCRIPTION.

       VALIDATE-INCIDENT-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-DATE WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid incident date " WS-NEW-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-EMPLOYEE NOT = SPACES
               MOVE WS-NEW-EMPLOYEE TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                  INVALID KEY
                     DISPLAY "Employee " WS-NEW-EMPLOYEE " not found."
                     MOVE "N" TO WS-VALID-SWITCH
                  NOT INVALID KEY
                     IF WS-NEW-DEPARTMENT = SPACES
                        MOVE EMPLOYEE-DEPARTMENT TO WS-NEW-DEPARTMENT
                     END-IF
               END-READ
            END-IF.
            IF WS-NEW-DEPARTMENT = SPACES
               DISPLAY "Department is required."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               CALL "DEPT-VALIDATE" USING WS-NEW-DEPARTMENT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " WS-NEW-DEPARTMENT
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF NOT WS-NEW-VALID-TYPE
               DISPLAY "Type must be I, S, N or P."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            PERFORM VALIDATE-SEVERITY-AND-DAYS.
            IF WS-NEW-DESCRIPTION = SPACES
               DISPLAY "A description of what happened is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> Days away or restricted only make sense once the case is
      *> past first aid, and lost days mean a lost-time severity.
       VALIDATE-SEVERITY-AND-DAYS.
            IF NOT WS-NEW-VALID-SEVERITY
               DISPLAY "Severity must be 1 to 4."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            IF WS-NEW-SEVERITY = "1" AND
                  (WS-NEW-DAYS-AWAY > 0 OR WS-NEW-DAYS-RESTRICTED > 0)
               DISPLAY "A first-aid case cannot carry lost or "
                  "restricted days."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-SEVERITY = "2" AND WS-NEW-DAYS-AWAY > 0
               DISPLAY "Days away make this a lost-time case - "
                  "severity 3 or 4."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       ADD-INCIDENT.
            PERFORM FIND-NEXT-INCIDENT-NUMBER.
            MOVE SPACES TO INCIDENT-RECORD.
            MOVE WS-NEXT-INCIDENT TO INC-NUMBER.
            MOVE WS-NEW-DATE TO INC-DATE.
            MOVE WS-NEW-DEPARTMENT TO INC-DEPT-CODE.
            MOVE WS-NEW-EMPLOYEE TO INC-EMPLOYEE-ID.
            MOVE WS-NEW-TYPE TO INC-TYPE.
            MOVE WS-NEW-SEVERITY TO INC-SEVERITY.
            MOVE WS-NEW-DAYS-AWAY TO INC-DAYS-AWAY.
            MOVE WS-NEW-DAYS-RESTRICTED TO INC-DAYS-RESTRICTED.
            MOVE WS-NEW-DESCRIPTION TO INC-DESCRIPTION.
            MOVE WS-SIGNON-USER-ID TO INC-REPORTED-BY.
            SET INC-OPEN TO TRUE.
            WRITE INCIDENT-RECORD
               INVALID KEY
                  DISPLAY "Incident " WS-NEXT-INCIDENT
                     " could not be added, status "
                     WS-INCIDENT-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  MOVE WS-NEXT-INCIDENT TO WS-INCIDENT-NUMBER
                  DISPLAY "Incident " WS-NEXT-INCIDENT " logged."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       FIND-NEXT-INCIDENT-NUMBER.
            MOVE ZERO TO WS-NEXT-INCIDENT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO INC-NUMBER.
            START INCIDENT-FILE KEY NOT < INC-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ INCIDENT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     MOVE INC-NUMBER TO WS-NEXT-INCIDENT
               END-READ
            END-PERFORM.
            ADD 1 TO WS-NEXT-INCIDENT.

      *> Follow-up: the incident as it stands is shown, then the
      *> severity (blank = unchanged), the running day counts, the
      *> status and a note replace what is on file.
       FOLLOW-UP-INCIDENT.
            PERFORM READ-KEYED-INCIDENT.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            MOVE INC-DAYS-AWAY TO WS-SHOW-DAYS-AWAY.
            MOVE INC-DAYS-RESTRICTED TO WS-SHOW-DAYS-RESTRICTED.
            DISPLAY "Incident " INC-NUMBER " on " INC-DATE " in "
               INC-DEPT-CODE.
            DISPLAY "  Employee " INC-EMPLOYEE-ID "  type " INC-TYPE
               "  severity " INC-SEVERITY "  status " INC-STATUS.
            DISPLAY "  Days away " WS-SHOW-DAYS-AWAY
               "  restricted " WS-SHOW-DAYS-RESTRICTED.
            DISPLAY "  " INC-DESCRIPTION.
            IF INC-FOLLOWUP-NOTE NOT = SPACES
               DISPLAY "  Last follow-up " INC-FOLLOWUP-DATE " by "
                  INC-FOLLOWUP-BY ": " INC-FOLLOWUP-NOTE
            END-IF.
            MOVE SPACES TO WS-NEW-SEVERITY WS-NEW-STATUS WS-NEW-NOTE.
            MOVE ZERO TO WS-NEW-DAYS-AWAY WS-NEW-DAYS-RESTRICTED.
            DISPLAY "Severity 1-4 (blank = unchanged):".
            ACCEPT WS-NEW-SEVERITY.
            DISPLAY "Total days away to date:".
            ACCEPT WS-NEW-DAYS-AWAY.
            DISPLAY "Total days restricted to date:".
            ACCEPT WS-NEW-DAYS-RESTRICTED.
            DISPLAY "Status - O)pen C)losed:".
            ACCEPT WS-NEW-STATUS.
            DISPLAY "Follow-up note:".
            ACCEPT WS-NEW-NOTE.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-SEVERITY = SPACE
               MOVE INC-SEVERITY TO WS-NEW-SEVERITY
            END-IF.
            PERFORM VALIDATE-SEVERITY-AND-DAYS.
            IF NOT WS-NEW-OPEN AND NOT WS-NEW-CLOSED
               DISPLAY "Status must be O or C."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-NEW-NOTE = SPACES
               DISPLAY "A follow-up note is required."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               PERFORM REPORT-INVALID-DATA
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-SEVERITY TO INC-SEVERITY.
            MOVE WS-NEW-DAYS-AWAY TO INC-DAYS-AWAY.
            MOVE WS-NEW-DAYS-RESTRICTED TO INC-DAYS-RESTRICTED.
            MOVE WS-NEW-STATUS TO INC-STATUS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO INC-FOLLOWUP-DATE.
            MOVE WS-SIGNON-USER-ID TO INC-FOLLOWUP-BY.
            MOVE WS-NEW-NOTE TO INC-FOLLOWUP-NOTE.
            REWRITE INCIDENT-RECORD.
            DISPLAY "Incident " WS-INCIDENT-NUMBER " updated.".
            PERFORM LOG-MAINT-TRANS.

       DELETE-INCIDENT.
            PERFORM READ-KEYED-INCIDENT.
            IF NOT WS-INPUT-VALID
               EXIT PARAGRAPH
            END-IF.
            DELETE INCIDENT-FILE RECORD.
            DISPLAY "Incident " WS-INCIDENT-NUMBER " deleted.".
            PERFORM LOG-MAINT-TRANS.

       READ-KEYED-INCIDENT.
            SET WS-INPUT-VALID TO TRUE.
            MOVE ZERO TO WS-INCIDENT-NUMBER.
            DISPLAY "Incident number:".
            ACCEPT WS-INCIDENT-NUMBER.
            MOVE WS-INCIDENT-NUMBER TO INC-NUMBER.
            READ INCIDENT-FILE
               INVALID KEY
                  DISPLAY "Incident " WS-INCIDENT-NUMBER
                     " not found, status " WS-INCIDENT-STATUS
                  MOVE "N" TO WS-VALID-SWITCH
                  SET WS-HAD-ISSUE TO TRUE
            END-READ.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE WS-INCIDENT-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-OPEN-INCIDENTS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE ZERO TO INC-NUMBER.
            START INCIDENT-FILE KEY NOT < INC-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ INCIDENT-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND INC-OPEN
                  ADD 1 TO WS-LIST-COUNT
                  MOVE INC-DAYS-AWAY TO WS-SHOW-DAYS-AWAY
                  DISPLAY "  " INC-NUMBER " " INC-DATE " "
                     INC-DEPT-CODE " " INC-EMPLOYEE-ID " TYPE "
                     INC-TYPE " SEV " INC-SEVERITY " AWAY "
                     WS-SHOW-DAYS-AWAY
               END-IF
            END-PERFORM.
            DISPLAY "Open incidents: " WS-LIST-COUNT.
       END PROGRAM INCIDENT-MAINT.
