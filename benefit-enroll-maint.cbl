      *> Maintenance screen for benefit enrollments
      *> (benefit-enroll.dat), the same console transaction loop the
      *> other child files use. An A)dd enrolls an active employee
      *> in one plan and tier on the benefit plan master from an
      *> effective date, and is only accepted when ELIGIBILITY-CHECK
      *> returns eligible under the rule set in force on that date -
      *> age from age-birth.dat and whole years of tenure from the
      *> hire date, the same inputs the eligibility roster uses. A
      *> conditionally eligible employee is still in the waiting
      *> period and is refused until it has run. Covered dependents
      *> are keyed with the enrollment, and their count and
      *> relationships must fit the tier. C)hange moves an open
      *> enrollment to another tier or re-keys its dependents;
      *> D)rop ends coverage on a date and leaves the record on file
      *> so PAY-RUN stops taking the premium after it. A dropped
      *> plan can be added again from a later effective date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-ENROLL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL BENEFIT-ENROLL-FILE
               ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
               SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "benefit-plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPL-KEY
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL AGE-BIRTH-FILE
               ASSIGN TO "age-birth.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-ENROLL-FILE.
           COPY BENEFIT-ENROLL-REC.
       FD  BENEFIT-PLAN-FILE.
           COPY BENEFIT-PLAN-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  AGE-BIRTH-FILE.
           COPY AGE-BIRTH-REC.
       WORKING-STORAGE SECTION.
           01 WS-ENROLL-STATUS PIC XX VALUE "00".
           01 WS-PLAN-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-AGE-FILE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DROP-TRANS   VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-NEW-EMPLOYEE-ID PIC X(6) VALUE SPACES.
           01 WS-NEW-PLAN-CODE PIC X(4) VALUE SPACES.
           01 WS-NEW-TIER PIC X(2) VALUE SPACES.
           01 WS-NEW-EFFECTIVE PIC X(8) VALUE SPACES.
           01 WS-NEW-EFFECTIVE-NUM PIC 9(8) VALUE ZEROS.
           01 WS-NEW-END PIC X(8) VALUE SPACES.
           01 WS-NEW-END-NUM PIC 9(8) VALUE ZEROS.
           01 WS-NEW-DEP-COUNT PIC 9(2) VALUE ZERO.
           01 WS-NEW-DEPENDENTS.
              05 WS-NEW-DEPENDENT OCCURS 6 TIMES.
                 10 WS-NEW-DEP-NAME       PIC X(30).
                 10 WS-NEW-DEP-RELATION   PIC X.
                 10 WS-NEW-DEP-BIRTH-DATE PIC X(8).
           01 WS-DEP-INDEX PIC 9(2) VALUE ZERO.
           01 WS-SPOUSE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-CHILD-COUNT PIC 9(2) VALUE ZERO.
      *> Eligibility inputs, passed to ELIG-RULES-LOAD and
      *> ELIGIBILITY-CHECK exactly as the eligibility roster does.
           01 Age PIC 999 VALUE ZEROS.
           01 WS-YOUNG-HIGH PIC 9(3) VALUE 39.
           01 WS-ADULT-HIGH PIC 9(3) VALUE 65.
           01 WS-ELDER-HIGH PIC 9(3) VALUE 100.
           01 WS-BUCKET-LOW-1 PIC 9(6) VALUE 1.
           01 WS-BUCKET-HIGH-1 PIC 9(6) VALUE 10.
           01 WS-BUCKET-LOW-2 PIC 9(6) VALUE 11.
           01 WS-BUCKET-HIGH-2 PIC 9(6) VALUE 20.
           01 WS-BUCKET-LOW-3 PIC 9(6) VALUE 21.
           01 WS-BUCKET-HIGH-3 PIC 9(6) VALUE 30.
           01 WS-RULES-FOUND-FLAG PIC X VALUE "N".
           01 WS-TENURE-VALUE PIC 9(6) VALUE ZEROS.
           01 WS-ELIGIBILITY-CODE PIC 9 VALUE ZERO.
           01 WS-HIRE-DATE-NUM PIC 9(8) VALUE ZEROS.
           01 WS-BIRTH-DATE-NUM PIC 9(8) VALUE ZEROS.
           01 WS-AGE-WORK PIC S9(4) VALUE ZEROS.
           01 WS-TENURE-DAYS PIC S9(7) VALUE ZEROS.
           01 WS-AGE-EOF-SWITCH PIC X VALUE "N".
              88 WS-AGE-EOF VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O BENEFIT-ENROLL-FILE.
            IF WS-ENROLL-STATUS NOT = "00" AND WS-ENROLL-STATUS
                  NOT = "05"
               DISPLAY "Unable to open benefit-enroll.dat, status "
                  WS-ENROLL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BENEFIT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open benefit-plan.dat, status "
                  WS-PLAN-STATUS
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
            CLOSE BENEFIT-ENROLL-FILE.
            CLOSE BENEFIT-PLAN-FILE.
            CLOSE EMPLOYEE-FILE.
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
                  PERFORM LIST-ENROLLMENTS
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DROP-TRANS
                  PERFORM ACCEPT-ENROLL-DATA
                  PERFORM VALIDATE-ENROLL-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-ENROLLMENT
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-ENROLLMENT
                        WHEN WS-DROP-TRANS
                           PERFORM DROP-ENROLLMENT
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid enrollment data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Benefit Enrollment - A)dd C)hange D)rop "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-ENROLL-DATA.
            MOVE SPACES TO WS-NEW-EMPLOYEE-ID WS-NEW-PLAN-CODE
               WS-NEW-TIER WS-NEW-EFFECTIVE WS-NEW-END
               WS-NEW-DEPENDENTS.
            MOVE ZERO TO WS-NEW-DEP-COUNT.
            DISPLAY "Employee ID:".
            ACCEPT WS-NEW-EMPLOYEE-ID.
            DISPLAY "Plan code:".
            ACCEPT WS-NEW-PLAN-CODE.
            IF WS-ADD-TRANS
               DISPLAY "Coverage effective date (YYYYMMDD):"
               ACCEPT WS-NEW-EFFECTIVE
            END-IF.
            IF WS-DROP-TRANS
               DISPLAY "Date coverage ends (YYYYMMDD):"
               ACCEPT WS-NEW-END
            ELSE
               DISPLAY "Tier - EE employee, ES +spouse, "
                  "EC +children, FA family:"
               ACCEPT WS-NEW-TIER
               DISPLAY "Number of covered dependents (0-6):"
               ACCEPT WS-NEW-DEP-COUNT
               IF WS-NEW-DEP-COUNT > 6
                  DISPLAY "At most six dependents can be covered."
               ELSE
                  PERFORM ACCEPT-ONE-DEPENDENT
                     VARYING WS-DEP-INDEX FROM 1 BY 1
                     UNTIL WS-DEP-INDEX > WS-NEW-DEP-COUNT
               END-IF
            END-IF.

       ACCEPT-ONE-DEPENDENT.
            DISPLAY "Dependent " WS-DEP-INDEX " name:".
            ACCEPT WS-NEW-DEP-NAME(WS-DEP-INDEX).
            DISPLAY "Dependent " WS-DEP-INDEX
               " relationship - S)pouse C)hild:".
            ACCEPT WS-NEW-DEP-RELATION(WS-DEP-INDEX).
            DISPLAY "Dependent " WS-DEP-INDEX
               " birth date (YYYYMMDD):".
            ACCEPT WS-NEW-DEP-BIRTH-DATE(WS-DEP-INDEX).

       VALIDATE-ENROLL-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF WS-NEW-EMPLOYEE-ID = SPACES OR
                  WS-NEW-PLAN-CODE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID AND WS-DROP-TRANS
               CALL "DATE-VALIDATE" USING WS-NEW-END
                  WS-DATE-VALID-FLAG
               IF WS-DATE-VALID
                  MOVE WS-NEW-END TO WS-NEW-END-NUM
               ELSE
                  DISPLAY "Invalid end date " WS-NEW-END "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID AND NOT WS-DROP-TRANS
               PERFORM VALIDATE-PLAN-AND-DEPENDENTS
            END-IF.
            IF WS-INPUT-VALID AND WS-ADD-TRANS
               CALL "DATE-VALIDATE" USING WS-NEW-EFFECTIVE
                  WS-DATE-VALID-FLAG
               IF WS-DATE-VALID
                  MOVE WS-NEW-EFFECTIVE TO WS-NEW-EFFECTIVE-NUM
               ELSE
                  DISPLAY "Invalid effective date "
                     WS-NEW-EFFECTIVE "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-ADD-TRANS
               MOVE WS-NEW-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                  INVALID KEY
                     DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                        " not on employee master."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-INPUT-VALID AND WS-ADD-TRANS
               IF EMPLOYEE-TERMINATED
                  DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                     " is terminated and cannot be enrolled."
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  PERFORM CHECK-ENROLL-ELIGIBILITY
               END-IF
            END-IF.

      *> The plan and tier must be on the plan master, and the
      *> dependents must fit it: the tier's dependent count range,
      *> at most one spouse, no spouse on a children tier and no
      *> children on a spouse tier.
       VALIDATE-PLAN-AND-DEPENDENTS.
            MOVE WS-NEW-PLAN-CODE TO BPL-PLAN-CODE.
            MOVE WS-NEW-TIER TO BPL-TIER.
            IF NOT BPL-TIER-KNOWN
               DISPLAY "Tier must be EE, ES, EC or FA."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               READ BENEFIT-PLAN-FILE
                  INVALID KEY
                     DISPLAY "Plan " WS-NEW-PLAN-CODE " tier "
                        WS-NEW-TIER " not on the plan master."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
            END-IF.
            IF WS-NEW-DEP-COUNT > 6
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               MOVE ZERO TO WS-SPOUSE-COUNT WS-CHILD-COUNT
               PERFORM VALIDATE-ONE-DEPENDENT
                  VARYING WS-DEP-INDEX FROM 1 BY 1
                  UNTIL WS-DEP-INDEX > WS-NEW-DEP-COUNT
               IF WS-NEW-DEP-COUNT < BPL-MIN-DEPENDENTS OR
                     WS-NEW-DEP-COUNT > BPL-MAX-DEPENDENTS
                  DISPLAY "Tier " BPL-TIER " covers "
                     BPL-MIN-DEPENDENTS " to " BPL-MAX-DEPENDENTS
                     " dependents."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-SPOUSE-COUNT > 1
                  DISPLAY "Only one spouse can be covered."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF BPL-EMPLOYEE-CHILDREN AND WS-SPOUSE-COUNT > 0
                  DISPLAY "Employee and children tier covers no "
                     "spouse."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF BPL-EMPLOYEE-SPOUSE AND WS-CHILD-COUNT > 0
                  DISPLAY "Employee and spouse tier covers no "
                     "children."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       VALIDATE-ONE-DEPENDENT.
            IF WS-NEW-DEP-NAME(WS-DEP-INDEX) = SPACES
               DISPLAY "Dependent " WS-DEP-INDEX " has no name."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            EVALUATE WS-NEW-DEP-RELATION(WS-DEP-INDEX)
               WHEN "S"
                  ADD 1 TO WS-SPOUSE-COUNT
               WHEN "C"
                  ADD 1 TO WS-CHILD-COUNT
               WHEN OTHER
                  DISPLAY "Dependent " WS-DEP-INDEX
                     " relationship must be S or C."
                  MOVE "N" TO WS-VALID-SWITCH
            END-EVALUATE.
            CALL "DATE-VALIDATE" USING
               WS-NEW-DEP-BIRTH-DATE(WS-DEP-INDEX) WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Dependent " WS-DEP-INDEX
                  " has an invalid birth date "
                  WS-NEW-DEP-BIRTH-DATE(WS-DEP-INDEX) "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

      *> Age and tenure are taken as of the effective date, under
      *> the rule set in force on that date. Only code 1 enrolls;
      *> code 2 means the waiting period has not yet run.
       CHECK-ENROLL-ELIGIBILITY.
            CALL "ELIG-RULES-LOAD" USING WS-NEW-EFFECTIVE-NUM
               WS-YOUNG-HIGH WS-ADULT-HIGH WS-ELDER-HIGH
               WS-BUCKET-LOW-1 WS-BUCKET-HIGH-1
               WS-BUCKET-LOW-2 WS-BUCKET-HIGH-2
               WS-BUCKET-LOW-3 WS-BUCKET-HIGH-3
               WS-RULES-FOUND-FLAG.
            PERFORM LOOK-UP-AGE.
            PERFORM DERIVE-TENURE.
            CALL "ELIGIBILITY-CHECK" USING Age
               WS-YOUNG-HIGH WS-ADULT-HIGH WS-ELDER-HIGH
               WS-TENURE-VALUE
               WS-BUCKET-LOW-1 WS-BUCKET-HIGH-1
               WS-BUCKET-LOW-2 WS-BUCKET-HIGH-2
               WS-BUCKET-LOW-3 WS-BUCKET-HIGH-3
               WS-ELIGIBILITY-CODE.
            EVALUATE WS-ELIGIBILITY-CODE
               WHEN 1
                  CONTINUE
               WHEN 2
                  DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                     " is still in the waiting period on "
                     WS-NEW-EFFECTIVE "."
                  MOVE "N" TO WS-VALID-SWITCH
               WHEN OTHER
                  DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                     " is not eligible for benefits (age " Age
                     ", tenure " WS-TENURE-VALUE ")."
                  MOVE "N" TO WS-VALID-SWITCH
            END-EVALUATE.

      *> Whole-year difference by yyyymmdd arithmetic, as the
      *> eligibility roster derives it; no usable birth date on
      *> age-birth.dat leaves Age at zero, which is not eligible.
       LOOK-UP-AGE.
            MOVE 0 TO Age.
            MOVE "N" TO WS-AGE-EOF-SWITCH.
            OPEN INPUT AGE-BIRTH-FILE.
            IF WS-AGE-FILE-STATUS NOT = "00" AND WS-AGE-FILE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open age-birth.dat, status "
                  WS-AGE-FILE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               PERFORM READ-AGE-FILE
               PERFORM UNTIL WS-AGE-EOF
                  IF AB-REC-ID = WS-NEW-EMPLOYEE-ID AND
                        AB-BIRTH-DATE IS NUMERIC
                     MOVE AB-BIRTH-DATE TO WS-BIRTH-DATE-NUM
                     COMPUTE WS-AGE-WORK =
                        (WS-NEW-EFFECTIVE-NUM - WS-BIRTH-DATE-NUM)
                        / 10000
                     IF WS-AGE-WORK >= 1 AND WS-AGE-WORK <= 999
                        MOVE WS-AGE-WORK TO Age
                     END-IF
                     SET WS-AGE-EOF TO TRUE
                  ELSE
                     PERFORM READ-AGE-FILE
                  END-IF
               END-PERFORM
            END-IF.
            CLOSE AGE-BIRTH-FILE.

       READ-AGE-FILE.
            READ AGE-BIRTH-FILE
               AT END SET WS-AGE-EOF TO TRUE
            END-READ.

       DERIVE-TENURE.
            MOVE 0 TO WS-TENURE-VALUE.
            IF EMPLOYEE-HIRE-DATE IS NUMERIC
               MOVE EMPLOYEE-HIRE-DATE TO WS-HIRE-DATE-NUM
               IF WS-HIRE-DATE-NUM < WS-NEW-EFFECTIVE-NUM
                  COMPUTE WS-TENURE-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-NEW-EFFECTIVE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE-NUM)
                  COMPUTE WS-TENURE-VALUE = WS-TENURE-DAYS / 365
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-TIER TO BEN-TIER.
            MOVE WS-NEW-DEP-COUNT TO BEN-DEPENDENT-COUNT.
            PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                  UNTIL WS-DEP-INDEX > 6
               MOVE WS-NEW-DEP-NAME(WS-DEP-INDEX)
                  TO BEN-DEP-NAME(WS-DEP-INDEX)
               MOVE WS-NEW-DEP-RELATION(WS-DEP-INDEX)
                  TO BEN-DEP-RELATION(WS-DEP-INDEX)
               MOVE WS-NEW-DEP-BIRTH-DATE(WS-DEP-INDEX)
                  TO BEN-DEP-BIRTH-DATE(WS-DEP-INDEX)
            END-PERFORM.

      *> A plan dropped earlier is enrolled again over the old
      *> record, but only from a date after its coverage ended.
       ADD-ENROLLMENT.
            MOVE WS-NEW-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
            MOVE WS-NEW-PLAN-CODE TO BEN-PLAN-CODE.
            READ BENEFIT-ENROLL-FILE
               INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  MOVE WS-NEW-EFFECTIVE-NUM TO BEN-EFFECTIVE-DATE
                  MOVE ZEROS TO BEN-END-DATE
                  MOVE WS-ELIGIBILITY-CODE TO BEN-ELIG-CODE
                  WRITE BENEFIT-ENROLL-RECORD
                     INVALID KEY
                        DISPLAY "Enrollment for " WS-NEW-EMPLOYEE-ID
                           " could not be written, status "
                           WS-ENROLL-STATUS
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                           " enrolled in " WS-NEW-PLAN-CODE " "
                           WS-NEW-TIER " from " WS-NEW-EFFECTIVE "."
                  END-WRITE
               NOT INVALID KEY
                  IF BEN-END-DATE = 0
                     DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                        " is already enrolled in " WS-NEW-PLAN-CODE
                        "; use C)hange."
                     SET WS-HAD-ISSUE TO TRUE
                  ELSE
                     IF WS-NEW-EFFECTIVE-NUM <= BEN-END-DATE
                        DISPLAY "Coverage in " WS-NEW-PLAN-CODE
                           " ended " BEN-END-DATE
                           "; re-enroll from a later date."
                        SET WS-HAD-ISSUE TO TRUE
                     ELSE
                        PERFORM MOVE-NEW-DATA-TO-RECORD
                        MOVE WS-NEW-EFFECTIVE-NUM
                           TO BEN-EFFECTIVE-DATE
                        MOVE ZEROS TO BEN-END-DATE
                        MOVE WS-ELIGIBILITY-CODE TO BEN-ELIG-CODE
                        REWRITE BENEFIT-ENROLL-RECORD
                        DISPLAY "Employee " WS-NEW-EMPLOYEE-ID
                           " re-enrolled in " WS-NEW-PLAN-CODE " "
                           WS-NEW-TIER " from " WS-NEW-EFFECTIVE "."
                     END-IF
                  END-IF
            END-READ.

       CHANGE-ENROLLMENT.
            MOVE WS-NEW-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
            MOVE WS-NEW-PLAN-CODE TO BEN-PLAN-CODE.
            READ BENEFIT-ENROLL-FILE
               INVALID KEY
                  DISPLAY "No enrollment in " WS-NEW-PLAN-CODE
                     " for " WS-NEW-EMPLOYEE-ID ", status "
                     WS-ENROLL-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  IF BEN-END-DATE NOT = 0
                     DISPLAY "Coverage in " WS-NEW-PLAN-CODE
                        " ended " BEN-END-DATE
                        " and cannot be changed."
                     SET WS-HAD-ISSUE TO TRUE
                  ELSE
                     PERFORM MOVE-NEW-DATA-TO-RECORD
                     REWRITE BENEFIT-ENROLL-RECORD
                     DISPLAY "Enrollment in " WS-NEW-PLAN-CODE
                        " for " WS-NEW-EMPLOYEE-ID " updated."
                  END-IF
            END-READ.

       DROP-ENROLLMENT.
            MOVE WS-NEW-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
            MOVE WS-NEW-PLAN-CODE TO BEN-PLAN-CODE.
            READ BENEFIT-ENROLL-FILE
               INVALID KEY
                  DISPLAY "No enrollment in " WS-NEW-PLAN-CODE
                     " for " WS-NEW-EMPLOYEE-ID ", status "
                     WS-ENROLL-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN BEN-END-DATE NOT = 0
                        DISPLAY "Coverage in " WS-NEW-PLAN-CODE
                           " already ended " BEN-END-DATE "."
                        SET WS-HAD-ISSUE TO TRUE
                     WHEN WS-NEW-END-NUM < BEN-EFFECTIVE-DATE
                        DISPLAY "End date falls before coverage "
                           "began " BEN-EFFECTIVE-DATE "."
                        SET WS-HAD-ISSUE TO TRUE
                     WHEN OTHER
                        MOVE WS-NEW-END-NUM TO BEN-END-DATE
                        REWRITE BENEFIT-ENROLL-RECORD
                        DISPLAY "Coverage in " WS-NEW-PLAN-CODE
                           " for " WS-NEW-EMPLOYEE-ID " ends "
                           WS-NEW-END "."
                  END-EVALUATE
            END-READ.

       LIST-ENROLLMENTS.
            DISPLAY "Employee ID:".
            ACCEPT WS-LIST-EMPLOYEE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO BEN-KEY.
            MOVE WS-LIST-EMPLOYEE TO BEN-EMPLOYEE-ID.
            START BENEFIT-ENROLL-FILE KEY NOT < BEN-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ENROLLMENT.
            PERFORM UNTIL WS-EOF OR
                  BEN-EMPLOYEE-ID NOT = WS-LIST-EMPLOYEE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY BEN-PLAN-CODE " tier " BEN-TIER
                  " from " BEN-EFFECTIVE-DATE
                  " eligibility " BEN-ELIG-CODE
                  " dependents " BEN-DEPENDENT-COUNT
               IF BEN-END-DATE NOT = 0
                  DISPLAY "     coverage ended " BEN-END-DATE
               END-IF
               PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                     UNTIL WS-DEP-INDEX > BEN-DEPENDENT-COUNT
                        OR WS-DEP-INDEX > 6
                  DISPLAY "     " BEN-DEP-RELATION(WS-DEP-INDEX) " "
                     BEN-DEP-NAME(WS-DEP-INDEX) " born "
                     BEN-DEP-BIRTH-DATE(WS-DEP-INDEX)
               END-PERFORM
               PERFORM READ-NEXT-ENROLLMENT
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " enrollment(s) on file.".

       READ-NEXT-ENROLLMENT.
            READ BENEFIT-ENROLL-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM BENEFIT-ENROLL-MAINT.
