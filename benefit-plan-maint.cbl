      *> Maintenance screen for the benefit plan master
      *> (benefit-plan.dat), the same console transaction loop the
      *> other reference files use. Each record is one coverage tier
      *> of one plan - EE employee only, ES employee and spouse, EC
      *> employee and children, FA family - with the employee and
      *> employer premium per pay period and how many dependents an
      *> enrollment in the tier may cover. L)ist shows every plan
      *> and tier on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-PLAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "benefit-plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPL-KEY
               FILE STATUS IS WS-PLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-PLAN-FILE.
           COPY BENEFIT-PLAN-REC.
       WORKING-STORAGE SECTION.
           01 WS-PLAN-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-NAME     PIC X(30) VALUE SPACES.
           01 WS-NEW-EE-PREMIUM PIC 9(5)V99 VALUE ZEROS.
           01 WS-NEW-ER-PREMIUM PIC 9(5)V99 VALUE ZEROS.
           01 WS-NEW-MIN-DEPS PIC 9(2) VALUE ZERO.
           01 WS-NEW-MAX-DEPS PIC 9(2) VALUE ZERO.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O BENEFIT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open benefit-plan.dat, status "
                  WS-PLAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE BENEFIT-PLAN-FILE.
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
                  PERFORM LIST-PLANS
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-PLAN-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-PLAN
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-PLAN
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-PLAN
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid plan data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Benefit Plans - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-PLAN-DATA.
            MOVE SPACES TO BPL-KEY WS-NEW-NAME.
            MOVE ZEROS TO WS-NEW-EE-PREMIUM WS-NEW-ER-PREMIUM.
            MOVE ZERO TO WS-NEW-MIN-DEPS WS-NEW-MAX-DEPS.
            DISPLAY "Plan code (e.g. MED1, DENT):".
            ACCEPT BPL-PLAN-CODE.
            DISPLAY "Tier - EE employee, ES +spouse, EC +children, "
               "FA family:".
            ACCEPT BPL-TIER.
            SET WS-INPUT-VALID TO TRUE.
            IF BPL-PLAN-CODE = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT BPL-TIER-KNOWN
               DISPLAY "Tier must be EE, ES, EC or FA."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Plan name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "Employee premium per pay period:"
               ACCEPT WS-NEW-EE-PREMIUM
               DISPLAY "Employer premium per pay period:"
               ACCEPT WS-NEW-ER-PREMIUM
               DISPLAY "Fewest dependents the tier covers:"
               ACCEPT WS-NEW-MIN-DEPS
               DISPLAY "Most dependents the tier covers (99 no "
                  "limit):"
               ACCEPT WS-NEW-MAX-DEPS
               IF WS-NEW-NAME = SPACES
                  DISPLAY "Plan name is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-MIN-DEPS > WS-NEW-MAX-DEPS
                  DISPLAY "Fewest dependents exceeds the most."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF BPL-EMPLOYEE-ONLY AND WS-NEW-MAX-DEPS > 0
                  DISPLAY "Employee-only tier covers no dependents."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO BPL-PLAN-NAME.
            MOVE WS-NEW-EE-PREMIUM TO BPL-EMPLOYEE-PREMIUM.
            MOVE WS-NEW-ER-PREMIUM TO BPL-EMPLOYER-PREMIUM.
            MOVE WS-NEW-MIN-DEPS TO BPL-MIN-DEPENDENTS.
            MOVE WS-NEW-MAX-DEPS TO BPL-MAX-DEPENDENTS.

       ADD-PLAN.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE BENEFIT-PLAN-RECORD
               INVALID KEY
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " already exists, status " WS-PLAN-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " added."
            END-WRITE.

       CHANGE-PLAN.
            READ BENEFIT-PLAN-FILE
               INVALID KEY
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " not found, status " WS-PLAN-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE BENEFIT-PLAN-RECORD
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " updated."
            END-READ.

       DELETE-PLAN.
            READ BENEFIT-PLAN-FILE
               INVALID KEY
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " not found, status " WS-PLAN-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE BENEFIT-PLAN-FILE RECORD
                  DISPLAY "Plan " BPL-PLAN-CODE " tier " BPL-TIER
                     " deleted."
            END-READ.

       LIST-PLANS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO BPL-KEY.
            START BENEFIT-PLAN-FILE KEY NOT < BPL-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-PLAN.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY BPL-PLAN-CODE " " BPL-TIER " " BPL-PLAN-NAME
                  " employee " BPL-EMPLOYEE-PREMIUM
                  " employer " BPL-EMPLOYER-PREMIUM
                  " dependents " BPL-MIN-DEPENDENTS "-"
                  BPL-MAX-DEPENDENTS
               PERFORM READ-NEXT-PLAN
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " plan tier(s) on file.".

       READ-NEXT-PLAN.
            READ BENEFIT-PLAN-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM BENEFIT-PLAN-MAINT.
