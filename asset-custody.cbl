      *> Asset custody: issue and return of assets - laptops, tools,
      *> vehicles - to individual employees, alongside the
      *> department holding ASSET-TRANSFER records. The operator
      *> signs on (each issue and return is stamped with who handled
      *> it). An issue needs an in-service asset not already out
      *> with someone and an active employee on the master; the date
      *> runs through DATE-VALIDATE and the condition is recorded
      *> both ways. The H)oldings inquiry lists what a person has
      *> out, and their returned items after it. Anything still
      *> held by a leaver shows on CUSTODY-CHECKLIST-REPORT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-CUSTODY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CUSTODY-FILE
               ASSIGN TO "asset-custody.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-KEY
               ALTERNATE RECORD KEY IS CUS-EMPLOYEE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTODY-STATUS.
               SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODY-FILE.
           COPY ASSET-CUSTODY-REC.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       WORKING-STORAGE SECTION.
           01 WS-CUSTODY-STATUS PIC XX VALUE "00".
           01 WS-ASSET-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ISSUE-TRANS    VALUE "I".
              88 WS-RETURN-TRANS   VALUE "R".
              88 WS-HOLDINGS-TRANS VALUE "H".
              88 WS-EXIT-TRANS     VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-ASSET-ID PIC X(6) VALUE SPACES.
           01 WS-EMPLOYEE-ID PIC X(6) VALUE SPACES.
           01 WS-EMPLOYEE-NAME PIC X(15) VALUE SPACES.
           01 WS-TRANS-DATE PIC X(8) VALUE SPACES.
           01 WS-CONDITION PIC X VALUE SPACE.
              88 WS-ISSUE-CONDITION-KNOWN  VALUE "N" "G" "F" "D".
              88 WS-RETURN-CONDITION-KNOWN VALUE "N" "G" "F" "D"
                                                 "L".
           01 WS-OPEN-FOUND-FLAG PIC X VALUE "N".
              88 WS-OPEN-FOUND VALUE "Y".
           01 WS-OPEN-KEY PIC X(14) VALUE SPACES.
           01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-RETURNED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PASS-SWITCH PIC X VALUE "O".
              88 WS-OUTSTANDING-PASS VALUE "O".
              88 WS-RETURNED-PASS    VALUE "R".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-ISSUE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RETURN-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Asset custody requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O CUSTODY-FILE.
            IF WS-CUSTODY-STATUS NOT = "00" AND WS-CUSTODY-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset-custody.dat, status "
                  WS-CUSTODY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ASSET-FILE.
            IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset file, status "
                  WS-ASSET-STATUS
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
               PERFORM CUSTODY-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE CUSTODY-FILE ASSET-FILE EMPLOYEE-FILE.
            DISPLAY "Items issued  : " WS-ISSUE-COUNT.
            DISPLAY "Items returned: " WS-RETURN-COUNT.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       CUSTODY-LOOP.
            DISPLAY "Asset Custody - I)ssue R)eturn H)oldings X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-ISSUE-TRANS
                  PERFORM ISSUE-ONE-ASSET
               WHEN WS-RETURN-TRANS
                  PERFORM RETURN-ONE-ASSET
               WHEN WS-HOLDINGS-TRANS
                  PERFORM SHOW-EMPLOYEE-HOLDINGS
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       ISSUE-ONE-ASSET.
            SET WS-INPUT-VALID TO TRUE.
            MOVE SPACES TO WS-ASSET-ID WS-EMPLOYEE-ID WS-TRANS-DATE
               WS-CONDITION.
            DISPLAY "Asset ID:".
            ACCEPT WS-ASSET-ID.
            DISPLAY "Issue to employee ID:".
            ACCEPT WS-EMPLOYEE-ID.
            DISPLAY "Issue date (YYYYMMDD):".
            ACCEPT WS-TRANS-DATE.
            DISPLAY "Condition - N)ew G)ood F)air D)amaged:".
            ACCEPT WS-CONDITION.
            CALL "DATE-VALIDATE" USING WS-TRANS-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid issue date " WS-TRANS-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-ISSUE-CONDITION-KNOWN
               DISPLAY "Condition must be N, G, F or D."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            MOVE WS-ASSET-ID TO ASSET-ID.
            READ ASSET-FILE
               INVALID KEY
                  DISPLAY "Asset " WS-ASSET-ID " not found, status "
                     WS-ASSET-STATUS
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF ASSET-RETIRED
                     DISPLAY "Asset " WS-ASSET-ID " is retired and "
                        "cannot be issued."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            MOVE WS-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-EMPLOYEE-ID " not found."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF EMPLOYEE-TERMINATED
                     DISPLAY "Employee " WS-EMPLOYEE-ID
                        " is terminated."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.
            PERFORM FIND-OPEN-CUSTODY.
            IF WS-OPEN-FOUND
               DISPLAY "Asset " WS-ASSET-ID " is already out with "
                  CUS-EMPLOYEE-ID " since " CUS-ISSUE-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Issue ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ASSET-CUSTODY-RECORD.
            MOVE WS-ASSET-ID TO CUS-ASSET-ID.
            MOVE WS-TRANS-DATE TO CUS-ISSUE-DATE.
            MOVE WS-EMPLOYEE-ID TO CUS-EMPLOYEE-ID.
            MOVE WS-CONDITION TO CUS-ISSUE-CONDITION.
            MOVE WS-SIGNON-USER-ID TO CUS-ISSUED-BY.
            MOVE ZERO TO CUS-RETURN-DATE.
            WRITE ASSET-CUSTODY-RECORD
               INVALID KEY
                  DISPLAY "Asset " WS-ASSET-ID " already has a "
                     "custody record dated " WS-TRANS-DATE
                     ", status " WS-CUSTODY-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-ISSUE-COUNT
                  DISPLAY "Asset " WS-ASSET-ID " issued to "
                     WS-EMPLOYEE-ID "."
            END-WRITE.

       RETURN-ONE-ASSET.
            SET WS-INPUT-VALID TO TRUE.
            MOVE SPACES TO WS-ASSET-ID WS-TRANS-DATE WS-CONDITION.
            DISPLAY "Asset ID:".
            ACCEPT WS-ASSET-ID.
            PERFORM FIND-OPEN-CUSTODY.
            IF NOT WS-OPEN-FOUND
               DISPLAY "Asset " WS-ASSET-ID " is not out with "
                  "anyone."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "Held by " CUS-EMPLOYEE-ID " since "
               CUS-ISSUE-DATE.
            DISPLAY "Return date (YYYYMMDD):".
            ACCEPT WS-TRANS-DATE.
            DISPLAY "Condition - N)ew G)ood F)air D)amaged L)ost:".
            ACCEPT WS-CONDITION.
            CALL "DATE-VALIDATE" USING WS-TRANS-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid return date " WS-TRANS-DATE "."
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               IF WS-TRANS-DATE < CUS-ISSUE-DATE
                  DISPLAY "Return date is before the issue date."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF NOT WS-RETURN-CONDITION-KNOWN
               DISPLAY "Condition must be N, G, F, D or L."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-INPUT-VALID
               DISPLAY "Return ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-TRANS-DATE TO CUS-RETURN-DATE.
            MOVE WS-CONDITION TO CUS-RETURN-CONDITION.
            MOVE WS-SIGNON-USER-ID TO CUS-RECEIVED-BY.
            REWRITE ASSET-CUSTODY-RECORD
               INVALID KEY
                  DISPLAY "Unable to update custody of " WS-ASSET-ID
                     ", status " WS-CUSTODY-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  ADD 1 TO WS-RETURN-COUNT
                  DISPLAY "Asset " WS-ASSET-ID " returned by "
                     CUS-EMPLOYEE-ID "."
            END-REWRITE.

      *> Walks the asset's custody history in issue-date order for
      *> the record still out; leaves it as the current record.
       FIND-OPEN-CUSTODY.
            MOVE "N" TO WS-OPEN-FOUND-FLAG WS-EOF-SWITCH.
            MOVE SPACES TO WS-OPEN-KEY.
            MOVE WS-ASSET-ID TO CUS-ASSET-ID.
            MOVE ZERO TO CUS-ISSUE-DATE.
            START CUSTODY-FILE KEY NOT < CUS-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ CUSTODY-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF CUS-ASSET-ID NOT = WS-ASSET-ID
                     SET WS-EOF TO TRUE
                  ELSE
                     IF CUS-OUTSTANDING
                        SET WS-OPEN-FOUND TO TRUE
                        MOVE CUS-KEY TO WS-OPEN-KEY
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-OPEN-FOUND
               MOVE WS-OPEN-KEY TO CUS-KEY
               READ CUSTODY-FILE
                  INVALID KEY
                     MOVE "N" TO WS-OPEN-FOUND-FLAG
               END-READ
            END-IF.

      *> What one person holds, through the employee alternate key:
      *> items still out first, then what they have handed back.
       SHOW-EMPLOYEE-HOLDINGS.
            MOVE SPACES TO WS-EMPLOYEE-ID.
            DISPLAY "Employee ID:".
            ACCEPT WS-EMPLOYEE-ID.
            MOVE WS-EMPLOYEE-ID TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  MOVE "(NOT ON MASTER)" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                  MOVE NameValue TO WS-EMPLOYEE-NAME
            END-READ.
            DISPLAY "Custody for " WS-EMPLOYEE-ID " "
               WS-EMPLOYEE-NAME.
            MOVE ZERO TO WS-HELD-COUNT WS-RETURNED-COUNT.
            SET WS-OUTSTANDING-PASS TO TRUE.
            PERFORM LIST-EMPLOYEE-CUSTODY.
            SET WS-RETURNED-PASS TO TRUE.
            PERFORM LIST-EMPLOYEE-CUSTODY.
            DISPLAY "Items held: " WS-HELD-COUNT
               "  returned: " WS-RETURNED-COUNT.

       LIST-EMPLOYEE-CUSTODY.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE WS-EMPLOYEE-ID TO CUS-EMPLOYEE-ID.
            START CUSTODY-FILE KEY = CUS-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ CUSTODY-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF CUS-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                     SET WS-EOF TO TRUE
                  ELSE
                     PERFORM SHOW-ONE-CUSTODY
                  END-IF
               END-IF
            END-PERFORM.

       SHOW-ONE-CUSTODY.
            IF WS-OUTSTANDING-PASS AND CUS-OUTSTANDING
               MOVE CUS-ASSET-ID TO ASSET-ID
               PERFORM READ-ASSET-DESCRIPTION
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "  HELD     " CUS-ASSET-ID " "
                  ASSET-DESCRIPTION " ISSUED " CUS-ISSUE-DATE
                  " COND " CUS-ISSUE-CONDITION
            END-IF.
            IF WS-RETURNED-PASS AND NOT CUS-OUTSTANDING
               MOVE CUS-ASSET-ID TO ASSET-ID
               PERFORM READ-ASSET-DESCRIPTION
               ADD 1 TO WS-RETURNED-COUNT
               DISPLAY "  RETURNED " CUS-ASSET-ID " "
                  ASSET-DESCRIPTION " " CUS-ISSUE-DATE "-"
                  CUS-RETURN-DATE " COND " CUS-RETURN-CONDITION
            END-IF.

       READ-ASSET-DESCRIPTION.
            READ ASSET-FILE
               INVALID KEY
                  MOVE "(NOT ON REGISTER)" TO ASSET-DESCRIPTION
            END-READ.
       END PROGRAM ASSET-CUSTODY.
