      *> Maintenance screen for the leased equipment register, the
      *> same console transaction loop ASSET-PLAN-MAINT uses. The
      *> lessor must be a vendor on vendor.dat (the payment vouchers
      *> are raised against it) and the department must pass the
      *> shared DEPT-VALIDATE check. The monthly payments are
      *> produced by LEASE-PAYMENT-RUN; LEASE-COMMITMENT-REPORT and
      *> LEASE-RENEWAL-ALERT read the register for the commitments
      *> by year and the renewal notices coming due.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEASE-FILE
               ASSIGN TO "lease.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-ID
               FILE STATUS IS WS-LEASE-STATUS.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
           COPY LEASE-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       WORKING-STORAGE SECTION.
           01 WS-LEASE-STATUS PIC XX VALUE "00".
           01 WS-VENDOR-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-LESSOR      PIC X(6) VALUE SPACES.
           01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-NEW-DEPT        PIC X(20) VALUE SPACES.
           01 WS-NEW-START       PIC X(8) VALUE SPACES.
           01 WS-NEW-END         PIC X(8) VALUE SPACES.
           01 WS-NEW-PAYMENT     PIC 9(7)V99 VALUE ZEROS.
           01 WS-NEW-NOTICE-DAYS PIC 9(3) VALUE ZEROS.
           01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
              88 WS-DEPT-FOUND VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-DATES-VALID-FLAG PIC X VALUE "Y".
              88 WS-DATES-VALID VALUE "Y".
           01 WS-PAYMENT-EDIT PIC $$,$$$,$$9.99.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O LEASE-FILE.
            IF WS-LEASE-STATUS NOT = "00" AND WS-LEASE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lease.dat, status "
                  WS-LEASE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor.dat, status "
                  WS-VENDOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE LEASE-FILE VENDOR-FILE.
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
                  PERFORM LIST-LEASES
               WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                     WS-DELETE-TRANS
                  PERFORM ACCEPT-LEASE-DATA
                  PERFORM VALIDATE-LEASE-DATA
                  IF WS-INPUT-VALID
                     EVALUATE TRUE
                        WHEN WS-ADD-TRANS
                           PERFORM ADD-LEASE-RECORD
                        WHEN WS-CHANGE-TRANS
                           PERFORM CHANGE-LEASE-RECORD
                        WHEN WS-DELETE-TRANS
                           PERFORM DELETE-LEASE-RECORD
                     END-EVALUATE
                  ELSE
                     DISPLAY "Invalid lease data, transaction "
                        "ignored."
                     SET WS-HAD-ISSUE TO TRUE
                  END-IF
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Not a valid option."
            END-EVALUATE.

       SHOW-MENU.
            DISPLAY "Lease Register Maintenance - A)dd C)hange "
               "D)elete L)ist X)it".
            ACCEPT WS-TRANS-CODE.

       ACCEPT-LEASE-DATA.
            MOVE SPACES TO LEASE-ID WS-NEW-LESSOR WS-NEW-DESCRIPTION
               WS-NEW-DEPT WS-NEW-START WS-NEW-END.
            MOVE ZEROS TO WS-NEW-PAYMENT WS-NEW-NOTICE-DAYS.
            DISPLAY "Lease ID:".
            ACCEPT LEASE-ID.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Lessor vendor number:"
               ACCEPT WS-NEW-LESSOR
               DISPLAY "Equipment description:"
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "Department:"
               ACCEPT WS-NEW-DEPT
               DISPLAY "Start date (YYYYMMDD):"
               ACCEPT WS-NEW-START
               DISPLAY "End date (YYYYMMDD):"
               ACCEPT WS-NEW-END
               DISPLAY "Monthly payment:"
               ACCEPT WS-NEW-PAYMENT
               DISPLAY "Renewal notice days before end:"
               ACCEPT WS-NEW-NOTICE-DAYS
            END-IF.

       VALIDATE-LEASE-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF LEASE-ID = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF NOT WS-DELETE-TRANS
               IF WS-NEW-DESCRIPTION = SPACES
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               MOVE WS-NEW-LESSOR TO VENDOR-NUMBER
               READ VENDOR-FILE
                  INVALID KEY
                     DISPLAY "Lessor " WS-NEW-LESSOR
                        " is not on the vendor file."
                     MOVE "N" TO WS-VALID-SWITCH
               END-READ
               CALL "DEPT-VALIDATE" USING WS-NEW-DEPT
                  WS-DEPT-FOUND-FLAG
               IF NOT WS-DEPT-FOUND
                  DISPLAY "Department " WS-NEW-DEPT
                     " not on reference file."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-PAYMENT = 0
                  DISPLAY "Monthly payment must be more than zero."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM VALIDATE-LEASE-DATES
            END-IF.

       VALIDATE-LEASE-DATES.
            SET WS-DATES-VALID TO TRUE.
            CALL "DATE-VALIDATE" USING WS-NEW-START
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid start date " WS-NEW-START "."
               MOVE "N" TO WS-VALID-SWITCH WS-DATES-VALID-FLAG
            END-IF.
            CALL "DATE-VALIDATE" USING WS-NEW-END
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid end date " WS-NEW-END "."
               MOVE "N" TO WS-VALID-SWITCH WS-DATES-VALID-FLAG
            END-IF.
            IF WS-DATES-VALID AND WS-NEW-END NOT > WS-NEW-START
               DISPLAY "End date must be after the start date."
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-LESSOR TO LEASE-LESSOR-VENDOR.
            MOVE WS-NEW-DESCRIPTION TO LEASE-DESCRIPTION.
            MOVE WS-NEW-DEPT TO LEASE-DEPT-CODE.
            MOVE WS-NEW-START TO LEASE-START-DATE.
            MOVE WS-NEW-END TO LEASE-END-DATE.
            MOVE WS-NEW-PAYMENT TO LEASE-MONTHLY-PAYMENT.
            MOVE WS-NEW-NOTICE-DAYS TO LEASE-NOTICE-DAYS.

       ADD-LEASE-RECORD.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE LEASE-RECORD
               INVALID KEY
                  DISPLAY "Lease " LEASE-ID " already exists, "
                     "status " WS-LEASE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Lease " LEASE-ID " added."
            END-WRITE.

       CHANGE-LEASE-RECORD.
            READ LEASE-FILE
               INVALID KEY
                  DISPLAY "Lease " LEASE-ID " not found, status "
                     WS-LEASE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE LEASE-RECORD
                  DISPLAY "Lease " LEASE-ID " updated."
            END-READ.

       DELETE-LEASE-RECORD.
            READ LEASE-FILE
               INVALID KEY
                  DISPLAY "Lease " LEASE-ID " not found, status "
                     WS-LEASE-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DELETE LEASE-FILE RECORD
                  DISPLAY "Lease " LEASE-ID " deleted."
            END-READ.

       LIST-LEASES.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE SPACES TO LEASE-ID.
            START LEASE-FILE KEY NOT < LEASE-ID
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-LEASE.
            PERFORM UNTIL WS-EOF
               MOVE LEASE-MONTHLY-PAYMENT TO WS-PAYMENT-EDIT
               DISPLAY LEASE-ID " " LEASE-DESCRIPTION
                  " LESSOR " LEASE-LESSOR-VENDOR
                  " " LEASE-START-DATE "-" LEASE-END-DATE
                  " MONTHLY " WS-PAYMENT-EDIT
                  " NOTICE " LEASE-NOTICE-DAYS
               PERFORM READ-NEXT-LEASE
            END-PERFORM.

       READ-NEXT-LEASE.
            READ LEASE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM LEASE-MAINT.
