      *> Maintenance screen for the vendor master (vendor.dat), the
      *> suppliers accounts payable pays. The vendor number carries
      *> the same trailing check digit as customer and employee
      *> numbers. Name and remittance address come from the shared
      *> contact layout; terms are business days from the invoice
      *> date to the due date; the default expense account must be
      *> on the chart of accounts as an expense (type E) account.
      *> A vendor with open vouchers cannot be deleted. Add and
      *> change need clerk level 2, delete supervisor level 3, and
      *> every change is logged through MAINT-TRANS-WRITE.
      *> The remit-to state and postal code must agree on
      *> postal-range.dat (ADDRESS-VALIDATE) so checks are not
      *> mailed to an address the post office will return.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO "voucher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT OPTIONAL CHART-ACCOUNT-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       FD  VOUCHER-FILE.
           COPY VOUCHER-REC.
       FD  CHART-ACCOUNT-FILE.
           COPY CHART-ACCOUNT-REC.
       WORKING-STORAGE SECTION.
           01 WS-VENDOR-STATUS PIC XX VALUE "00".
           01 WS-VOUCHER-STATUS PIC XX VALUE "00".
           01 WS-CHART-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-ADD-TRANS    VALUE "A".
              88 WS-CHANGE-TRANS VALUE "C".
              88 WS-DELETE-TRANS VALUE "D".
              88 WS-LIST-TRANS   VALUE "L".
              88 WS-EXIT-TRANS   VALUE "X".
           01 WS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-NAME       PIC X(15) VALUE SPACES.
           01 WS-NEW-FIRST-LAST PIC X(30) VALUE SPACES.
           01 WS-NEW-WORK-ONE   PIC X(9) VALUE SPACES.
           01 WS-NEW-STREET-1   PIC X(30) VALUE SPACES.
           01 WS-NEW-STREET-2   PIC X(30) VALUE SPACES.
           01 WS-NEW-CITY       PIC X(20) VALUE SPACES.
           01 WS-NEW-STATE      PIC X(2)  VALUE SPACES.
           01 WS-NEW-POSTAL     PIC X(10) VALUE SPACES.
           01 WS-NEW-TERMS-DAYS PIC 9(3) VALUE ZEROS.
           01 WS-NEW-ACCOUNT    PIC X(8) VALUE SPACES.
           01 WS-NEW-HOLD-FLAG  PIC X VALUE SPACE.
              88 WS-HOLD-FLAG-KNOWN VALUE "H" "N" SPACE.
           01 WS-HAD-ISSUE-FLAG  PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".
           01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
              88 WS-PHONE-VALID VALUE "Y".
           01 WS-ADDRESS-RESULT PIC X VALUE "Y".
              88 WS-ADDRESS-VALID VALUE "Y".
           01 WS-KEY-VALID-FLAG PIC X VALUE "N".
              88 WS-KEY-VALID VALUE "Y".
           01 WS-EXPECTED-DIGIT PIC 9 VALUE ZERO.
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-OPEN-VOUCHER-FLAG PIC X VALUE "N".
              88 WS-HAS-OPEN-VOUCHERS VALUE "Y".
           01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-AUTHORIZED-FLAG PIC X VALUE "N".
              88 WS-AUTHORIZED VALUE "Y".
           01 WS-AUDIT-PROGRAM PIC X(10) VALUE "VEND-MAINT".
           01 WS-AUDIT-OPTION  PIC X(4) VALUE SPACES.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "VENDOR".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Vendor maintenance requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor.dat, status "
                  WS-VENDOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VOUCHER-STATUS NOT = "00" AND WS-VOUCHER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open voucher.dat, status "
                  WS-VOUCHER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-STATUS NOT = "00" AND WS-CHART-STATUS
                  NOT = "05"
               DISPLAY "Unable to open chart-of-accounts.dat, "
                  "status " WS-CHART-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM MAINTENANCE-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE VENDOR-FILE VOUCHER-FILE CHART-ACCOUNT-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       MAINTENANCE-LOOP.
            PERFORM SHOW-MENU.
            IF NOT WS-EXIT-TRANS
               PERFORM CHECK-TRANS-AUTHORITY
            END-IF.
            IF WS-EXIT-TRANS OR NOT WS-AUTHORIZED
               CONTINUE
            ELSE
               EVALUATE TRUE
                  WHEN WS-LIST-TRANS
                     PERFORM LIST-VENDORS
                  WHEN WS-ADD-TRANS OR WS-CHANGE-TRANS OR
                        WS-DELETE-TRANS
                     PERFORM ACCEPT-VENDOR-DATA
                     PERFORM VALIDATE-VENDOR-DATA
                     IF WS-INPUT-VALID
                        EVALUATE TRUE
                           WHEN WS-ADD-TRANS
                              PERFORM ADD-VENDOR
                           WHEN WS-CHANGE-TRANS
                              PERFORM CHANGE-VENDOR
                           WHEN WS-DELETE-TRANS
                              PERFORM DELETE-VENDOR
                        END-EVALUATE
                     ELSE
                        DISPLAY "Invalid vendor data, transaction "
                           "ignored."
                        SET WS-HAD-ISSUE TO TRUE
                     END-IF
                  WHEN OTHER
                     DISPLAY "Not a valid option."
               END-EVALUATE
            END-IF.

       SHOW-MENU.
            DISPLAY "Vendor Maintenance - A)dd C)hange D)elete "
               "L)ist X)it".
            ACCEPT WS-TRANS-CODE.

      *> Same authority ladder as the customer master: add/change
      *> need clerk level 2, delete needs supervisor level 3, list
      *> is open to any signed-on operator. Refusals are audited.
       CHECK-TRANS-AUTHORITY.
            MOVE "Y" TO WS-AUTHORIZED-FLAG.
            EVALUATE TRUE
               WHEN (WS-ADD-TRANS OR WS-CHANGE-TRANS) AND
                     WS-ACCESS-LEVEL < 2
                  MOVE "N" TO WS-AUTHORIZED-FLAG
               WHEN WS-DELETE-TRANS AND WS-ACCESS-LEVEL < 3
                  MOVE "N" TO WS-AUTHORIZED-FLAG
            END-EVALUATE.
            IF NOT WS-AUTHORIZED
               DISPLAY "Transaction " WS-TRANS-CODE
                  " not authorized at your access level."
               MOVE SPACES TO WS-AUDIT-OPTION
               STRING "DN-" WS-TRANS-CODE
                  DELIMITED BY SIZE INTO WS-AUDIT-OPTION
               CALL "MENU-AUDIT-LOG" USING WS-AUDIT-PROGRAM
                  WS-AUDIT-OPTION
            END-IF.

       ACCEPT-VENDOR-DATA.
            MOVE SPACES TO VENDOR-RECORD.
            MOVE SPACES TO WS-NEW-NAME WS-NEW-FIRST-LAST
               WS-NEW-WORK-ONE WS-NEW-STREET-1 WS-NEW-STREET-2
               WS-NEW-CITY WS-NEW-STATE WS-NEW-POSTAL
               WS-NEW-ACCOUNT WS-NEW-HOLD-FLAG.
            MOVE ZEROS TO WS-NEW-TERMS-DAYS.
            DISPLAY "Vendor number:".
            ACCEPT VENDOR-NUMBER.
            IF NOT WS-DELETE-TRANS
               DISPLAY "Vendor name:"
               ACCEPT WS-NEW-NAME
               DISPLAY "Name (continued) / attention of:"
               ACCEPT WS-NEW-FIRST-LAST
               DISPLAY "Phone:"
               ACCEPT WS-NEW-WORK-ONE
               DISPLAY "Remit-to street (line 1):"
               ACCEPT WS-NEW-STREET-1
               DISPLAY "Remit-to street (line 2):"
               ACCEPT WS-NEW-STREET-2
               DISPLAY "City:"
               ACCEPT WS-NEW-CITY
               DISPLAY "State:"
               ACCEPT WS-NEW-STATE
               DISPLAY "Postal code:"
               ACCEPT WS-NEW-POSTAL
               DISPLAY "Payment terms (business days):"
               ACCEPT WS-NEW-TERMS-DAYS
               DISPLAY "Default expense account number:"
               ACCEPT WS-NEW-ACCOUNT
               DISPLAY "Payment hold - H)old N)ormal:"
               ACCEPT WS-NEW-HOLD-FLAG
            END-IF.

       VALIDATE-VENDOR-DATA.
            SET WS-INPUT-VALID TO TRUE.
            IF VENDOR-NUMBER = SPACES
               MOVE "N" TO WS-VALID-SWITCH
            ELSE
               CALL "KEY-CHECK-DIGIT" USING VENDOR-NUMBER
                  WS-KEY-VALID-FLAG WS-EXPECTED-DIGIT
               IF NOT WS-KEY-VALID
                  DISPLAY "Vendor number fails the check digit - "
                     "expected final digit " WS-EXPECTED-DIGIT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
            END-IF.
            IF NOT WS-DELETE-TRANS
               IF WS-NEW-NAME = SPACES
                  DISPLAY "Vendor name is required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               CALL "PHONE-VALIDATE" USING WS-NEW-WORK-ONE
                  WS-PHONE-VALID-FLAG
               IF NOT WS-PHONE-VALID
                  DISPLAY "Invalid phone number."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
      *> A check goes out in the mail, so the remittance address
      *> is required, not optional as it is for a customer.
               IF WS-NEW-STREET-1 = SPACES OR WS-NEW-CITY = SPACES
                     OR WS-NEW-POSTAL = SPACES
                  DISPLAY "Remit-to street, city and postal code "
                     "are required."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               CALL "ADDRESS-VALIDATE" USING WS-NEW-STATE
                  WS-NEW-POSTAL WS-ADDRESS-RESULT
               IF NOT WS-ADDRESS-VALID
                  DISPLAY "State " WS-NEW-STATE " and postal code "
                     WS-NEW-POSTAL " do not agree, result "
                     WS-ADDRESS-RESULT "."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               IF NOT WS-HOLD-FLAG-KNOWN
                  DISPLAY "Payment hold must be H or N."
                  MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM CHECK-EXPENSE-ACCOUNT
            END-IF.

       CHECK-EXPENSE-ACCOUNT.
            IF WS-NEW-ACCOUNT = SPACES
               DISPLAY "Default expense account is required."
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-ACCOUNT TO COA-ACCOUNT-NUMBER.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "Account " WS-NEW-ACCOUNT
                     " not on the chart of accounts."
                  MOVE "N" TO WS-VALID-SWITCH
               NOT INVALID KEY
                  IF NOT COA-EXPENSE
                     DISPLAY "Account " WS-NEW-ACCOUNT
                        " is not an expense account."
                     MOVE "N" TO WS-VALID-SWITCH
                  END-IF
            END-READ.

       MOVE-NEW-DATA-TO-RECORD.
            MOVE WS-NEW-NAME TO NameValue.
            MOVE WS-NEW-FIRST-LAST TO FirstLastname.
            MOVE SPACES TO SecondLastname MobileGroup
               WorkPhoneSecond.
            MOVE WS-NEW-WORK-ONE TO WorkPhoneOne.
            MOVE WS-NEW-STREET-1 TO StreetLineOne.
            MOVE WS-NEW-STREET-2 TO StreetLineTwo.
            MOVE WS-NEW-CITY TO CityValue.
            MOVE WS-NEW-STATE TO StateValue.
            MOVE WS-NEW-POSTAL TO PostalCode.
            MOVE WS-NEW-TERMS-DAYS TO VENDOR-TERMS-DAYS.
            MOVE WS-NEW-ACCOUNT TO VENDOR-EXPENSE-ACCOUNT.
            IF WS-NEW-HOLD-FLAG = "H"
               MOVE "H" TO VENDOR-HOLD-FLAG
            ELSE
               MOVE "N" TO VENDOR-HOLD-FLAG
            END-IF.

       ADD-VENDOR.
            PERFORM MOVE-NEW-DATA-TO-RECORD.
            WRITE VENDOR-RECORD
               INVALID KEY
                  DISPLAY "Vendor " VENDOR-NUMBER
                     " already exists, status " WS-VENDOR-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY "Vendor " VENDOR-NUMBER " added."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

       CHANGE-VENDOR.
            READ VENDOR-FILE
               INVALID KEY
                  DISPLAY "Vendor " VENDOR-NUMBER
                     " not found, status " WS-VENDOR-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  PERFORM MOVE-NEW-DATA-TO-RECORD
                  REWRITE VENDOR-RECORD
                  DISPLAY "Vendor " VENDOR-NUMBER " updated."
                  PERFORM LOG-MAINT-TRANS
            END-READ.

       DELETE-VENDOR.
            READ VENDOR-FILE
               INVALID KEY
                  DISPLAY "Vendor " VENDOR-NUMBER
                     " not found, status " WS-VENDOR-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            PERFORM CHECK-OPEN-VOUCHERS.
            IF WS-HAS-OPEN-VOUCHERS
               DISPLAY "Vendor " VENDOR-NUMBER
                  " has open vouchers - not deleted."
               SET WS-HAD-ISSUE TO TRUE
            ELSE
               DELETE VENDOR-FILE RECORD
               DISPLAY "Vendor " VENDOR-NUMBER " deleted."
               PERFORM LOG-MAINT-TRANS
            END-IF.

      *> Vouchers are keyed vendor-first, so the vendor's vouchers
      *> sit together from the START point on.
       CHECK-OPEN-VOUCHERS.
            MOVE "N" TO WS-OPEN-VOUCHER-FLAG WS-EOF-SWITCH.
            MOVE VENDOR-NUMBER TO VCH-VENDOR-NUMBER.
            MOVE LOW-VALUES TO VCH-INVOICE-REF.
            START VOUCHER-FILE KEY NOT < VCH-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF OR WS-HAS-OPEN-VOUCHERS
               READ VOUCHER-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF VCH-VENDOR-NUMBER NOT = VENDOR-NUMBER
                     SET WS-EOF TO TRUE
                  ELSE
                     IF VCH-OPEN
                        SET WS-HAS-OPEN-VOUCHERS TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE VENDOR-NUMBER TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.

       LIST-VENDORS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO VENDOR-NUMBER.
            START VENDOR-FILE KEY NOT < VENDOR-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-VENDOR.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY VENDOR-NUMBER " " NameValue " "
                  CityValue " terms " VENDOR-TERMS-DAYS
                  " account " VENDOR-EXPENSE-ACCOUNT
                  " hold " VENDOR-HOLD-FLAG
               PERFORM READ-NEXT-VENDOR
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " vendor(s) on file.".

       READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM VENDOR-MAINT.
