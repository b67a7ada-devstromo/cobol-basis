      *> One-shot batch pass behind ADDRESS-VALIDATE: scans every
      *> master that carries a mailing address - employees,
      *> customers, vendors, applicants and deduction payees - and
      *> reports each record whose state and postal code the shared
      *> check rejects, so the addresses keyed before the capture
      *> paths were guarded can be found and fixed before
      *> MAILING-LABELS or the postal presort turns them back.
      *> Records with no address at all are not listed. The scan
      *> only reports - corrections go through the maintenance
      *> screens, which now check on the way in. It refuses to run
      *> (code 8) while postal-range.dat is empty, since every
      *> address would pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-SWEEP-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL POSTAL-RANGE-FILE
               ASSIGN TO "postal-range.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-RANGE-STATUS.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  OF CUSTOMER-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT OPTIONAL APPLICANT-FILE
               ASSIGN TO "applicant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICANT-STATUS.
               SELECT OPTIONAL DEDUCTION-PAYEE-FILE
               ASSIGN TO "deduction-payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPY-KEY
               FILE STATUS IS WS-PAYEE-STATUS.
               SELECT ADDRESS-SWEEP-FILE
               ASSIGN TO "address-sweep.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-RANGE-FILE.
           COPY POSTAL-RANGE-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  VENDOR-FILE.
           COPY VENDOR-REC.
       FD  APPLICANT-FILE.
           COPY APPLICANT-REC.
       FD  DEDUCTION-PAYEE-FILE.
           COPY DEDUCTION-PAYEE-REC.
       FD  ADDRESS-SWEEP-FILE.
       01  ADDRESS-SWEEP-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RANGE-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-VENDOR-STATUS PIC XX VALUE "00".
       01 WS-APPLICANT-STATUS PIC XX VALUE "00".
       01 WS-PAYEE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CHECK-STATE  PIC X(2) VALUE SPACES.
       01 WS-CHECK-POSTAL PIC X(10) VALUE SPACES.
       01 WS-ADDRESS-RESULT PIC X VALUE "Y".
           88 WS-ADDRESS-VALID        VALUE "Y".
           88 WS-ADDRESS-MISSING      VALUE "M".
           88 WS-POSTAL-MALFORMED     VALUE "F".
           88 WS-STATE-UNKNOWN        VALUE "S".
           88 WS-POSTAL-OUT-OF-STATE  VALUE "P".
       01 WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01 WS-FILE-LABEL  PIC X(9) VALUE SPACES.
       01 WS-RECORD-KEY  PIC X(24) VALUE SPACES.
       01 WS-EMP-READ-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-CUST-READ-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-VEND-READ-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-APP-READ-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-PAYEE-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BAD-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-RANGE-TABLE.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                  NOT = "05"
               DISPLAY "Unable to open vendor file, status "
                  WS-VENDOR-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT APPLICANT-FILE.
            IF WS-APPLICANT-STATUS NOT = "00" AND WS-APPLICANT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open applicant file, status "
                  WS-APPLICANT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT DEDUCTION-PAYEE-FILE.
            IF WS-PAYEE-STATUS NOT = "00" AND WS-PAYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open deduction payee file, status "
                  WS-PAYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT ADDRESS-SWEEP-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open address-sweep.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM SCAN-EMPLOYEE-ADDRESSES
               PERFORM SCAN-CUSTOMER-ADDRESSES
               PERFORM SCAN-VENDOR-ADDRESSES
               PERFORM SCAN-APPLICANT-ADDRESSES
               PERFORM SCAN-PAYEE-ADDRESSES
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE APPLICANT-FILE.
            CLOSE DEDUCTION-PAYEE-FILE.
            CLOSE ADDRESS-SWEEP-FILE.
            PERFORM SHOW-REPORT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-BAD-ADDRESS-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> ADDRESS-VALIDATE passes everything while the range file is
      *> empty, so a sweep against an empty table would prove
      *> nothing.
       CHECK-RANGE-TABLE.
            OPEN INPUT POSTAL-RANGE-FILE.
            IF WS-RANGE-STATUS NOT = "00" AND WS-RANGE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open postal-range.dat, status "
                  WS-RANGE-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            READ POSTAL-RANGE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.
            IF WS-EOF
               DISPLAY "postal-range.dat holds no ranges - load them "
                  "through POSTAL-RANGE-MAINT before the sweep."
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            CLOSE POSTAL-RANGE-FILE.

       SCAN-EMPLOYEE-ADDRESSES.
            MOVE "EMPLOYEE" TO WS-FILE-LABEL.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-EMPLOYEE-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EMP-READ-COUNT
               MOVE EMPLOYEE-ID TO WS-RECORD-KEY
               MOVE StateValue OF EMPLOYEE-RECORD TO WS-CHECK-STATE
               MOVE PostalCode OF EMPLOYEE-RECORD TO WS-CHECK-POSTAL
               PERFORM CHECK-ONE-ADDRESS
               PERFORM READ-EMPLOYEE-FILE
            END-PERFORM.

       READ-EMPLOYEE-FILE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       SCAN-CUSTOMER-ADDRESSES.
            MOVE "CUSTOMER" TO WS-FILE-LABEL.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-CUSTOMER-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CUST-READ-COUNT
               MOVE CUSTOMER-NUMBER TO WS-RECORD-KEY
               MOVE StateValue OF CUSTOMER-RECORD TO WS-CHECK-STATE
               MOVE PostalCode OF CUSTOMER-RECORD TO WS-CHECK-POSTAL
               PERFORM CHECK-ONE-ADDRESS
               PERFORM READ-CUSTOMER-FILE
            END-PERFORM.

       READ-CUSTOMER-FILE.
            READ CUSTOMER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       SCAN-VENDOR-ADDRESSES.
            MOVE "VENDOR" TO WS-FILE-LABEL.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-VENDOR-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-VEND-READ-COUNT
               MOVE VENDOR-NUMBER TO WS-RECORD-KEY
               MOVE StateValue OF VENDOR-RECORD TO WS-CHECK-STATE
               MOVE PostalCode OF VENDOR-RECORD TO WS-CHECK-POSTAL
               PERFORM CHECK-ONE-ADDRESS
               PERFORM READ-VENDOR-FILE
            END-PERFORM.

       READ-VENDOR-FILE.
            READ VENDOR-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       SCAN-APPLICANT-ADDRESSES.
            MOVE "APPLICANT" TO WS-FILE-LABEL.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-APPLICANT-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-APP-READ-COUNT
               MOVE SPACES TO WS-RECORD-KEY
               STRING APP-REQ-NUMBER "-" APP-SEQ
                  DELIMITED BY SIZE INTO WS-RECORD-KEY
               MOVE StateValue OF APPLICANT-RECORD TO WS-CHECK-STATE
               MOVE PostalCode OF APPLICANT-RECORD
                  TO WS-CHECK-POSTAL
               PERFORM CHECK-ONE-ADDRESS
               PERFORM READ-APPLICANT-FILE
            END-PERFORM.

       READ-APPLICANT-FILE.
            READ APPLICANT-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       SCAN-PAYEE-ADDRESSES.
            MOVE "PAYEE" TO WS-FILE-LABEL.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-PAYEE-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-PAYEE-READ-COUNT
               MOVE DPY-DED-CODE TO WS-RECORD-KEY
               IF DPY-CASE-REFERENCE NOT = SPACES
                  MOVE SPACES TO WS-RECORD-KEY
                  STRING DPY-DED-CODE " " DPY-CASE-REFERENCE
                     DELIMITED BY SIZE INTO WS-RECORD-KEY
               END-IF
               MOVE DPY-STATE TO WS-CHECK-STATE
               MOVE DPY-POSTAL-CODE TO WS-CHECK-POSTAL
               PERFORM CHECK-ONE-ADDRESS
               PERFORM READ-PAYEE-FILE
            END-PERFORM.

       READ-PAYEE-FILE.
            READ DEDUCTION-PAYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> The check runs on a working copy so the scan never rewrites
      *> a master record; the line shows the address as it sits on
      *> the master.
       CHECK-ONE-ADDRESS.
            MOVE SPACES TO ADDRESS-SWEEP-LINE.
            STRING WS-FILE-LABEL " " WS-RECORD-KEY " "
               WS-CHECK-STATE " " WS-CHECK-POSTAL " "
               DELIMITED BY SIZE INTO ADDRESS-SWEEP-LINE.
            CALL "ADDRESS-VALIDATE" USING WS-CHECK-STATE
               WS-CHECK-POSTAL WS-ADDRESS-RESULT.
            IF NOT WS-ADDRESS-VALID
               ADD 1 TO WS-BAD-ADDRESS-COUNT
               EVALUATE TRUE
                  WHEN WS-ADDRESS-MISSING
                     MOVE "STATE OR POSTAL CODE MISSING"
                        TO WS-RESULT-TEXT
                  WHEN WS-POSTAL-MALFORMED
                     MOVE "POSTAL CODE MALFORMED" TO WS-RESULT-TEXT
                  WHEN WS-STATE-UNKNOWN
                     MOVE "STATE NOT ON RANGE FILE"
                        TO WS-RESULT-TEXT
                  WHEN WS-POSTAL-OUT-OF-STATE
                     MOVE "POSTAL CODE NOT IN STATE"
                        TO WS-RESULT-TEXT
                  WHEN OTHER
                     MOVE "REJECTED" TO WS-RESULT-TEXT
               END-EVALUATE
               MOVE WS-RESULT-TEXT TO ADDRESS-SWEEP-LINE(50:30)
               WRITE ADDRESS-SWEEP-LINE
            END-IF.

       SHOW-REPORT.
            DISPLAY "Address Sweep Report".
            DISPLAY "Employees read  : " WS-EMP-READ-COUNT.
            DISPLAY "Customers read  : " WS-CUST-READ-COUNT.
            DISPLAY "Vendors read    : " WS-VEND-READ-COUNT.
            DISPLAY "Applicants read : " WS-APP-READ-COUNT.
            DISPLAY "Payees read     : " WS-PAYEE-READ-COUNT.
            DISPLAY "Bad addresses   : " WS-BAD-ADDRESS-COUNT.
       END PROGRAM ADDRESS-SWEEP-REPORT.
