      *> Masked production-to-test copy of the masters. The
      *> employee, customer, pay and bank-detail masters are read
      *> front to back and written to fresh <name>-testlib.dat
      *> files, which run-test-copy.sh then files into the testlib
      *> directory under their live names, so a test region pointed
      *> there runs against real volumes and shapes with no real
      *> person in them. On the way through, names, both lastnames,
      *> the four phones and both street lines (employee and
      *> customer) and the bank account number are masked through
      *> FIELD-SCRAMBLE under the scramble key the operator enters.
      *> The masking depends only on the key and the value, so the
      *> same person masks the same way on every file and the staff
      *> cross-reference (surnames plus a phone) and the staff
      *> discount (employee ID) still join. Keys, amounts, dates,
      *> departments, city/state/postal code and the bank routing
      *> number are copied as they stand; the pay master carries no
      *> personal fields and is copied whole. The record counts in
      *> and out are shown per master, and a record that would not
      *> write posts completion code 8 so the script does not file
      *> a short copy. Reuse the same key on a later refresh and the
      *> test data masks exactly as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-LIBRARY-COPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-IN-STATUS.
               SELECT EMPLOYEE-TEST-FILE
               ASSIGN TO "employee-testlib.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-EMPLOYEE-KEY
               FILE STATUS IS WS-OUT-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  OF CUSTOMER-RECORD WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
               SELECT CUSTOMER-TEST-FILE
               ASSIGN TO "customer-testlib.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-CUSTOMER-KEY
               ALTERNATE RECORD KEY IS TEST-CUSTOMER-SURNAME
                  WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-IN-STATUS.
               SELECT PAY-MASTER-TEST-FILE
               ASSIGN TO "pay-master-testlib.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-PAY-KEY
               FILE STATUS IS WS-OUT-STATUS.
               SELECT OPTIONAL BANK-DETAIL-FILE
               ASSIGN TO "bank-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-EMPLOYEE-ID
               FILE STATUS IS WS-IN-STATUS.
               SELECT BANK-DETAIL-TEST-FILE
               ASSIGN TO "bank-detail-testlib.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-BANK-KEY
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
      *> The -TEST layouts are byte images of the live records (the
      *> lengths match the copybooks exactly), with only the key
      *> fields broken out, as MASTER-REORG lays out its new files.
       FD  EMPLOYEE-TEST-FILE.
       01  EMPLOYEE-TEST-RECORD.
           05 TEST-EMPLOYEE-KEY  PIC X(6).
           05 TEST-EMPLOYEE-REST PIC X(246).
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  CUSTOMER-TEST-FILE.
       01  CUSTOMER-TEST-RECORD.
           05 TEST-CUSTOMER-KEY     PIC X(6).
           05 TEST-CUSTOMER-NAME    PIC X(15).
           05 TEST-CUSTOMER-SURNAME PIC X(60).
           05 TEST-CUSTOMER-REST    PIC X(148).
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  PAY-MASTER-TEST-FILE.
       01  PAY-MASTER-TEST-RECORD.
           05 TEST-PAY-KEY  PIC X(6).
           05 TEST-PAY-REST PIC X(23).
       FD  BANK-DETAIL-FILE.
           COPY BANK-DETAIL-REC.
       FD  BANK-DETAIL-TEST-FILE.
       01  BANK-DETAIL-TEST-RECORD.
           05 TEST-BANK-KEY  PIC X(6).
           05 TEST-BANK-REST PIC X(22).
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SCRAMBLE-KEY PIC 9(8) VALUE ZERO.
       01 WS-NAME-LENGTH PIC 99 VALUE 15.
       01 WS-LINE-LENGTH PIC 99 VALUE 30.
       01 WS-PHONE-LENGTH PIC 99 VALUE 9.
       01 WS-ACCOUNT-LENGTH PIC 99 VALUE 12.
       01 WS-MASTER-NAME PIC X(20) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Scramble key (1-8 digits, keep it to repeat "
               "the same masking):".
            ACCEPT WS-SCRAMBLE-KEY.
            IF WS-SCRAMBLE-KEY = ZERO
               DISPLAY "A non-zero scramble key is required - "
                  "nothing copied."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            DISPLAY "MASTER               RECORDS IN  WRITTEN".
            PERFORM COPY-EMPLOYEE-MASTER.
            PERFORM COPY-CUSTOMER-MASTER.
            PERFORM COPY-PAY-MASTER.
            PERFORM COPY-BANK-DETAIL.
            IF WS-HAD-ISSUE
               DISPLAY "TEST COPY INCOMPLETE - DO NOT FILE THE "
                  "TESTLIB FILES."
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "All four masked copies written."
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       COPY-EMPLOYEE-MASTER.
            MOVE "employee.dat" TO WS-MASTER-NAME.
            MOVE ZEROS TO WS-READ-COUNT WS-WRITTEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN OUTPUT EMPLOYEE-TEST-FILE.
            PERFORM CHECK-OPENS.
            IF WS-IN-STATUS = "00" OR WS-IN-STATUS = "05"
               PERFORM READ-EMPLOYEE-IN
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-READ-COUNT
                  PERFORM MASK-EMPLOYEE-CONTACT
                  MOVE EMPLOYEE-RECORD TO EMPLOYEE-TEST-RECORD
                  WRITE EMPLOYEE-TEST-RECORD
                     INVALID KEY
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO WS-WRITTEN-COUNT
                  END-WRITE
                  PERFORM READ-EMPLOYEE-IN
               END-PERFORM
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE EMPLOYEE-TEST-FILE.
            PERFORM SHOW-MASTER-COUNTS.

       READ-EMPLOYEE-IN.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       MASK-EMPLOYEE-CONTACT.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               NameValue OF EMPLOYEE-RECORD WS-NAME-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               FirstLastname OF EMPLOYEE-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               SecondLastname OF EMPLOYEE-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               MobileOne OF EMPLOYEE-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               MobileSecond OF EMPLOYEE-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               WorkPhoneOne OF EMPLOYEE-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               WorkPhoneSecond OF EMPLOYEE-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               StreetLineOne OF EMPLOYEE-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               StreetLineTwo OF EMPLOYEE-RECORD WS-LINE-LENGTH.

       COPY-CUSTOMER-MASTER.
            MOVE "customer.dat" TO WS-MASTER-NAME.
            MOVE ZEROS TO WS-READ-COUNT WS-WRITTEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CUSTOMER-FILE.
            OPEN OUTPUT CUSTOMER-TEST-FILE.
            PERFORM CHECK-OPENS.
            IF WS-IN-STATUS = "00" OR WS-IN-STATUS = "05"
               PERFORM READ-CUSTOMER-IN
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-READ-COUNT
                  PERFORM MASK-CUSTOMER-CONTACT
                  MOVE CUSTOMER-RECORD TO CUSTOMER-TEST-RECORD
                  WRITE CUSTOMER-TEST-RECORD
                     INVALID KEY
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO WS-WRITTEN-COUNT
                  END-WRITE
                  PERFORM READ-CUSTOMER-IN
               END-PERFORM
            END-IF.
            CLOSE CUSTOMER-FILE.
            CLOSE CUSTOMER-TEST-FILE.
            PERFORM SHOW-MASTER-COUNTS.

       READ-CUSTOMER-IN.
            READ CUSTOMER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       MASK-CUSTOMER-CONTACT.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               NameValue OF CUSTOMER-RECORD WS-NAME-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               FirstLastname OF CUSTOMER-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               SecondLastname OF CUSTOMER-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               MobileOne OF CUSTOMER-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               MobileSecond OF CUSTOMER-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               WorkPhoneOne OF CUSTOMER-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               WorkPhoneSecond OF CUSTOMER-RECORD WS-PHONE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               StreetLineOne OF CUSTOMER-RECORD WS-LINE-LENGTH.
            CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
               StreetLineTwo OF CUSTOMER-RECORD WS-LINE-LENGTH.

       COPY-PAY-MASTER.
            MOVE "pay-master.dat" TO WS-MASTER-NAME.
            MOVE ZEROS TO WS-READ-COUNT WS-WRITTEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAY-MASTER-FILE.
            OPEN OUTPUT PAY-MASTER-TEST-FILE.
            PERFORM CHECK-OPENS.
            IF WS-IN-STATUS = "00" OR WS-IN-STATUS = "05"
               PERFORM READ-PAY-MASTER-IN
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-READ-COUNT
                  MOVE PAY-MASTER-RECORD TO PAY-MASTER-TEST-RECORD
                  WRITE PAY-MASTER-TEST-RECORD
                     INVALID KEY
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO WS-WRITTEN-COUNT
                  END-WRITE
                  PERFORM READ-PAY-MASTER-IN
               END-PERFORM
            END-IF.
            CLOSE PAY-MASTER-FILE.
            CLOSE PAY-MASTER-TEST-FILE.
            PERFORM SHOW-MASTER-COUNTS.

       READ-PAY-MASTER-IN.
            READ PAY-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       COPY-BANK-DETAIL.
            MOVE "bank-detail.dat" TO WS-MASTER-NAME.
            MOVE ZEROS TO WS-READ-COUNT WS-WRITTEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BANK-DETAIL-FILE.
            OPEN OUTPUT BANK-DETAIL-TEST-FILE.
            PERFORM CHECK-OPENS.
            IF WS-IN-STATUS = "00" OR WS-IN-STATUS = "05"
               PERFORM READ-BANK-DETAIL-IN
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-READ-COUNT
                  CALL "FIELD-SCRAMBLE" USING WS-SCRAMBLE-KEY
                     BD-ACCOUNT-NUMBER WS-ACCOUNT-LENGTH
                  MOVE BANK-DETAIL-RECORD TO BANK-DETAIL-TEST-RECORD
                  WRITE BANK-DETAIL-TEST-RECORD
                     INVALID KEY
                        SET WS-HAD-ISSUE TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO WS-WRITTEN-COUNT
                  END-WRITE
                  PERFORM READ-BANK-DETAIL-IN
               END-PERFORM
            END-IF.
            CLOSE BANK-DETAIL-FILE.
            CLOSE BANK-DETAIL-TEST-FILE.
            PERFORM SHOW-MASTER-COUNTS.

       READ-BANK-DETAIL-IN.
            READ BANK-DETAIL-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       CHECK-OPENS.
            IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "05"
               DISPLAY "Unable to open " WS-MASTER-NAME ", status "
                  WS-IN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-OUT-STATUS NOT = "00"
               DISPLAY "Unable to create the test copy of "
                  WS-MASTER-NAME ", status " WS-OUT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       SHOW-MASTER-COUNTS.
            DISPLAY WS-MASTER-NAME " " WS-READ-COUNT "      "
               WS-WRITTEN-COUNT.
            IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
       END PROGRAM TEST-LIBRARY-COPY.
