      *> Nightly cross-file referential integrity sweep. Where
      *> FILE-HEALTH-CHECK proves the two masters read cleanly, this
      *> step proves the files hung off them still point at a real
      *> parent: pay-master, deduction, loan-master, leave-ledger,
      *> timesheet, bank-detail, certification, emergency-contact
      *> and staff-xref against employee.dat; staff-xref, invoice,
      *> receipts, campaign and service-tickets against customer.dat.
      *> A customer the inactivity sweep retired is found on
      *> customer-archive.dat and counts as archived, not missing.
      *> Each child record lands in one of three findings on
      *> ref-integrity.rpt:
      *>  - SERIOUS ORPHAN: no parent anywhere and the child still
      *>    carries money or pay - a pay rate, a bank account, hours
      *>    to pay, an active deduction or loan balance, an open
      *>    invoice or unapplied receipt;
      *>  - ORPHAN: no parent, nothing live on it;
      *>  - LIVE BALANCE: the parent is a terminated employee or an
      *>    archived customer and the child still has a balance -
      *>    a deduction or loan owing, unpaid vacation or sick
      *>    hours, an open invoice or unapplied cash.
      *> A serious orphan posts completion code 8, which the job
      *> stream treats as an abend and stops on; plain orphans and
      *> live balances post 4 for the morning report; 8 also when a
      *> master or the report would not open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "customer-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL DEDUCTION-FILE
               ASSIGN TO "deduction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "loan-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL LEAVE-LEDGER-FILE
               ASSIGN TO "leave-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL TIMESHEET-FILE
               ASSIGN TO "timesheet.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-EMPLOYEE-ID
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL BANK-DETAIL-FILE
               ASSIGN TO "bank-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-EMPLOYEE-ID
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL CERTIFICATION-FILE
               ASSIGN TO "certification.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL EMERGENCY-CONTACT-FILE
               ASSIGN TO "emergency-contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL STAFF-XREF-FILE
               ASSIGN TO "staff-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL CAMPAIGN-FILE
               ASSIGN TO "campaign.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT OPTIONAL TICKET-FILE
               ASSIGN TO "service-tickets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUMBER
               FILE STATUS IS WS-CHILD-STATUS.
               SELECT INTEGRITY-REPORT
               ASSIGN TO "ref-integrity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCHIVE-CUSTOMER-NUMBER PIC X(6).
           05 FILLER                  PIC X(244).
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-REC.
       FD  LOAN-MASTER-FILE.
           COPY LOAN-MASTER-REC.
       FD  LEAVE-LEDGER-FILE.
           COPY LEAVE-LEDGER-REC.
       FD  TIMESHEET-FILE.
           COPY TIMESHEET-REC.
       FD  BANK-DETAIL-FILE.
           COPY BANK-DETAIL-REC.
       FD  CERTIFICATION-FILE.
           COPY CERTIFICATION-REC.
       FD  EMERGENCY-CONTACT-FILE.
           COPY EMERGENCY-CONTACT-REC.
       FD  STAFF-XREF-FILE.
           COPY STAFF-XREF-REC.
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  RECEIPT-FILE.
           COPY RECEIPT-REC.
       FD  CAMPAIGN-FILE.
           COPY CAMPAIGN-REC.
       FD  TICKET-FILE.
           COPY SERVICE-TICKET-REC.
       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
       01 WS-CHILD-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YMD PIC 9(8).
           05 FILLER          PIC X(13).
      *> Customer numbers the inactivity sweep moved out to the
      *> archive; children of these are archived, not orphaned.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY PIC X(6) OCCURS 2000 TIMES.
       01 WS-ARCHIVE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVE-INDEX PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVE-OVERFLOW-FLAG PIC X VALUE "N".
           88 WS-ARCHIVE-OVERFLOW VALUE "Y".
      *> The child record being checked, set by each file's loop
       01 WS-CHILD-FILE-NAME PIC X(22) VALUE SPACES.
       01 WS-CHILD-KEY PIC X(20) VALUE SPACES.
       01 WS-PARENT-TYPE PIC X VALUE "E".
           88 WS-PARENT-IS-EMPLOYEE VALUE "E".
           88 WS-PARENT-IS-CUSTOMER VALUE "C".
       01 WS-PARENT-KEY PIC X(6) VALUE SPACES.
      *> "Live" is what makes an orphan serious and what a
      *> terminated or archived parent must not still have open.
       01 WS-LIVE-FLAG PIC X VALUE "N".
           88 WS-CHILD-LIVE VALUE "Y".
       01 WS-BALANCE-FLAG PIC X VALUE "N".
           88 WS-CHILD-HAS-BALANCE VALUE "Y".
       01 WS-LIVE-WHAT PIC X(16) VALUE SPACES.
       01 WS-LIVE-AMOUNT PIC S9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PARENT-STATE PIC X VALUE SPACE.
           88 WS-PARENT-FOUND      VALUE "F".
           88 WS-PARENT-INACTIVE   VALUE "I".
           88 WS-PARENT-MISSING    VALUE "M".
       01 WS-PARENT-STATE-TEXT PIC X(12) VALUE SPACES.
       01 WS-FINDING-TEXT PIC X(15) VALUE SPACES.
      *> per-file and run counters
       01 WS-FILE-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FILE-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FILE-SERIOUS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FILE-LIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-SERIOUS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-LIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
            OPEN OUTPUT INTEGRITY-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open ref-integrity.rpt, status "
                  WS-REPORT-STATUS
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
            MOVE SPACES TO INTEGRITY-REPORT-LINE.
            STRING "Referential Integrity Sweep - " WS-RUN-DATE-YMD
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
            WRITE INTEGRITY-REPORT-LINE.
            IF NOT WS-HAD-ISSUE
               PERFORM LOAD-ARCHIVED-CUSTOMERS
               PERFORM SWEEP-PAY-MASTER
               PERFORM SWEEP-DEDUCTIONS
               PERFORM SWEEP-LOANS
               PERFORM SWEEP-LEAVE-LEDGER
               PERFORM SWEEP-TIMESHEETS
               PERFORM SWEEP-BANK-DETAIL
               PERFORM SWEEP-CERTIFICATIONS
               PERFORM SWEEP-EMERGENCY-CONTACTS
               PERFORM SWEEP-STAFF-XREF
               PERFORM SWEEP-INVOICES
               PERFORM SWEEP-RECEIPTS
               PERFORM SWEEP-CAMPAIGNS
               PERFORM SWEEP-SERVICE-TICKETS
               PERFORM WRITE-RUN-TOTALS
            ELSE
               MOVE "SWEEP NOT RUN - A MASTER WOULD NOT OPEN"
                  TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
            END-IF.
            CLOSE EMPLOYEE-FILE CUSTOMER-FILE INTEGRITY-REPORT.
            DISPLAY "Child records read : " WS-TOTAL-READ-COUNT.
            DISPLAY "Serious orphans    : " WS-TOTAL-SERIOUS-COUNT.
            DISPLAY "Other orphans      : " WS-TOTAL-ORPHAN-COUNT.
            DISPLAY "Live balances      : " WS-TOTAL-LIVE-COUNT.
            IF WS-HAD-ISSUE OR WS-TOTAL-SERIOUS-COUNT > 0
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-TOTAL-ORPHAN-COUNT > 0 OR
                     WS-TOTAL-LIVE-COUNT > 0 OR WS-ARCHIVE-OVERFLOW
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

      *> A full table leaves the later archived customers looking
      *> missing; the run says so and posts at least code 4.
       LOAD-ARCHIVED-CUSTOMERS.
            OPEN INPUT ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = "00" AND WS-ARCHIVE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer-archive.dat, status "
                  WS-ARCHIVE-STATUS
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF WS-ARCHIVE-COUNT < 2000
                        ADD 1 TO WS-ARCHIVE-COUNT
                        MOVE ARCHIVE-CUSTOMER-NUMBER
                           TO WS-ARCHIVE-ENTRY(WS-ARCHIVE-COUNT)
                     ELSE
                        SET WS-ARCHIVE-OVERFLOW TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ARCHIVE-FILE.
            IF WS-ARCHIVE-OVERFLOW
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "ARCHIVE TABLE FULL AT 2000 - LATER ARCHIVED "
                  "CUSTOMERS MAY SHOW AS ORPHANS"
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
            END-IF.

       SWEEP-PAY-MASTER.
            MOVE "pay-master.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT PAY-MASTER-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ PAY-MASTER-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE PAY-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE PAY-EMPLOYEE-ID TO WS-CHILD-KEY
      *> a pay rate with nobody behind it is always live
                     SET WS-CHILD-LIVE TO TRUE
                     MOVE "PAY RATE" TO WS-LIVE-WHAT
                     MOVE PAY-RATE TO WS-LIVE-AMOUNT
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE PAY-MASTER-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-DEDUCTIONS.
            MOVE "deduction.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT DEDUCTION-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ DEDUCTION-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE DED-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE DED-KEY TO WS-CHILD-KEY
                     IF DED-ACTIVE
                        SET WS-CHILD-LIVE TO TRUE
                        MOVE "DEDUCTION" TO WS-LIVE-WHAT
                        MOVE DED-PERIOD-AMOUNT TO WS-LIVE-AMOUNT
                        IF DED-HAS-BALANCE AND
                              DED-REMAINING-BALANCE > 0
                           SET WS-CHILD-HAS-BALANCE TO TRUE
                           MOVE "BALANCE OWING" TO WS-LIVE-WHAT
                           MOVE DED-REMAINING-BALANCE
                              TO WS-LIVE-AMOUNT
                        END-IF
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE DEDUCTION-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-LOANS.
            MOVE "loan-master.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT LOAN-MASTER-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ LOAN-MASTER-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE LN-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE LN-KEY TO WS-CHILD-KEY
                     IF LN-ACTIVE AND LN-BALANCE > 0
                        SET WS-CHILD-LIVE TO TRUE
                        SET WS-CHILD-HAS-BALANCE TO TRUE
                        MOVE "LOAN BALANCE" TO WS-LIVE-WHAT
                        MOVE LN-BALANCE TO WS-LIVE-AMOUNT
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE LOAN-MASTER-FILE.
            PERFORM WRITE-FILE-TOTALS.

      *> Leave hours are not money until final pay cashes them out,
      *> so an orphaned ledger is a plain orphan; a terminated
      *> employee still holding hours was never settled.
       SWEEP-LEAVE-LEDGER.
            MOVE "leave-ledger.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT LEAVE-LEDGER-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ LEAVE-LEDGER-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE LV-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE LV-EMPLOYEE-ID TO WS-CHILD-KEY
                     IF LV-VACATION-BALANCE > 0
                        SET WS-CHILD-HAS-BALANCE TO TRUE
                        MOVE "VACATION HOURS" TO WS-LIVE-WHAT
                        MOVE LV-VACATION-BALANCE TO WS-LIVE-AMOUNT
                     ELSE
                        IF LV-SICK-BALANCE > 0
                           SET WS-CHILD-HAS-BALANCE TO TRUE
                           MOVE "SICK HOURS" TO WS-LIVE-WHAT
                           MOVE LV-SICK-BALANCE TO WS-LIVE-AMOUNT
                        END-IF
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE LEAVE-LEDGER-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-TIMESHEETS.
            MOVE "timesheet.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT TIMESHEET-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ TIMESHEET-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE TS-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE TS-EMPLOYEE-ID TO WS-CHILD-KEY
                     IF TS-HOURS-WORKED > 0
                        SET WS-CHILD-LIVE TO TRUE
                        MOVE "HOURS TO PAY" TO WS-LIVE-WHAT
                        MOVE TS-HOURS-WORKED TO WS-LIVE-AMOUNT
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE TIMESHEET-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-BANK-DETAIL.
            MOVE "bank-detail.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT BANK-DETAIL-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ BANK-DETAIL-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE BD-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE BD-EMPLOYEE-ID TO WS-CHILD-KEY
      *> an account nobody owns can still receive a deposit
                     SET WS-CHILD-LIVE TO TRUE
                     MOVE "BANK ACCOUNT" TO WS-LIVE-WHAT
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE BANK-DETAIL-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-CERTIFICATIONS.
            MOVE "certification.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT CERTIFICATION-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ CERTIFICATION-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE CERT-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE CERT-KEY TO WS-CHILD-KEY
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE CERTIFICATION-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-EMERGENCY-CONTACTS.
            MOVE "emergency-contact.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT EMERGENCY-CONTACT-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ EMERGENCY-CONTACT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE EC-EMPLOYEE-ID TO WS-PARENT-KEY
                     MOVE EC-KEY TO WS-CHILD-KEY
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE EMERGENCY-CONTACT-FILE.
            PERFORM WRITE-FILE-TOTALS.

      *> Each cross-reference line has a parent on both sides and
      *> is checked against both masters.
       SWEEP-STAFF-XREF.
            MOVE "staff-xref.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT STAFF-XREF-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ STAFF-XREF-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     MOVE STAFF-XREF-RECORD TO WS-CHILD-KEY
                     SET WS-PARENT-IS-EMPLOYEE TO TRUE
                     MOVE XREF-EMPLOYEE-ID TO WS-PARENT-KEY
                     PERFORM CHECK-ONE-CHILD
      *> one line read, however many sides it is checked on
                     SUBTRACT 1 FROM WS-FILE-READ-COUNT
                     MOVE STAFF-XREF-RECORD TO WS-CHILD-KEY
                     SET WS-PARENT-IS-CUSTOMER TO TRUE
                     MOVE XREF-CUSTOMER-NUMBER TO WS-PARENT-KEY
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE STAFF-XREF-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-INVOICES.
            MOVE "invoice.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT INVOICE-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ INVOICE-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-CUSTOMER TO TRUE
                     MOVE INV-CUSTOMER-NUMBER TO WS-PARENT-KEY
                     MOVE INV-KEY TO WS-CHILD-KEY
                     IF INV-OPEN AND INV-BALANCE NOT = 0
                        SET WS-CHILD-LIVE TO TRUE
                        SET WS-CHILD-HAS-BALANCE TO TRUE
                        MOVE "OPEN BALANCE" TO WS-LIVE-WHAT
                        MOVE INV-BALANCE TO WS-LIVE-AMOUNT
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE INVOICE-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-RECEIPTS.
            MOVE "receipts.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT RECEIPT-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ RECEIPT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-CUSTOMER TO TRUE
                     MOVE RCP-CUSTOMER-NUMBER TO WS-PARENT-KEY
                     MOVE RCP-KEY TO WS-CHILD-KEY
                     IF RCP-OPEN AND RCP-UNAPPLIED > 0
                        SET WS-CHILD-LIVE TO TRUE
                        SET WS-CHILD-HAS-BALANCE TO TRUE
                        MOVE "UNAPPLIED CASH" TO WS-LIVE-WHAT
                        MOVE RCP-UNAPPLIED TO WS-LIVE-AMOUNT
                     END-IF
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE RECEIPT-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-CAMPAIGNS.
            MOVE "campaign.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT CAMPAIGN-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ CAMPAIGN-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-CUSTOMER TO TRUE
                     MOVE CMP-CUSTOMER-NUMBER TO WS-PARENT-KEY
                     MOVE CMP-KEY TO WS-CHILD-KEY
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE CAMPAIGN-FILE.
            PERFORM WRITE-FILE-TOTALS.

       SWEEP-SERVICE-TICKETS.
            MOVE "service-tickets.dat" TO WS-CHILD-FILE-NAME.
            PERFORM START-CHILD-FILE.
            OPEN INPUT TICKET-FILE.
            PERFORM CHECK-CHILD-OPEN.
            PERFORM UNTIL WS-EOF
               READ TICKET-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     SET WS-PARENT-IS-CUSTOMER TO TRUE
                     MOVE TKT-CUSTOMER-NUMBER TO WS-PARENT-KEY
                     MOVE TKT-NUMBER TO WS-CHILD-KEY
                     PERFORM CHECK-ONE-CHILD
               END-READ
            END-PERFORM.
            CLOSE TICKET-FILE.
            PERFORM WRITE-FILE-TOTALS.

       START-CHILD-FILE.
            MOVE ZEROS TO WS-FILE-READ-COUNT WS-FILE-ORPHAN-COUNT
               WS-FILE-SERIOUS-COUNT WS-FILE-LIVE-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.

      *> An absent child file is simply empty (OPTIONAL); one that
      *> will not open is a hard failure for the step.
       CHECK-CHILD-OPEN.
            IF WS-CHILD-STATUS NOT = "00" AND WS-CHILD-STATUS
                  NOT = "05"
               DISPLAY "Unable to open " WS-CHILD-FILE-NAME
                  ", status " WS-CHILD-STATUS
               SET WS-HAD-ISSUE TO TRUE
               SET WS-EOF TO TRUE
            END-IF.

       CHECK-ONE-CHILD.
            ADD 1 TO WS-FILE-READ-COUNT.
            PERFORM FIND-PARENT.
            EVALUATE TRUE
               WHEN WS-PARENT-MISSING AND WS-CHILD-LIVE
                  ADD 1 TO WS-FILE-SERIOUS-COUNT
                  MOVE "SERIOUS ORPHAN" TO WS-FINDING-TEXT
                  PERFORM WRITE-FINDING
               WHEN WS-PARENT-MISSING
                  ADD 1 TO WS-FILE-ORPHAN-COUNT
                  MOVE "ORPHAN" TO WS-FINDING-TEXT
                  PERFORM WRITE-FINDING
               WHEN WS-PARENT-INACTIVE AND WS-CHILD-HAS-BALANCE
                  ADD 1 TO WS-FILE-LIVE-COUNT
                  MOVE "LIVE BALANCE" TO WS-FINDING-TEXT
                  PERFORM WRITE-FINDING
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            MOVE "N" TO WS-LIVE-FLAG WS-BALANCE-FLAG.
            MOVE SPACES TO WS-LIVE-WHAT WS-CHILD-KEY.
            MOVE ZEROS TO WS-LIVE-AMOUNT.

       FIND-PARENT.
            SET WS-PARENT-FOUND TO TRUE.
            IF WS-PARENT-IS-EMPLOYEE
               MOVE WS-PARENT-KEY TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                  INVALID KEY
                     SET WS-PARENT-MISSING TO TRUE
                     MOVE "NO EMPLOYEE" TO WS-PARENT-STATE-TEXT
                  NOT INVALID KEY
                     IF EMPLOYEE-TERMINATED
                        SET WS-PARENT-INACTIVE TO TRUE
                        MOVE "TERMINATED" TO WS-PARENT-STATE-TEXT
                     END-IF
               END-READ
            ELSE
               MOVE WS-PARENT-KEY TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                  INVALID KEY
                     SET WS-PARENT-MISSING TO TRUE
                     MOVE "NO CUSTOMER" TO WS-PARENT-STATE-TEXT
                     PERFORM CHECK-ARCHIVED-CUSTOMER
               END-READ
            END-IF.

       CHECK-ARCHIVED-CUSTOMER.
            PERFORM VARYING WS-ARCHIVE-INDEX FROM 1 BY 1
                  UNTIL WS-ARCHIVE-INDEX > WS-ARCHIVE-COUNT
               IF WS-ARCHIVE-ENTRY(WS-ARCHIVE-INDEX) = WS-PARENT-KEY
                  SET WS-PARENT-INACTIVE TO TRUE
                  MOVE "ARCHIVED" TO WS-PARENT-STATE-TEXT
                  MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-INDEX
               END-IF
            END-PERFORM.

       WRITE-FINDING.
            MOVE SPACES TO INTEGRITY-REPORT-LINE.
            IF WS-LIVE-AMOUNT NOT = 0
               MOVE WS-LIVE-AMOUNT TO WS-AMOUNT-EDIT
               STRING WS-FINDING-TEXT " " WS-CHILD-FILE-NAME " "
                  WS-CHILD-KEY " " WS-PARENT-STATE-TEXT " "
                  WS-PARENT-KEY " " WS-LIVE-WHAT " " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
            ELSE
               STRING WS-FINDING-TEXT " " WS-CHILD-FILE-NAME " "
                  WS-CHILD-KEY " " WS-PARENT-STATE-TEXT " "
                  WS-PARENT-KEY " " WS-LIVE-WHAT
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
            END-IF.
            WRITE INTEGRITY-REPORT-LINE.

       WRITE-FILE-TOTALS.
            MOVE SPACES TO INTEGRITY-REPORT-LINE.
            STRING "  " WS-CHILD-FILE-NAME " READ " WS-FILE-READ-COUNT
               " SERIOUS " WS-FILE-SERIOUS-COUNT
               " ORPHANS " WS-FILE-ORPHAN-COUNT
               " LIVE BALANCES " WS-FILE-LIVE-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
            WRITE INTEGRITY-REPORT-LINE.
            ADD WS-FILE-READ-COUNT TO WS-TOTAL-READ-COUNT.
            ADD WS-FILE-ORPHAN-COUNT TO WS-TOTAL-ORPHAN-COUNT.
            ADD WS-FILE-SERIOUS-COUNT TO WS-TOTAL-SERIOUS-COUNT.
            ADD WS-FILE-LIVE-COUNT TO WS-TOTAL-LIVE-COUNT.

       WRITE-RUN-TOTALS.
            MOVE SPACES TO INTEGRITY-REPORT-LINE.
            STRING "CHILD RECORDS READ " WS-TOTAL-READ-COUNT
               " SERIOUS ORPHANS " WS-TOTAL-SERIOUS-COUNT
               " ORPHANS " WS-TOTAL-ORPHAN-COUNT
               " LIVE BALANCES " WS-TOTAL-LIVE-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
            WRITE INTEGRITY-REPORT-LINE.
       END PROGRAM REF-INTEGRITY-SWEEP.
