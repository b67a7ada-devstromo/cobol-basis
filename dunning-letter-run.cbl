      *> Collection-letter run: walks the open invoices in customer
      *> order, ages each open balance to the as-of date with
      *> DATE-DIFF-DAYS into AR-AGING-REPORT's buckets, and takes
      *> each customer's worst bucket as the letter that is due -
      *> 30 days a friendly reminder, 60 a second notice, 90-plus
      *> a final demand. dunning.dat (DUNNING-REC) remembers the
      *> last level sent, so a customer already sent that level
      *> escalates one step once another 30 days have passed
      *> instead of getting the same letter again, and is left
      *> alone before that. After a final demand nothing more is
      *> sent; the register flags the customer for collections.
      *> A customer with an open or pending service ticket is held
      *> back for review rather than dunned over a disputed bill.
      *> Letters print to dunning-letters.rpt from the MAIL-MERGE
      *> templates DUNNING-1, DUNNING-2 and DUNNING-3 on
      *> letter-templates.dat, with the same markers (&AMOUNT is
      *> the overdue amount). Customers with no street line are
      *> counted and skipped as the merge does. Every decision goes
      *> to dunning-register.rpt, and a customer no longer overdue
      *> has the history reset so the next lapse starts over.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTER-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL TEMPLATE-FILE
               ASSIGN TO "letter-templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
               SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
               SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS LastnameGroup
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL TICKET-FILE
               ASSIGN TO "service-tickets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUMBER
               FILE STATUS IS WS-TICKET-STATUS.
               SELECT OPTIONAL DUNNING-FILE
               ASSIGN TO "dunning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-CUSTOMER-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.
               SELECT LETTER-FILE
               ASSIGN TO "dunning-letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
               SELECT REGISTER-FILE
               ASSIGN TO "dunning-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-LINE PIC X(80).
       FD  INVOICE-FILE.
           COPY INVOICE-REC.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-REC.
       FD  TICKET-FILE.
           COPY SERVICE-TICKET-REC.
       FD  DUNNING-FILE.
           COPY DUNNING-REC.
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(132).
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TEMPLATE-STATUS PIC XX VALUE "00".
       01 WS-INVOICE-STATUS PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-TICKET-STATUS PIC XX VALUE "00".
       01 WS-DUNNING-STATUS PIC XX VALUE "00".
       01 WS-LETTER-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-AS-OF-NUM  PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-DIFF-FROM PIC 9(8) VALUE ZERO.
       01 WS-DIFF-DAYS PIC S9(7) VALUE ZERO.
      *> The three letters, loaded once up front; a level's lines
      *> sit in its own row of the table.
       01 WS-TEMPLATE-NAMES.
           05 FILLER PIC X(12) VALUE "DUNNING-1".
           05 FILLER PIC X(12) VALUE "DUNNING-2".
           05 FILLER PIC X(12) VALUE "DUNNING-3".
       01 WS-TEMPLATE-NAME-TABLE REDEFINES WS-TEMPLATE-NAMES.
           05 WS-TEMPLATE-NAME PIC X(12) OCCURS 3 TIMES.
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-ENTRY OCCURS 3 TIMES.
              10 WS-TPL-COUNT PIC 9(2).
              10 WS-TPL-LINE  PIC X(80) OCCURS 60 TIMES.
       01 WS-TPL-LEVEL PIC 9 VALUE ZERO.
       01 WS-TPL-SUB PIC 9(2) VALUE ZERO.
       01 WS-LEVEL-SUB PIC 9 VALUE ZERO.
      *> Customers with a ticket still open or pending, gathered
      *> in one pass over the ticket file.
       01 WS-TICKET-CUST-TABLE.
           05 WS-TC-CUSTOMER PIC X(6) OCCURS 500 TIMES.
       01 WS-TICKET-CUST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-OPEN-TICKET-FLAG PIC X VALUE "N".
           88 WS-HAS-OPEN-TICKET VALUE "Y".
      *> One customer's aging, gathered across the control break.
       01 WS-PRIOR-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-WORST-DAYS PIC S9(7) VALUE ZERO.
       01 WS-OVERDUE-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-BUCKET-LEVEL PIC 9 VALUE ZERO.
       01 WS-SEND-LEVEL PIC 9 VALUE ZERO.
       01 WS-DAYS-SINCE-SENT PIC S9(7) VALUE ZERO.
       01 WS-DAYS-EDIT PIC Z(6)9 VALUE ZERO.
       01 WS-DUNNING-FOUND-FLAG PIC X VALUE "N".
           88 WS-DUNNING-FOUND VALUE "Y".
       01 WS-DECISION PIC X(24) VALUE SPACES.
      *> Substitution markers, the same set MAIL-MERGE offers.
       01 WS-MARKER-TABLE.
           05 WS-MARKER-ENTRY OCCURS 9 TIMES.
              10 WS-MK-NAME  PIC X(12).
              10 WS-MK-LEN   PIC 9(2).
              10 WS-MK-VALUE PIC X(40).
       01 WS-MARKER-SUB PIC 9(2) VALUE ZERO.
       01 WS-MARKER-HIT PIC 9(2) VALUE ZERO.
       01 WS-WORK-LINE PIC X(80) VALUE SPACES.
       01 WS-OUT-LINE PIC X(132) VALUE SPACES.
       01 WS-IN-POS PIC 9(3) VALUE ZERO.
       01 WS-OUT-POS PIC 9(3) VALUE ZERO.
       01 WS-VALUE-LEN PIC 9(2) VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC $$$,$$$,$$9.99 VALUE SPACES.
       01 WS-PAGE-RULE PIC X(50) VALUE ALL "=".
       01 WS-LEVEL-COUNTS.
           05 WS-LEVEL-COUNT PIC 9(6) OCCURS 3 TIMES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXHAUSTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ADDR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(6) VALUE ZERO.
       COPY MONEY-EDIT.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "As-of date (YYYYMMDD, blank = today):".
            ACCEPT WS-AS-OF-DATE.
            IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-AS-OF-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid as-of date " WS-AS-OF-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.
            PERFORM LOAD-TEMPLATES.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM LOAD-OPEN-TICKETS.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open invoice file, status "
                  WS-INVOICE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00" AND WS-CUSTOMER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open customer file, status "
                  WS-CUSTOMER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O DUNNING-FILE.
            IF WS-DUNNING-STATUS NOT = "00" AND WS-DUNNING-STATUS
                  NOT = "05"
               DISPLAY "Unable to open dunning.dat, status "
                  WS-DUNNING-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT LETTER-FILE.
            IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "Unable to open dunning-letters.rpt, status "
                  WS-LETTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open dunning-register.rpt, status "
                  WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               MOVE ZEROS TO WS-LEVEL-COUNTS
               PERFORM WRITE-REGISTER-HEADING
               PERFORM READ-INVOICE-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM AGE-ONE-INVOICE
                  PERFORM READ-INVOICE-FILE
               END-PERFORM
               IF WS-PRIOR-CUSTOMER NOT = SPACES
                  PERFORM DECIDE-ONE-CUSTOMER
               END-IF
               PERFORM CLEAR-CAUGHT-UP-CUSTOMERS
               PERFORM WRITE-REGISTER-TOTALS
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE DUNNING-FILE.
            CLOSE LETTER-FILE.
            CLOSE REGISTER-FILE.
            DISPLAY "Reminders sent      : " WS-LEVEL-COUNT(1).
            DISPLAY "Second notices sent : " WS-LEVEL-COUNT(2).
            DISPLAY "Final demands sent  : " WS-LEVEL-COUNT(3).
            DISPLAY "Held for review     : " WS-HELD-COUNT.
            DISPLAY "No address on file  : " WS-NO-ADDR-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      *> All three letters must be on file; dunning with one level
      *> missing would skip a step of the series.
       LOAD-TEMPLATES.
            INITIALIZE WS-TEMPLATE-TABLE.
            MOVE ZERO TO WS-TPL-LEVEL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TEMPLATE-FILE.
            IF WS-TEMPLATE-STATUS NOT = "00" AND
                  WS-TEMPLATE-STATUS NOT = "05"
               DISPLAY "Unable to open letter-templates.dat, "
                  "status " WS-TEMPLATE-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM READ-TEMPLATE-LINE.
            PERFORM UNTIL WS-EOF
               PERFORM KEEP-TEMPLATE-LINE
               PERFORM READ-TEMPLATE-LINE
            END-PERFORM.
            CLOSE TEMPLATE-FILE.
            PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                  UNTIL WS-LEVEL-SUB > 3
               IF WS-TPL-COUNT(WS-LEVEL-SUB) = 0
                  DISPLAY "Template " WS-TEMPLATE-NAME(WS-LEVEL-SUB)
                     " not on letter-templates.dat."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-PERFORM.

       READ-TEMPLATE-LINE.
            READ TEMPLATE-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       KEEP-TEMPLATE-LINE.
            EVALUATE TRUE
               WHEN TEMPLATE-LINE(1:10) = "*TEMPLATE "
                  MOVE ZERO TO WS-TPL-LEVEL
                  PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                        UNTIL WS-LEVEL-SUB > 3
                     IF TEMPLATE-LINE(11:12) =
                           WS-TEMPLATE-NAME(WS-LEVEL-SUB)
                        MOVE WS-LEVEL-SUB TO WS-TPL-LEVEL
                     END-IF
                  END-PERFORM
               WHEN TEMPLATE-LINE(1:4) = "*END"
                  MOVE ZERO TO WS-TPL-LEVEL
               WHEN WS-TPL-LEVEL > 0
                  IF WS-TPL-COUNT(WS-TPL-LEVEL) < 60
                     ADD 1 TO WS-TPL-COUNT(WS-TPL-LEVEL)
                     MOVE TEMPLATE-LINE TO WS-TPL-LINE(WS-TPL-LEVEL,
                        WS-TPL-COUNT(WS-TPL-LEVEL))
                  END-IF
            END-EVALUATE.

      *> A missing ticket file means no customer is held; a full
      *> table stops the run rather than dun a customer whose open
      *> ticket did not fit.
       LOAD-OPEN-TICKETS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT TICKET-FILE.
            IF WS-TICKET-STATUS NOT = "00" AND WS-TICKET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open service-tickets.dat, status "
                  WS-TICKET-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM READ-TICKET-FILE.
            PERFORM UNTIL WS-EOF
               IF NOT TKT-CLOSED
                  PERFORM NOTE-TICKET-CUSTOMER
               END-IF
               PERFORM READ-TICKET-FILE
            END-PERFORM.
            CLOSE TICKET-FILE.
            MOVE "N" TO WS-EOF-SWITCH.

       READ-TICKET-FILE.
            READ TICKET-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       NOTE-TICKET-CUSTOMER.
            MOVE TKT-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER.
            PERFORM FIND-OPEN-TICKET.
            IF NOT WS-HAS-OPEN-TICKET
               IF WS-TICKET-CUST-COUNT < 500
                  ADD 1 TO WS-TICKET-CUST-COUNT
                  MOVE TKT-CUSTOMER-NUMBER
                     TO WS-TC-CUSTOMER(WS-TICKET-CUST-COUNT)
               ELSE
                  DISPLAY "More than 500 customers with open "
                     "tickets - run stopped."
                  SET WS-HAD-ISSUE TO TRUE
               END-IF
            END-IF.

       FIND-OPEN-TICKET.
            MOVE "N" TO WS-OPEN-TICKET-FLAG.
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-TICKET-CUST-COUNT
               IF WS-TC-CUSTOMER(WS-SCAN-SUB) = WS-LOOKUP-CUSTOMER
                  SET WS-HAS-OPEN-TICKET TO TRUE
               END-IF
            END-PERFORM.

       READ-INVOICE-FILE.
            READ INVOICE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> The file is keyed customer + invoice, so a plain
      *> sequential walk gives customer order and a control break
      *> decides each customer once.
       AGE-ONE-INVOICE.
            IF NOT INV-OPEN OR INV-BALANCE <= 0
               EXIT PARAGRAPH
            END-IF.
            IF INV-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
               IF WS-PRIOR-CUSTOMER NOT = SPACES
                  PERFORM DECIDE-ONE-CUSTOMER
               END-IF
               MOVE INV-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER
               MOVE ZERO TO WS-WORST-DAYS
               MOVE ZEROS TO WS-OVERDUE-AMOUNT
            END-IF.
            MOVE INV-DATE TO WS-DIFF-FROM.
            CALL "DATE-DIFF-DAYS" USING WS-DIFF-FROM
               WS-AS-OF-NUM WS-DIFF-DAYS.
            IF WS-DIFF-DAYS > WS-WORST-DAYS
               MOVE WS-DIFF-DAYS TO WS-WORST-DAYS
            END-IF.
            IF WS-DIFF-DAYS NOT < 30
               ADD INV-BALANCE TO WS-OVERDUE-AMOUNT
            END-IF.

      *> Worst bucket gives the letter due; history decides whether
      *> that is a first letter, an escalation, or nothing yet.
       DECIDE-ONE-CUSTOMER.
            EVALUATE TRUE
               WHEN WS-WORST-DAYS < 30
                  MOVE 0 TO WS-BUCKET-LEVEL
               WHEN WS-WORST-DAYS < 60
                  MOVE 1 TO WS-BUCKET-LEVEL
               WHEN WS-WORST-DAYS < 90
                  MOVE 2 TO WS-BUCKET-LEVEL
               WHEN OTHER
                  MOVE 3 TO WS-BUCKET-LEVEL
            END-EVALUATE.
            IF WS-BUCKET-LEVEL = 0
               EXIT PARAGRAPH
            END-IF.
            PERFORM READ-DUNNING-HISTORY.
            MOVE WS-AS-OF-NUM TO DUN-REVIEW-DATE.
            MOVE 0 TO WS-SEND-LEVEL.
            MOVE SPACES TO WS-DECISION.
            MOVE WS-PRIOR-CUSTOMER TO WS-LOOKUP-CUSTOMER.
            PERFORM FIND-OPEN-TICKET.
            EVALUATE TRUE
               WHEN WS-HAS-OPEN-TICKET
                  MOVE "HELD - OPEN TICKET" TO WS-DECISION
                  MOVE WS-AS-OF-NUM TO DUN-HELD-DATE
                  ADD 1 TO WS-HELD-COUNT
               WHEN DUN-LEVEL < WS-BUCKET-LEVEL
                  MOVE WS-BUCKET-LEVEL TO WS-SEND-LEVEL
               WHEN OTHER
                  PERFORM DECIDE-ESCALATION
            END-EVALUATE.
            IF WS-SEND-LEVEL > 0
               PERFORM SEND-ONE-LETTER
            END-IF.
            PERFORM SAVE-DUNNING-HISTORY.
            PERFORM WRITE-REGISTER-LINE.

       DECIDE-ESCALATION.
            MOVE DUN-LAST-SENT-DATE TO WS-DIFF-FROM.
            CALL "DATE-DIFF-DAYS" USING WS-DIFF-FROM
               WS-AS-OF-NUM WS-DAYS-SINCE-SENT.
            EVALUATE TRUE
               WHEN WS-DAYS-SINCE-SENT < 30
                  MOVE "NOT YET DUE" TO WS-DECISION
                  ADD 1 TO WS-NOT-DUE-COUNT
               WHEN DUN-FINAL-DEMAND
                  MOVE "FINAL SENT - COLLECTIONS" TO WS-DECISION
                  ADD 1 TO WS-EXHAUSTED-COUNT
               WHEN OTHER
                  COMPUTE WS-SEND-LEVEL = DUN-LEVEL + 1
            END-EVALUATE.

       READ-DUNNING-HISTORY.
            MOVE WS-PRIOR-CUSTOMER TO DUN-CUSTOMER-NUMBER.
            READ DUNNING-FILE
               INVALID KEY
                  MOVE "N" TO WS-DUNNING-FOUND-FLAG
                  INITIALIZE DUNNING-RECORD
                  MOVE WS-PRIOR-CUSTOMER TO DUN-CUSTOMER-NUMBER
               NOT INVALID KEY
                  SET WS-DUNNING-FOUND TO TRUE
            END-READ.

      *> The level only moves when a letter actually goes out, so
      *> a customer skipped for want of an address gets the same
      *> letter once the address is fixed.
       SEND-ONE-LETTER.
            MOVE WS-PRIOR-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "NOT ON CUSTOMER MASTER" TO WS-DECISION
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            IF StreetLineOne = SPACES
               MOVE "NO ADDRESS ON FILE" TO WS-DECISION
               ADD 1 TO WS-NO-ADDR-COUNT
               EXIT PARAGRAPH
            END-IF.
            PERFORM LOAD-CUSTOMER-MARKERS.
            WRITE LETTER-LINE FROM WS-PAGE-RULE.
            PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                  UNTIL WS-TPL-SUB > WS-TPL-COUNT(WS-SEND-LEVEL)
               MOVE WS-TPL-LINE(WS-SEND-LEVEL, WS-TPL-SUB)
                  TO WS-WORK-LINE
               PERFORM SUBSTITUTE-ONE-LINE
               WRITE LETTER-LINE FROM WS-OUT-LINE
            END-PERFORM.
            ADD 1 TO WS-LEVEL-COUNT(WS-SEND-LEVEL).
            MOVE WS-SEND-LEVEL TO DUN-LEVEL.
            MOVE WS-AS-OF-NUM TO DUN-LAST-SENT-DATE.
            MOVE WS-OVERDUE-AMOUNT TO DUN-LAST-AMOUNT.
            EVALUATE WS-SEND-LEVEL
               WHEN 1
                  MOVE "FRIENDLY REMINDER SENT" TO WS-DECISION
               WHEN 2
                  MOVE "SECOND NOTICE SENT" TO WS-DECISION
               WHEN OTHER
                  MOVE "FINAL DEMAND SENT" TO WS-DECISION
            END-EVALUATE.

       SAVE-DUNNING-HISTORY.
            IF WS-DUNNING-FOUND
               REWRITE DUNNING-RECORD
                  INVALID KEY
                     DISPLAY "Unable to update dunning history for "
                        WS-PRIOR-CUSTOMER ", status "
                        WS-DUNNING-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
            ELSE
               WRITE DUNNING-RECORD
                  INVALID KEY
                     DISPLAY "Unable to write dunning history for "
                        WS-PRIOR-CUSTOMER ", status "
                        WS-DUNNING-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-WRITE
            END-IF.

      *> Anyone this run did not find overdue has caught up (or
      *> paid off entirely), so the series starts again next time.
       CLEAR-CAUGHT-UP-CUSTOMERS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO DUN-CUSTOMER-NUMBER.
            START DUNNING-FILE KEY NOT < DUN-CUSTOMER-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-DUNNING.
            PERFORM UNTIL WS-EOF
               IF DUN-LEVEL > 0 AND
                     DUN-REVIEW-DATE NOT = WS-AS-OF-NUM
                  MOVE 0 TO DUN-LEVEL
                  REWRITE DUNNING-RECORD
                     INVALID KEY
                        DISPLAY "Unable to reset dunning history "
                           "for " DUN-CUSTOMER-NUMBER
                        SET WS-HAD-ISSUE TO TRUE
                  END-REWRITE
                  ADD 1 TO WS-CLEARED-COUNT
               END-IF
               PERFORM READ-NEXT-DUNNING
            END-PERFORM.

       READ-NEXT-DUNNING.
            READ DUNNING-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       LOAD-CUSTOMER-MARKERS.
            MOVE "&NAME" TO WS-MK-NAME(1).
            MOVE 5 TO WS-MK-LEN(1).
            MOVE "&LASTNAME" TO WS-MK-NAME(2).
            MOVE 9 TO WS-MK-LEN(2).
            MOVE "&STREET1" TO WS-MK-NAME(3).
            MOVE 8 TO WS-MK-LEN(3).
            MOVE "&STREET2" TO WS-MK-NAME(4).
            MOVE 8 TO WS-MK-LEN(4).
            MOVE "&CITY" TO WS-MK-NAME(5).
            MOVE 5 TO WS-MK-LEN(5).
            MOVE "&STATE" TO WS-MK-NAME(6).
            MOVE 6 TO WS-MK-LEN(6).
            MOVE "&POSTAL" TO WS-MK-NAME(7).
            MOVE 7 TO WS-MK-LEN(7).
            MOVE "&AMOUNT" TO WS-MK-NAME(8).
            MOVE 7 TO WS-MK-LEN(8).
            MOVE WS-OVERDUE-AMOUNT TO WS-AMOUNT-EDIT.
            MOVE WS-AMOUNT-EDIT TO WS-MK-VALUE(8).
            MOVE "&DATE" TO WS-MK-NAME(9).
            MOVE 5 TO WS-MK-LEN(9).
            MOVE WS-AS-OF-DATE TO WS-MK-VALUE(9).
            MOVE NameValue TO WS-MK-VALUE(1).
            MOVE FirstLastname TO WS-MK-VALUE(2).
            MOVE StreetLineOne TO WS-MK-VALUE(3).
            MOVE StreetLineTwo TO WS-MK-VALUE(4).
            MOVE CityValue TO WS-MK-VALUE(5).
            MOVE StateValue TO WS-MK-VALUE(6).
            MOVE PostalCode TO WS-MK-VALUE(7).

      *> Same substitution rules as MAIL-MERGE: an ampersand that
      *> opens a known marker splices the trimmed value in, any
      *> other ampersand is just text.
       SUBSTITUTE-ONE-LINE.
            MOVE SPACES TO WS-OUT-LINE.
            MOVE 1 TO WS-OUT-POS.
            MOVE 1 TO WS-IN-POS.
            PERFORM UNTIL WS-IN-POS > 80
               IF WS-WORK-LINE(WS-IN-POS:1) = "&"
                  PERFORM TRY-MARKER-MATCH
                  IF WS-MARKER-HIT > 0
                     PERFORM SPLICE-MARKER-VALUE
                  ELSE
                     PERFORM COPY-ONE-CHARACTER
                  END-IF
               ELSE
                  PERFORM COPY-ONE-CHARACTER
               END-IF
            END-PERFORM.

       COPY-ONE-CHARACTER.
            IF WS-OUT-POS <= 132
               MOVE WS-WORK-LINE(WS-IN-POS:1)
                  TO WS-OUT-LINE(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
            END-IF.
            ADD 1 TO WS-IN-POS.

       TRY-MARKER-MATCH.
            MOVE 0 TO WS-MARKER-HIT.
            PERFORM VARYING WS-MARKER-SUB FROM 1 BY 1
                  UNTIL WS-MARKER-SUB > 9
               IF WS-MARKER-HIT = 0 AND
                     WS-IN-POS + WS-MK-LEN(WS-MARKER-SUB) - 1
                     <= 80
                  IF WS-WORK-LINE(WS-IN-POS:
                        WS-MK-LEN(WS-MARKER-SUB)) =
                        WS-MK-NAME(WS-MARKER-SUB)
                        (1:WS-MK-LEN(WS-MARKER-SUB))
                     MOVE WS-MARKER-SUB TO WS-MARKER-HIT
                  END-IF
               END-IF
            END-PERFORM.

       SPLICE-MARKER-VALUE.
            IF WS-MK-VALUE(WS-MARKER-HIT) = SPACES
               MOVE ZERO TO WS-VALUE-LEN
            ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                  WS-MK-VALUE(WS-MARKER-HIT))) TO WS-VALUE-LEN
            END-IF.
            IF WS-VALUE-LEN > 0 AND
                  WS-OUT-POS + WS-VALUE-LEN - 1 <= 132
               MOVE FUNCTION TRIM(WS-MK-VALUE(WS-MARKER-HIT))
                  TO WS-OUT-LINE(WS-OUT-POS:WS-VALUE-LEN)
               ADD WS-VALUE-LEN TO WS-OUT-POS
            END-IF.
            ADD WS-MK-LEN(WS-MARKER-HIT) TO WS-IN-POS.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO REGISTER-LINE.
            STRING "DUNNING REGISTER AS OF " WS-AS-OF-DATE
               "  CUST / WORST DAYS / OVERDUE / LEVEL / ACTION"
               DELIMITED BY SIZE INTO REGISTER-LINE.
            WRITE REGISTER-LINE.

       WRITE-REGISTER-LINE.
            MOVE WS-OVERDUE-AMOUNT TO WS-MONEY-EDIT.
            MOVE WS-WORST-DAYS TO WS-DAYS-EDIT.
            MOVE SPACES TO REGISTER-LINE.
            STRING WS-PRIOR-CUSTOMER " " WS-DAYS-EDIT " "
               WS-MONEY-EDIT " " DUN-LEVEL " " WS-DECISION
               DELIMITED BY SIZE INTO REGISTER-LINE.
            WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO REGISTER-LINE.
            STRING "REMINDERS " WS-LEVEL-COUNT(1)
               "  SECOND NOTICES " WS-LEVEL-COUNT(2)
               "  FINAL DEMANDS " WS-LEVEL-COUNT(3)
               DELIMITED BY SIZE INTO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO REGISTER-LINE.
            STRING "HELD FOR REVIEW " WS-HELD-COUNT
               "  NOT YET DUE " WS-NOT-DUE-COUNT
               "  FINAL ALREADY SENT " WS-EXHAUSTED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO REGISTER-LINE.
            STRING "NO ADDRESS " WS-NO-ADDR-COUNT
               "  CAUGHT UP AND RESET " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE.
            WRITE REGISTER-LINE.
       END PROGRAM DUNNING-LETTER-RUN.
