      *> re-owns it; F)ollow-up chains another note to the ticket
      *> (prefixed TKTnnnnnn on the notes file, so the notes browse
      *> shows the whole story); L)ist shows a customer's tickets.
      *> T)ime records hours worked on a ticket to ticket-time.dat -
      *> who, when, how long, whether the customer is billed for it
      *> and at which rate class (a labour item on the catalog) -
      *> for TICKET-TIME-BILLING-RUN to invoice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-TICKET-MAINT.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL TICKET-TIME-FILE
               ASSIGN TO "ticket-time.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTE-KEY
               FILE STATUS IS WS-TIME-STATUS.
               SELECT OPTIONAL ITEM-CATALOG-FILE
               ASSIGN TO "item-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY CUSTOMER-NOTE-REC.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  TICKET-TIME-FILE.
           COPY TICKET-TIME-REC.
       FD  ITEM-CATALOG-FILE.
           COPY ITEM-CATALOG-REC.
       WORKING-STORAGE SECTION.
           01 WS-TICKET-STATUS PIC XX VALUE "00".
           01 WS-NOTES-STATUS PIC XX VALUE "00".
           01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
           01 WS-TIME-STATUS PIC XX VALUE "00".
           01 WS-ITEM-STATUS PIC XX VALUE "00".
           01 WS-TRANS-CODE PIC X VALUE SPACE.
              88 WS-PROMOTE-TRANS  VALUE "P".
              88 WS-STATUS-TRANS   VALUE "S".
              88 WS-ASSIGN-TRANS   VALUE "A".
              88 WS-FOLLOWUP-TRANS VALUE "F".
              88 WS-LIST-TRANS     VALUE "L".
              88 WS-TIME-TRANS     VALUE "T".
              88 WS-EXIT-TRANS     VALUE "X".
           01 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
           01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
           01 WS-FOLLOWUP-TEXT PIC X(50) VALUE SPACES.
           01 WS-NOTE-NEXT-SEQ PIC 9(4) VALUE ZERO.
           01 WS-TIME-EMPLOYEE PIC X(6) VALUE SPACES.
           01 WS-TIME-DATE PIC X(8) VALUE SPACES.
           01 WS-TIME-DATE-NUM PIC 9(8) VALUE ZERO.
           01 WS-TIME-HOURS PIC 9(3)V99 VALUE ZEROS.
           01 WS-TIME-BILLABLE PIC X VALUE SPACE.
              88 WS-TIME-BILLABLE-KNOWN VALUE "Y" "N".
           01 WS-TIME-RATE-CLASS PIC X(8) VALUE SPACES.
           01 WS-TIME-NEXT-SEQ PIC 9(4) VALUE ZERO.
           01 WS-TIME-EOF-SWITCH PIC X VALUE "N".
              88 WS-TIME-EOF VALUE "Y".
           01 WS-DATE-VALID-FLAG PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".
           01 WS-TIME-OK-FLAG PIC X VALUE "N".
              88 WS-TIME-OK VALUE "Y".
      *> Per-transaction verdict from VERIFY-ASSIGNEE, reset on
      *> every use the way the other screens reset WS-VALID-SWITCH;
      *> WS-HAD-ISSUE below is purely cumulative for the final
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O TICKET-TIME-FILE.
            IF WS-TIME-STATUS NOT = "00" AND WS-TIME-STATUS
                  NOT = "05"
               DISPLAY "Unable to open ticket-time.dat, status "
                  WS-TIME-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ITEM-CATALOG-FILE.
            IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS
                  NOT = "05"
               DISPLAY "Unable to open item-catalog.dat, status "
                  WS-ITEM-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM DESK-LOOP UNTIL WS-EXIT-TRANS
            END-IF.
            CLOSE TICKET-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE TICKET-TIME-FILE ITEM-CATALOG-FILE.
            IF WS-HAD-ISSUE
               MOVE 4 TO RETURN-CODE
            ELSE

       DESK-LOOP.
            DISPLAY "Service Tickets - P)romote-note S)tatus "
               "A)ssign F)ollow-up L)ist T)ime X)it".
            ACCEPT WS-TRANS-CODE.
            EVALUATE TRUE
               WHEN WS-PROMOTE-TRANS
                  PERFORM ADD-FOLLOWUP-NOTE
               WHEN WS-LIST-TRANS
                  PERFORM LIST-CUSTOMER-TICKETS
               WHEN WS-TIME-TRANS
                  PERFORM ENTER-TICKET-TIME
               WHEN WS-EXIT-TRANS
                  CONTINUE
               WHEN OTHER
               END-IF
               PERFORM READ-NEXT-TICKET
            END-PERFORM.

      *> Time goes against any ticket on file, closed ones included
      *> (the last visit is often keyed after the close). The
      *> employee must be on the master; the work date may not be in
      *> the future; a billable entry needs a rate class that is an
      *> item on the catalog.
       ENTER-TICKET-TIME.
            DISPLAY "Ticket number:".
            ACCEPT WS-WANTED-TICKET.
            MOVE WS-WANTED-TICKET TO TKT-NUMBER.
            READ TICKET-FILE
               INVALID KEY
                  DISPLAY "Ticket " WS-WANTED-TICKET
                     " not on file."
                  SET WS-HAD-ISSUE TO TRUE
                  EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO WS-TIME-EMPLOYEE WS-TIME-DATE
               WS-TIME-BILLABLE WS-TIME-RATE-CLASS.
            MOVE ZEROS TO WS-TIME-HOURS.
            DISPLAY "Employee ID:".
            ACCEPT WS-TIME-EMPLOYEE.
            DISPLAY "Work date (YYYYMMDD):".
            ACCEPT WS-TIME-DATE.
            DISPLAY "Hours (e.g. 1.25):".
            ACCEPT WS-TIME-HOURS.
            DISPLAY "Billable? (Y/N):".
            ACCEPT WS-TIME-BILLABLE.
            DISPLAY "Rate class (catalog labour item):".
            ACCEPT WS-TIME-RATE-CLASS.
            PERFORM VALIDATE-TICKET-TIME.
            IF NOT WS-TIME-OK
               DISPLAY "Time entry ignored."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-NEXT-TIME-SEQ.
            MOVE SPACES TO TICKET-TIME-RECORD.
            MOVE WS-WANTED-TICKET TO TTE-TICKET-NUMBER.
            MOVE WS-TIME-NEXT-SEQ TO TTE-SEQ.
            MOVE WS-TIME-EMPLOYEE TO TTE-EMPLOYEE-ID.
            MOVE WS-TIME-DATE-NUM TO TTE-WORK-DATE.
            MOVE WS-TIME-HOURS TO TTE-HOURS.
            MOVE WS-TIME-BILLABLE TO TTE-BILLABLE-FLAG.
            MOVE WS-TIME-RATE-CLASS TO TTE-RATE-CLASS.
            MOVE "N" TO TTE-BILLED-FLAG.
            MOVE ZEROS TO TTE-INVOICE-NUMBER TTE-BILLED-DATE.
            WRITE TICKET-TIME-RECORD
               INVALID KEY
                  DISPLAY "Unable to write time entry, status "
                     WS-TIME-STATUS
                  SET WS-HAD-ISSUE TO TRUE
               NOT INVALID KEY
                  DISPLAY WS-TIME-HOURS " hours recorded on ticket "
                     WS-WANTED-TICKET " as entry " WS-TIME-NEXT-SEQ
                     "."
            END-WRITE.

       VALIDATE-TICKET-TIME.
            MOVE "Y" TO WS-TIME-OK-FLAG.
            MOVE WS-TIME-EMPLOYEE TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  DISPLAY "Employee " WS-TIME-EMPLOYEE
                     " not on employee master."
                  MOVE "N" TO WS-TIME-OK-FLAG
            END-READ.
            CALL "DATE-VALIDATE" USING WS-TIME-DATE
               WS-DATE-VALID-FLAG.
            IF WS-DATE-VALID
               MOVE WS-TIME-DATE TO WS-TIME-DATE-NUM
               IF WS-TIME-DATE-NUM > WS-TODAY-DATE
                  DISPLAY "Work date cannot be in the future."
                  MOVE "N" TO WS-TIME-OK-FLAG
               END-IF
            ELSE
               DISPLAY "Invalid work date " WS-TIME-DATE "."
               MOVE "N" TO WS-TIME-OK-FLAG
            END-IF.
            IF WS-TIME-HOURS = 0 OR WS-TIME-HOURS > 24
               DISPLAY "Hours must be more than 0 and at most 24."
               MOVE "N" TO WS-TIME-OK-FLAG
            END-IF.
            IF NOT WS-TIME-BILLABLE-KNOWN
               DISPLAY "Billable must be Y or N."
               MOVE "N" TO WS-TIME-OK-FLAG
            END-IF.
            IF WS-TIME-BILLABLE = "Y" OR WS-TIME-RATE-CLASS
                  NOT = SPACES
               MOVE WS-TIME-RATE-CLASS TO ITM-ITEM-CODE
               READ ITEM-CATALOG-FILE
                  INVALID KEY
                     DISPLAY "Rate class " WS-TIME-RATE-CLASS
                        " not on the item catalog."
                     MOVE "N" TO WS-TIME-OK-FLAG
               END-READ
            END-IF.

       FIND-NEXT-TIME-SEQ.
            MOVE ZERO TO WS-TIME-NEXT-SEQ.
            MOVE "N" TO WS-TIME-EOF-SWITCH.
            MOVE WS-WANTED-TICKET TO TTE-TICKET-NUMBER.
            MOVE ZEROS TO TTE-SEQ.
            START TICKET-TIME-FILE KEY NOT < TTE-KEY
               INVALID KEY SET WS-TIME-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-TIME-EOF
               READ TICKET-TIME-FILE NEXT
                  AT END SET WS-TIME-EOF TO TRUE
               END-READ
               IF NOT WS-TIME-EOF
                  IF TTE-TICKET-NUMBER = WS-WANTED-TICKET
                     MOVE TTE-SEQ TO WS-TIME-NEXT-SEQ
                  ELSE
                     SET WS-TIME-EOF TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            ADD 1 TO WS-TIME-NEXT-SEQ.
       END PROGRAM SERVICE-TICKET-MAINT.
