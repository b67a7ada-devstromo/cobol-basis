      *> MASTER-BACKUP unloads the masters (the rollover scripts
      *> file dated generations), then deletes it from the live
      *> file. A customer still owing money is never a candidate,
      *> however old the account, and a candidate that is still
      *> parent to branch accounts is listed but not archived until
      *> its branches have been moved.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ARCHIVE-SWEEP.
       ENVIRONMENT DIVISION.
       01 WS-ARCHIVE-HASH PIC 9(12) VALUE ZEROS.
       01 WS-CUSTOMER-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-CANDIDATE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SAVE-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-BRANCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-EOF-SWITCH PIC X VALUE "N".
           88 WS-BRANCH-EOF VALUE "Y".
       01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
       01 WS-LOCK-ACTION PIC X VALUE SPACE.
       01 WS-LOCK-PROGRAM PIC X(20) VALUE "CUSTOMER-ARCHIVE".
            END-IF.
            DISPLAY "Customers examined : " WS-CUSTOMER-COUNT.
            DISPLAY "Inactive candidates: " WS-CANDIDATE-COUNT.
            DISPLAY "Held as parents    : " WS-HELD-COUNT.
            IF WS-COMMIT-MODE
               DISPLAY "Archived and purged: " WS-ARCHIVE-COUNT
            END-IF.
                  WS-OPEN-BALANCE = 0
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM WRITE-CANDIDATE-LINE
               PERFORM COUNT-BRANCHES
               IF WS-EOF
                  EXIT PARAGRAPH
               END-IF
               IF WS-BRANCH-COUNT > 0
                  ADD 1 TO WS-HELD-COUNT
                  PERFORM WRITE-HELD-LINE
               ELSE
                  IF WS-COMMIT-MODE
                     PERFORM ARCHIVE-AND-DELETE
                  END-IF
               END-IF
            END-IF.

      *> Branches of the customer in hand, by a pass over the master
      *> in customer-number order. The pass moves the file position,
      *> so the customer is read back by key afterwards; the sweep's
      *> next sequential read then carries on from it.
       COUNT-BRANCHES.
            MOVE CUSTOMER-NUMBER TO WS-SAVE-CUSTOMER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE "N" TO WS-BRANCH-EOF-SWITCH.
            MOVE LOW-VALUES TO CUSTOMER-NUMBER.
            START CUSTOMER-FILE KEY NOT < CUSTOMER-NUMBER
               INVALID KEY SET WS-BRANCH-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-BRANCH-EOF
               READ CUSTOMER-FILE NEXT
                  AT END SET WS-BRANCH-EOF TO TRUE
                  NOT AT END
                     IF CUSTOMER-PARENT-NUMBER = WS-SAVE-CUSTOMER
                        ADD 1 TO WS-BRANCH-COUNT
                     END-IF
               END-READ
            END-PERFORM.
            MOVE WS-SAVE-CUSTOMER TO CUSTOMER-NUMBER.
            READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-SAVE-CUSTOMER
                     " could not be read back, status "
                     WS-CUSTOMER-STATUS
                  SET WS-HAD-ISSUE TO TRUE
                  SET WS-EOF TO TRUE
            END-READ.

      *> The latest of any invoice date, receipt date or note date
      *> on file; a customer with nothing at all reads as zero and
      *> is the most dormant case there is. Open balances are summed
               DELIMITED BY SIZE INTO CANDIDATES-REPORT-LINE.
            WRITE CANDIDATES-REPORT-LINE.

       WRITE-HELD-LINE.
            MOVE SPACES TO CANDIDATES-REPORT-LINE.
            STRING "       NOT ARCHIVED - PARENT TO " WS-BRANCH-COUNT
               " BRANCH(ES)"
               DELIMITED BY SIZE INTO CANDIDATES-REPORT-LINE.
            WRITE CANDIDATES-REPORT-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO CANDIDATES-REPORT-LINE.
            STRING "INACTIVITY ARCHIVE CANDIDATES - NO ACTIVITY "
       WRITE-REPORT-TOTALS.
            MOVE SPACES TO CANDIDATES-REPORT-LINE.
            STRING "CANDIDATES " WS-CANDIDATE-COUNT
               " OF " WS-CUSTOMER-COUNT " CUSTOMERS, "
               WS-HELD-COUNT " HELD AS PARENTS"
               DELIMITED BY SIZE INTO CANDIDATES-REPORT-LINE.
            WRITE CANDIDATES-REPORT-LINE.
       END PROGRAM CUSTOMER-ARCHIVE-SWEEP.
