      *> duplicates report for a clerk to confirm. C mode
      *> consolidates a confirmed pair under the surviving number:
      *> blank contact fields on the survivor are filled from the
      *> purged record, then the purged record is deleted. A
      *> record that is still parent to branch accounts is not
      *> purged; its branches have to be moved first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MERGE-PURGE.
       ENVIRONMENT DIVISION.
       01 WS-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SURVIVOR-NO PIC X(6) VALUE SPACES.
       01 WS-PURGED-NO   PIC X(6) VALUE SPACES.
       01 WS-SAVE-CUSTOMER PIC X(6) VALUE SPACES.
       01 WS-BRANCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-EOF-SWITCH PIC X VALUE "N".
           88 WS-BRANCH-EOF VALUE "Y".
       01 WS-PURGED-FIELDS.
           05 WS-PURGED-MOBILE-1 PIC X(9).
           05 WS-PURGED-MOBILE-2 PIC X(9).
               WS-LOCK-ACTION WS-LOCK-USER WS-LOCK-PROGRAM
               WS-LOCK-GRANTED-FLAG.

      *> The branch check comes before anything is read or merged,
      *> so a refused purge leaves the survivor as it was.
       CONSOLIDATE-PAIR.
            MOVE WS-PURGED-NO TO CUSTOMER-NUMBER.
            PERFORM COUNT-BRANCHES.
            IF WS-BRANCH-COUNT > 0
               DISPLAY "Customer " WS-PURGED-NO " is parent to "
                  WS-BRANCH-COUNT " branch(es) - move them first. "
                  "Nothing consolidated."
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-PURGED-NO " not found."
                  PERFORM DELETE-PURGED-RECORD
            END-READ.

      *> Branches of the customer in hand, by a pass over the master
      *> in customer-number order.
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
            MOVE SPACES TO CUSTOMER-RECORD.
            MOVE WS-SAVE-CUSTOMER TO CUSTOMER-NUMBER.

       DELETE-PURGED-RECORD.
            MOVE WS-PURGED-NO TO CUSTOMER-NUMBER.
            DELETE CUSTOMER-FILE RECORD
