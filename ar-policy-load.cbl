      *> Loads the receivables policy parameters from ar-policy.dat
      *> (AR-POLICY-REC). A missing or unreadable file leaves the
      *> long-standing defaults in place - 10 percent staff
      *> discount, 18 percent annual finance charge, 30 grace days,
      *> write-off at 180 days, net 30 terms - and the found flag
      *> stays N, the same absent-file defaulting SIGNON-POLICY and
      *> ELIG-RULES-LOAD apply.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-POLICY-LOAD.
       ENVIRONMENT DIVISION.
       01 LK-STAFF-DISCOUNT-PCT  PIC 99V99.
       01 LK-FINANCE-RATE-ANNUAL PIC 9V9999.
       01 LK-GRACE-DAYS          PIC 9(3).
       01 LK-WRITEOFF-DAYS       PIC 9(3).
       01 LK-TERMS-DAYS          PIC 9(3).
       01 LK-FOUND-FLAG PIC X.
           88 LK-POLICY-FOUND VALUE "Y".
       PROCEDURE DIVISION USING LK-STAFF-DISCOUNT-PCT
               LK-FINANCE-RATE-ANNUAL LK-GRACE-DAYS LK-WRITEOFF-DAYS
               LK-TERMS-DAYS LK-FOUND-FLAG.
       LOAD-POLICY.
            MOVE "N" TO LK-FOUND-FLAG.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE 10.00 TO LK-STAFF-DISCOUNT-PCT.
            MOVE 0.1800 TO LK-FINANCE-RATE-ANNUAL.
            MOVE 30 TO LK-GRACE-DAYS.
            MOVE 180 TO LK-WRITEOFF-DAYS.
            MOVE 30 TO LK-TERMS-DAYS.
            OPEN INPUT AR-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ AR-POLICY-FILE
                        ARP-GRACE-DAYS > 0
                     MOVE ARP-GRACE-DAYS TO LK-GRACE-DAYS
                  END-IF
                  IF ARP-WRITEOFF-DAYS IS NUMERIC AND
                        ARP-WRITEOFF-DAYS > 0
                     MOVE ARP-WRITEOFF-DAYS TO LK-WRITEOFF-DAYS
                  END-IF
                  IF ARP-TERMS-DAYS IS NUMERIC AND
                        ARP-TERMS-DAYS > 0
                     MOVE ARP-TERMS-DAYS TO LK-TERMS-DAYS
                  END-IF
                  MOVE "Y" TO LK-FOUND-FLAG
               END-IF
               CLOSE AR-POLICY-FILE
