      *> Loads the payroll policy parameters from pay-policy.dat
      *> (PAY-POLICY-REC). A missing or unreadable file leaves the
      *> defaults in place - supplemental earnings taxed at a flat
      *> 22 percent - and the found flag stays N, the same absent-
      *> file defaulting AR-POLICY-LOAD and SIGNON-POLICY apply. A
      *> flat rate of zero on file is ignored rather than letting
      *> one-time earnings pay out untaxed by accident.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-POLICY-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PAY-POLICY-FILE
               ASSIGN TO "pay-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-POLICY-FILE.
           COPY PAY-POLICY-REC.
       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       LINKAGE SECTION.
       01 LK-SUPP-TAX-METHOD PIC X.
       01 LK-SUPP-FLAT-RATE  PIC 9V9999.
       01 LK-FOUND-FLAG PIC X.
           88 LK-POLICY-FOUND VALUE "Y".
       PROCEDURE DIVISION USING LK-SUPP-TAX-METHOD
               LK-SUPP-FLAT-RATE LK-FOUND-FLAG.
       LOAD-POLICY.
            MOVE "N" TO LK-FOUND-FLAG.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "F" TO LK-SUPP-TAX-METHOD.
            MOVE 0.2200 TO LK-SUPP-FLAT-RATE.
            OPEN INPUT PAY-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ PAY-POLICY-FILE
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF PYP-SUPP-TABLE-TAX OR PYP-SUPP-FLAT-TAX
                     MOVE PYP-SUPP-TAX-METHOD TO LK-SUPP-TAX-METHOD
                  END-IF
                  IF PYP-SUPP-FLAT-RATE IS NUMERIC AND
                        PYP-SUPP-FLAT-RATE > 0
                     MOVE PYP-SUPP-FLAT-RATE TO LK-SUPP-FLAT-RATE
                  END-IF
                  MOVE "Y" TO LK-FOUND-FLAG
               END-IF
               CLOSE PAY-POLICY-FILE
            ELSE
               DISPLAY "Unable to open pay-policy.dat, status "
                  WS-POLICY-STATUS
            END-IF.
            GOBACK.
       END PROGRAM PAY-POLICY-LOAD.
