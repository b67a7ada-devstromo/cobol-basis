      *> IDENTITY-RECORD, a department that passes DEPT-VALIDATE,
      *> and a direct-deposit bank detail. One checklist block per
      *> hire shows exactly what is still missing, so the gap
      *> surfaces this week instead of on payday. The certifications
      *> the hire's job grade and department require (through
      *> CERT-REQUIREMENT-CHECK) are listed as outstanding until a
      *> current card is on the certification file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARDING-CHECK.
       ENVIRONMENT DIVISION.
       01 WS-DEPT-FOUND-FLAG PIC X VALUE "N".
           88 WS-DEPT-FOUND VALUE "Y".
       01 WS-DEPT-WORK PIC X(20) VALUE SPACES.
       01 WS-CERT-GRADE PIC X(4) VALUE SPACES.
       01 WS-CERT-DEPT PIC X(20) VALUE SPACES.
           COPY CERT-GAP-LIST.
       01 WS-GAP-INDEX PIC 9(3) VALUE ZERO.
       01 WS-GAP-SHOWN PIC 9(3) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
            PERFORM CHECK-PAY-MASTER.
            PERFORM CHECK-IDENTITY.
            PERFORM CHECK-BANK-DETAIL.
            PERFORM CHECK-CERTIFICATIONS.
            IF WS-MISSING-ITEMS = 0
               MOVE "  READY - ALL CHECKS PASSED"
                  TO CHECK-REPORT-LINE
            END-IF.

       CHECK-EMPLOYEE-MASTER.
            MOVE SPACES TO WS-CERT-DEPT.
            MOVE WS-HIRE-ID(WS-HIRE-INDEX) TO EMPLOYEE-ID.
            READ EMPLOYEE-FILE
               INVALID KEY
                  PERFORM FLAG-NO-EMPLOYEE-MASTER
               NOT INVALID KEY
                  MOVE EMPLOYEE-DEPARTMENT TO WS-CERT-DEPT
                  PERFORM CHECK-DEPARTMENT
            END-READ.

            END-IF.

       CHECK-PAY-MASTER.
            MOVE SPACES TO WS-CERT-GRADE.
            MOVE WS-HIRE-ID(WS-HIRE-INDEX) TO PAY-EMPLOYEE-ID.
            READ PAY-MASTER-FILE
               INVALID KEY
                  PERFORM FLAG-NO-PAY-MASTER
               NOT INVALID KEY
                  MOVE PAY-GRADE-CODE TO WS-CERT-GRADE
            END-READ.

       FLAG-NO-PAY-MASTER.
            MOVE "  MISSING: DIRECT-DEPOSIT BANK DETAIL"
               TO CHECK-REPORT-LINE.
            WRITE CHECK-REPORT-LINE.
      *> Checked on what the master and pay master say; a hire not
      *> on the employee master has no department to check against.
       CHECK-CERTIFICATIONS.
            IF WS-CERT-DEPT = SPACES AND WS-CERT-GRADE = SPACES
               EXIT PARAGRAPH
            END-IF.
            CALL "CERT-REQUIREMENT-CHECK" USING
               WS-HIRE-ID(WS-HIRE-INDEX) WS-CERT-GRADE WS-CERT-DEPT
               WS-TODAY-DATE CERT-GAP-LIST.
            MOVE CGL-GAP-COUNT TO WS-GAP-SHOWN.
            IF WS-GAP-SHOWN > 20
               MOVE 20 TO WS-GAP-SHOWN
            END-IF.
            PERFORM FLAG-ONE-CERTIFICATION
               VARYING WS-GAP-INDEX FROM 1 BY 1
               UNTIL WS-GAP-INDEX > WS-GAP-SHOWN.

       FLAG-ONE-CERTIFICATION.
            ADD 1 TO WS-MISSING-ITEMS.
            MOVE SPACES TO CHECK-REPORT-LINE.
            IF CGL-EXPIRED(WS-GAP-INDEX)
               STRING "  OUTSTANDING: CERTIFICATION "
                  CGL-CERT-CODE(WS-GAP-INDEX) " "
                  CGL-DESCRIPTION(WS-GAP-INDEX) " EXPIRED "
                  CGL-EXPIRY-DATE(WS-GAP-INDEX)
                  DELIMITED BY SIZE INTO CHECK-REPORT-LINE
            ELSE
               STRING "  OUTSTANDING: CERTIFICATION "
                  CGL-CERT-CODE(WS-GAP-INDEX) " "
                  CGL-DESCRIPTION(WS-GAP-INDEX)
                  DELIMITED BY SIZE INTO CHECK-REPORT-LINE
            END-IF.
            WRITE CHECK-REPORT-LINE.
       END PROGRAM ONBOARDING-CHECK.
