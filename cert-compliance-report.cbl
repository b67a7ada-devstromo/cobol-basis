      *> Required-certification compliance report: for every active
      *> employee, the certifications the job demands - by the job
      *> grade on the pay master and by department, from the
      *> requirement table CERT-REQUIREMENT-MAINT keeps - checked
      *> through CERT-REQUIREMENT-CHECK against the certification
      *> file as of today. Each requirement never met (NOT HELD) or
      *> met only by a lapsed card (EXPIRED) is listed, then a
      *> department summary gives staff with requirements, staff
      *> fully compliant and the compliance percentage. Where
      *> CERT-EXPIRY-ALERT watches the cards people hold, this finds
      *> the ones they never had. Return code 4 when any gap is
      *> found. Written to cert-compliance.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-COMPLIANCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL PAY-MASTER-FILE
               ASSIGN TO "pay-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMPLOYEE-ID
               FILE STATUS IS WS-PAY-MASTER-STATUS.
               SELECT COMPLIANCE-REPORT-FILE
               ASSIGN TO "cert-compliance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  PAY-MASTER-FILE.
           COPY PAY-MASTER-REC.
       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-GRADE-CODE PIC X(4) VALUE SPACES.
       01 WS-DEPT-CODE PIC X(20) VALUE SPACES.
           COPY CERT-GAP-LIST.
       01 WS-GAP-INDEX PIC 9(3) VALUE ZERO.
       01 WS-GAP-SHOWN PIC 9(3) VALUE ZERO.
       01 WS-GAP-NOTE PIC X(20) VALUE SPACES.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-CODE      PIC X(20).
              10 WS-DT-STAFF     PIC 9(5).
              10 WS-DT-REQUIRED  PIC 9(5).
              10 WS-DT-COMPLIANT PIC 9(5).
              10 WS-DT-GAPS      PIC 9(6).
       01 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPT-INDEX PIC 99 VALUE ZERO.
       01 WS-DEPT-HIT   PIC 99 VALUE ZERO.
       01 WS-STAFF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REQUIRED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COMPLIANT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GAP-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-PERCENT PIC 9(3)V9 VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-DL-DEPT        PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-EMPLOYEE-ID PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-NAME        PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-GRADE       PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-CERT-CODE   PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-DESCRIPTION PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-NOTE        PIC X(20).
       01 WS-SUMMARY-LINE.
           05 WS-SL-DEPT      PIC X(20).
           05 WS-SL-STAFF     PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-REQUIRED  PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-COMPLIANT PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-GAPS      PIC ZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SL-PERCENT   PIC ZZ9.9.
           05 WS-SL-PERCENT-X REDEFINES WS-SL-PERCENT PIC X(5).
           05 WS-SL-SIGN      PIC X VALUE "%".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT PAY-MASTER-FILE.
            IF WS-PAY-MASTER-STATUS NOT = "00" AND
                  WS-PAY-MASTER-STATUS NOT = "05"
               DISPLAY "Unable to open pay-master.dat, status "
                  WS-PAY-MASTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT COMPLIANCE-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open cert-compliance.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               INITIALIZE WS-DEPT-TABLE
               MOVE SPACES TO COMPLIANCE-REPORT-LINE
               STRING "REQUIRED CERTIFICATION GAPS - AS OF "
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE
               WRITE COMPLIANCE-REPORT-LINE
               MOVE SPACES TO COMPLIANCE-REPORT-LINE
               STRING "DEPARTMENT           EMP ID NAME           "
                  " GRADE CERT   DESCRIPTION                    "
                  " GAP"
                  DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE
               WRITE COMPLIANCE-REPORT-LINE
               MOVE LOW-VALUES TO EMPLOYEE-ID
               START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
                  INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM READ-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF
                  IF EMPLOYEE-ACTIVE
                     PERFORM CHECK-ONE-EMPLOYEE
                  END-IF
                  PERFORM READ-EMPLOYEE-FILE
               END-PERFORM
               PERFORM WRITE-DEPARTMENT-SUMMARY
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE PAY-MASTER-FILE.
            CLOSE COMPLIANCE-REPORT-FILE.
            DISPLAY "Active staff checked : " WS-STAFF-COUNT.
            DISPLAY "With requirements    : " WS-REQUIRED-COUNT.
            DISPLAY "Fully compliant      : " WS-COMPLIANT-COUNT.
            DISPLAY "Requirement gaps     : " WS-GAP-TOTAL.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-GAP-TOTAL > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-EMPLOYEE-FILE.
            IF NOT WS-EOF
               READ EMPLOYEE-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
            END-IF.

       CHECK-ONE-EMPLOYEE.
            ADD 1 TO WS-STAFF-COUNT.
            MOVE SPACES TO WS-GRADE-CODE.
            MOVE EMPLOYEE-ID TO PAY-EMPLOYEE-ID.
            READ PAY-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PAY-GRADE-CODE TO WS-GRADE-CODE
            END-READ.
            MOVE EMPLOYEE-DEPARTMENT TO WS-DEPT-CODE.
            CALL "CERT-REQUIREMENT-CHECK" USING EMPLOYEE-ID
               WS-GRADE-CODE WS-DEPT-CODE WS-TODAY-DATE
               CERT-GAP-LIST.
            PERFORM FIND-OR-ADD-DEPT.
            IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DT-STAFF(WS-DEPT-HIT)
            END-IF.
            IF CGL-REQUIRED-COUNT = 0
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-REQUIRED-COUNT.
            ADD CGL-GAP-COUNT TO WS-GAP-TOTAL.
            IF CGL-GAP-COUNT = 0
               ADD 1 TO WS-COMPLIANT-COUNT
            END-IF.
            IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DT-REQUIRED(WS-DEPT-HIT)
               ADD CGL-GAP-COUNT TO WS-DT-GAPS(WS-DEPT-HIT)
               IF CGL-GAP-COUNT = 0
                  ADD 1 TO WS-DT-COMPLIANT(WS-DEPT-HIT)
               END-IF
            END-IF.
            MOVE CGL-GAP-COUNT TO WS-GAP-SHOWN.
            IF WS-GAP-SHOWN > 20
               MOVE 20 TO WS-GAP-SHOWN
            END-IF.
            PERFORM WRITE-ONE-GAP
               VARYING WS-GAP-INDEX FROM 1 BY 1
               UNTIL WS-GAP-INDEX > WS-GAP-SHOWN.

       WRITE-ONE-GAP.
            MOVE EMPLOYEE-DEPARTMENT TO WS-DL-DEPT.
            MOVE EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
            MOVE NameValue TO WS-DL-NAME.
            MOVE WS-GRADE-CODE TO WS-DL-GRADE.
            MOVE CGL-CERT-CODE(WS-GAP-INDEX) TO WS-DL-CERT-CODE.
            MOVE CGL-DESCRIPTION(WS-GAP-INDEX) TO WS-DL-DESCRIPTION.
            MOVE SPACES TO WS-GAP-NOTE.
            IF CGL-EXPIRED(WS-GAP-INDEX)
               STRING "EXPIRED " CGL-EXPIRY-DATE(WS-GAP-INDEX)
                  DELIMITED BY SIZE INTO WS-GAP-NOTE
            ELSE
               MOVE "NOT HELD" TO WS-GAP-NOTE
            END-IF.
            MOVE WS-GAP-NOTE TO WS-DL-NOTE.
            WRITE COMPLIANCE-REPORT-LINE FROM WS-DETAIL-LINE.

       FIND-OR-ADD-DEPT.
            MOVE ZERO TO WS-DEPT-HIT.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = EMPLOYEE-DEPARTMENT
                  MOVE WS-DEPT-INDEX TO WS-DEPT-HIT
               END-IF
            END-PERFORM.
            IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE EMPLOYEE-DEPARTMENT TO WS-DT-CODE(WS-DEPT-HIT)
            END-IF.

       WRITE-DEPARTMENT-SUMMARY.
            MOVE SPACES TO COMPLIANCE-REPORT-LINE.
            WRITE COMPLIANCE-REPORT-LINE.
            MOVE SPACES TO COMPLIANCE-REPORT-LINE.
            STRING "DEPARTMENT          STAFF  REQRD  COMPL    GAPS"
               "  COMPLIANCE"
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE.
            WRITE COMPLIANCE-REPORT-LINE.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO WS-SL-DEPT
               MOVE WS-DT-STAFF(WS-DEPT-INDEX) TO WS-SL-STAFF
               MOVE WS-DT-REQUIRED(WS-DEPT-INDEX) TO WS-SL-REQUIRED
               MOVE WS-DT-COMPLIANT(WS-DEPT-INDEX)
                  TO WS-SL-COMPLIANT
               MOVE WS-DT-GAPS(WS-DEPT-INDEX) TO WS-SL-GAPS
               IF WS-DT-REQUIRED(WS-DEPT-INDEX) > 0
                  COMPUTE WS-PERCENT ROUNDED =
                     WS-DT-COMPLIANT(WS-DEPT-INDEX) * 100
                     / WS-DT-REQUIRED(WS-DEPT-INDEX)
                  MOVE WS-PERCENT TO WS-SL-PERCENT
                  MOVE "%" TO WS-SL-SIGN
               ELSE
                  MOVE "  N/A" TO WS-SL-PERCENT-X
                  MOVE SPACE TO WS-SL-SIGN
               END-IF
               WRITE COMPLIANCE-REPORT-LINE FROM WS-SUMMARY-LINE
            END-PERFORM.
            MOVE "TOTAL" TO WS-SL-DEPT.
            MOVE WS-STAFF-COUNT TO WS-SL-STAFF.
            MOVE WS-REQUIRED-COUNT TO WS-SL-REQUIRED.
            MOVE WS-COMPLIANT-COUNT TO WS-SL-COMPLIANT.
            MOVE WS-GAP-TOTAL TO WS-SL-GAPS.
            IF WS-REQUIRED-COUNT > 0
               COMPUTE WS-PERCENT ROUNDED =
                  WS-COMPLIANT-COUNT * 100 / WS-REQUIRED-COUNT
               MOVE WS-PERCENT TO WS-SL-PERCENT
               MOVE "%" TO WS-SL-SIGN
            ELSE
               MOVE "  N/A" TO WS-SL-PERCENT-X
               MOVE SPACE TO WS-SL-SIGN
            END-IF.
            WRITE COMPLIANCE-REPORT-LINE FROM WS-SUMMARY-LINE.
       END PROGRAM CERT-COMPLIANCE-REPORT.
