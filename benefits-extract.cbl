      *> hash total over the keys (the position-weighted character
      *> sum the backup verification uses), so a truncated
      *> transmission is detectable on their side and ours.
      *> Each detail also carries the plan code and coverage tier of
      *> up to three benefit enrollments in force on the run date
      *> (benefit-enroll.dat); the administrator sees any further
      *> enrollments counted on the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS-EXTRACT.
       ENVIRONMENT DIVISION.
               ASSIGN TO "benefits-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT OPTIONAL BENEFIT-ENROLL-FILE
               ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(100).
       FD  BENEFIT-ENROLL-FILE.
           COPY BENEFIT-ENROLL-REC.
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS PIC XX VALUE "00".
       01 WS-ENROLL-STATUS PIC XX VALUE "00".
       01 WS-ENROLL-EOF-SWITCH PIC X VALUE "N".
           88 WS-ENROLL-EOF VALUE "Y".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-HEADER-LINE.
           05 WS-DET-FIRST-LAST PIC X(30).
           05 WS-DET-DEPARTMENT PIC X(20).
           05 WS-DET-HIRE-DATE  PIC X(8).
           05 WS-DET-COVERAGE OCCURS 3 TIMES.
              10 WS-DET-PLAN-CODE PIC X(4).
              10 WS-DET-TIER      PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
       01 WS-TRAILER-LINE.
           05 FILLER          PIC X(1) VALUE "T".
           05 WS-TRL-COUNT    PIC 9(6).
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL PIC 9(12) VALUE ZEROS.
       01 WS-TERMINATED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-COVERAGE-COUNT PIC 9 VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
                  "status " WS-EXTRACT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT BENEFIT-ENROLL-FILE.
            IF WS-ENROLL-STATUS NOT = "00" AND WS-ENROLL-STATUS
                  NOT = "05"
               DISPLAY "Unable to open benefit-enroll.dat, status "
                  WS-ENROLL-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDR-RUN-DATE
               MOVE WS-HDR-RUN-DATE TO WS-RUN-DATE-NUM
               WRITE EXTRACT-RECORD FROM WS-HEADER-LINE
               PERFORM READ-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF
            END-IF.
            CLOSE EMPLOYEE-FILE.
            CLOSE EXTRACT-FILE.
            CLOSE BENEFIT-ENROLL-FILE.
            DISPLAY "Details extracted : " WS-DETAIL-COUNT.
            DISPLAY "Terminated skipped: " WS-TERMINATED-COUNT.
            DISPLAY "Plans over three  : " WS-OVERFLOW-COUNT.
            DISPLAY "Key hash total    : " WS-HASH-TOTAL.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
               MOVE FirstLastname TO WS-DET-FIRST-LAST
               MOVE EMPLOYEE-DEPARTMENT TO WS-DET-DEPARTMENT
               MOVE EMPLOYEE-HIRE-DATE TO WS-DET-HIRE-DATE
               PERFORM GATHER-COVERAGE
               WRITE EXTRACT-RECORD FROM WS-DETAIL-LINE
            END-IF.

       GATHER-COVERAGE.
            MOVE SPACES TO WS-DET-COVERAGE(1) WS-DET-COVERAGE(2)
               WS-DET-COVERAGE(3).
            MOVE ZERO TO WS-COVERAGE-COUNT.
            MOVE "N" TO WS-ENROLL-EOF-SWITCH.
            MOVE SPACES TO BEN-KEY.
            MOVE EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
            START BENEFIT-ENROLL-FILE KEY NOT < BEN-KEY
               INVALID KEY SET WS-ENROLL-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-ENROLLMENT.
            PERFORM UNTIL WS-ENROLL-EOF OR
                  BEN-EMPLOYEE-ID NOT = EMPLOYEE-ID
               IF BEN-EFFECTIVE-DATE <= WS-RUN-DATE-NUM AND
                     (BEN-END-DATE = 0 OR
                      BEN-END-DATE >= WS-RUN-DATE-NUM)
                  IF WS-COVERAGE-COUNT < 3
                     ADD 1 TO WS-COVERAGE-COUNT
                     MOVE BEN-PLAN-CODE
                        TO WS-DET-PLAN-CODE(WS-COVERAGE-COUNT)
                     MOVE BEN-TIER TO WS-DET-TIER(WS-COVERAGE-COUNT)
                  ELSE
                     ADD 1 TO WS-OVERFLOW-COUNT
                  END-IF
               END-IF
               PERFORM READ-NEXT-ENROLLMENT
            END-PERFORM.

       READ-NEXT-ENROLLMENT.
            READ BENEFIT-ENROLL-FILE NEXT
               AT END SET WS-ENROLL-EOF TO TRUE
            END-READ.

       ADD-KEY-TO-HASH.
            PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                  UNTIL WS-KEY-INDEX > 6
