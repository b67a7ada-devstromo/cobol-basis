      *> Termination custody checklist: for every employee whose
      *> termination date falls in the operator-entered period - the
      *> same selection SEPARATIONS-REPORT makes - lists each asset
      *> still out with them on asset-custody.dat, so the equipment
      *> is collected before final pay. A leaver with nothing out
      *> prints as clear. Written to custody-checklist.rpt; posts
      *> completion code 4 when anything is still to collect.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODY-CHECKLIST-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL CUSTODY-FILE
               ASSIGN TO "asset-custody.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-KEY
               ALTERNATE RECORD KEY IS CUS-EMPLOYEE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-CUSTODY-STATUS.
               SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.
               SELECT CHECKLIST-REPORT-FILE
               ASSIGN TO "custody-checklist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-REC.
       FD  CUSTODY-FILE.
           COPY ASSET-CUSTODY-REC.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  CHECKLIST-REPORT-FILE.
       01  CHECKLIST-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-CUSTODY-STATUS PIC XX VALUE "00".
       01 WS-ASSET-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CUSTODY-EOF-SWITCH PIC X VALUE "N".
           88 WS-CUSTODY-EOF VALUE "Y".
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE   PIC X(8) VALUE SPACES.
       01 WS-TOTAL-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-SEPARATION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CLEAR-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-ITEM-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EMPLOYEE-ITEMS   PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-DET-ASSET    PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-DESC     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(7) VALUE "ISSUED ".
           05 WS-DET-ISSUED   PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(5) VALUE "COND ".
           05 WS-DET-COND     PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "COLLECTED __".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Period start (YYYYMMDD):".
            ACCEPT WS-FROM-DATE.
            DISPLAY "Period end (YYYYMMDD):".
            ACCEPT WS-TO-DATE.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT CUSTODY-FILE.
            IF WS-CUSTODY-STATUS NOT = "00" AND WS-CUSTODY-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset-custody.dat, status "
                  WS-CUSTODY-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT ASSET-FILE.
            IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset file, status "
                  WS-ASSET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CHECKLIST-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open custody-checklist.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM READ-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM CHECK-SEPARATION
                  PERFORM READ-EMPLOYEE-FILE
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
            END-IF.
            CLOSE EMPLOYEE-FILE CUSTODY-FILE ASSET-FILE.
            CLOSE CHECKLIST-REPORT-FILE.
            DISPLAY "Custody Checklist " WS-FROM-DATE " - "
               WS-TO-DATE.
            DISPLAY "Employees read   : " WS-TOTAL-COUNT.
            DISPLAY "Separations      : " WS-SEPARATION-COUNT.
            DISPLAY "Leavers clear    : " WS-CLEAR-COUNT.
            DISPLAY "Items to collect : " WS-ITEM-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ITEM-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-EMPLOYEE-FILE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       CHECK-SEPARATION.
            ADD 1 TO WS-TOTAL-COUNT.
            IF EMPLOYEE-TERMINATED
                  AND EMPLOYEE-TERM-DATE >= WS-FROM-DATE
                  AND EMPLOYEE-TERM-DATE <= WS-TO-DATE
               ADD 1 TO WS-SEPARATION-COUNT
               MOVE SPACES TO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
               MOVE SPACES TO CHECKLIST-REPORT-LINE
               STRING EMPLOYEE-ID " " NameValue " "
                  FirstLastname " left " EMPLOYEE-TERM-DATE
                  " dept " EMPLOYEE-DEPARTMENT
                  DELIMITED BY SIZE INTO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
               PERFORM LIST-OUTSTANDING-ITEMS
            END-IF.

      *> Everything the leaver was issued and has not handed back,
      *> through the employee alternate key on the custody file.
       LIST-OUTSTANDING-ITEMS.
            MOVE ZERO TO WS-EMPLOYEE-ITEMS.
            MOVE "N" TO WS-CUSTODY-EOF-SWITCH.
            MOVE EMPLOYEE-ID TO CUS-EMPLOYEE-ID.
            START CUSTODY-FILE KEY = CUS-EMPLOYEE-ID
               INVALID KEY SET WS-CUSTODY-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-CUSTODY-EOF
               READ CUSTODY-FILE NEXT
                  AT END SET WS-CUSTODY-EOF TO TRUE
               END-READ
               IF NOT WS-CUSTODY-EOF
                  IF CUS-EMPLOYEE-ID NOT = EMPLOYEE-ID
                     SET WS-CUSTODY-EOF TO TRUE
                  ELSE
                     IF CUS-OUTSTANDING
                        PERFORM WRITE-ONE-ITEM
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-EMPLOYEE-ITEMS = 0
               ADD 1 TO WS-CLEAR-COUNT
               MOVE "    NOTHING OUTSTANDING - CLEAR"
                  TO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
            END-IF.

       WRITE-ONE-ITEM.
            ADD 1 TO WS-EMPLOYEE-ITEMS WS-ITEM-COUNT.
            MOVE CUS-ASSET-ID TO ASSET-ID.
            READ ASSET-FILE
               INVALID KEY
                  MOVE "(NOT ON REGISTER)" TO ASSET-DESCRIPTION
            END-READ.
            MOVE CUS-ASSET-ID TO WS-DET-ASSET.
            MOVE ASSET-DESCRIPTION TO WS-DET-DESC.
            MOVE CUS-ISSUE-DATE TO WS-DET-ISSUED.
            MOVE CUS-ISSUE-CONDITION TO WS-DET-COND.
            WRITE CHECKLIST-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO CHECKLIST-REPORT-LINE.
            STRING "TERMINATION CUSTODY CHECKLIST - LEAVERS "
               WS-FROM-DATE " - " WS-TO-DATE
               DELIMITED BY SIZE INTO CHECKLIST-REPORT-LINE.
            WRITE CHECKLIST-REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO CHECKLIST-REPORT-LINE.
            WRITE CHECKLIST-REPORT-LINE.
            MOVE SPACES TO CHECKLIST-REPORT-LINE.
            STRING "LEAVERS " WS-SEPARATION-COUNT
               " CLEAR " WS-CLEAR-COUNT
               " ITEMS TO COLLECT " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO CHECKLIST-REPORT-LINE.
            WRITE CHECKLIST-REPORT-LINE.
       END PROGRAM CUSTODY-CHECKLIST-REPORT.
