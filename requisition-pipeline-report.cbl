      *> Requisition pipeline and time-to-fill: for every open
      *> requisition on requisition.dat, the days it has been open
      *> and how many of its applicants stand at each stage
      *> (applied, interviewed, offered, declined), read through the
      *> applicant file's requisition-led key. A second section
      *> lists requisitions filled since an operator-entered date
      *> (blank = 1 January this year) with the days from opening
      *> to the hire's start date, and the average. Written to
      *> requisition-pipeline.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISITION-PIPELINE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL REQUISITION-FILE
               ASSIGN TO "requisition.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMBER
               FILE STATUS IS WS-REQUISITION-STATUS.
               SELECT OPTIONAL APPLICANT-FILE
               ASSIGN TO "applicant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICANT-STATUS.
               SELECT PIPELINE-REPORT-FILE
               ASSIGN TO "requisition-pipeline.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY REQUISITION-REC.
       FD  APPLICANT-FILE.
           COPY APPLICANT-REC.
       FD  PIPELINE-REPORT-FILE.
       01  PIPELINE-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-REQUISITION-STATUS PIC XX VALUE "00".
       01 WS-APPLICANT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-APP-EOF-SWITCH PIC X VALUE "N".
           88 WS-APP-EOF VALUE "Y".
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-FILLED-SINCE PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAYS PIC S9(7) VALUE ZERO.
       01 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FILLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OPEN-DAYS-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-FILL-DAYS-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-AVERAGE-DAYS PIC 9(6) VALUE ZERO.
       01 WS-STAGE-COUNTS.
           05 WS-APPLIED-COUNT     PIC 9(4).
           05 WS-INTERVIEWED-COUNT PIC 9(4).
           05 WS-OFFERED-COUNT     PIC 9(4).
           05 WS-DECLINED-COUNT    PIC 9(4).
       01 WS-OPEN-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-OL-REQ         PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-OL-DEPT        PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-OL-GRADE       PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-OL-TITLE       PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-OL-OPENED      PIC X(8).
           05 WS-OL-DAYS        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-OL-APPLIED     PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-OL-INTERVIEWED PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-OL-OFFERED     PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-OL-DECLINED    PIC ZZZ9.
       01 WS-FILLED-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-REQ         PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-DEPT        PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FL-GRADE       PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FL-TITLE       PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FL-OPENED      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-FILLED      PIC X(8).
           05 WS-FL-DAYS        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-FL-EMPLOYEE    PIC X(6).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "Filled since (YYYYMMDD, blank = start of year):".
            ACCEPT WS-FILLED-SINCE.
            IF WS-FILLED-SINCE = SPACES
               STRING WS-RUN-DATE(1:4) "0101"
                  DELIMITED BY SIZE INTO WS-FILLED-SINCE
            END-IF.
            CALL "DATE-VALIDATE" USING WS-FILLED-SINCE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid date " WS-FILLED-SINCE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT REQUISITION-FILE.
            IF WS-REQUISITION-STATUS NOT = "00" AND
                  WS-REQUISITION-STATUS NOT = "05"
               DISPLAY "Unable to open requisition.dat, status "
                  WS-REQUISITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT APPLICANT-FILE.
            IF WS-APPLICANT-STATUS NOT = "00" AND WS-APPLICANT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open applicant.dat, status "
                  WS-APPLICANT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT PIPELINE-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open requisition-pipeline.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-OPEN-HEADING
               PERFORM START-REQUISITIONS
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-REQ-COUNT
                  IF REQ-OPEN
                     PERFORM WRITE-OPEN-REQUISITION
                  END-IF
                  PERFORM READ-NEXT-REQUISITION
               END-PERFORM
               PERFORM WRITE-OPEN-TOTAL
               PERFORM WRITE-FILLED-HEADING
               PERFORM START-REQUISITIONS
               PERFORM UNTIL WS-EOF
                  IF REQ-FILLED AND REQ-FILLED-DATE >= WS-FILLED-SINCE
                     PERFORM WRITE-FILLED-REQUISITION
                  END-IF
                  PERFORM READ-NEXT-REQUISITION
               END-PERFORM
               PERFORM WRITE-FILLED-TOTAL
            END-IF.
            CLOSE REQUISITION-FILE APPLICANT-FILE.
            CLOSE PIPELINE-REPORT-FILE.
            DISPLAY "Requisition Pipeline Report - " WS-RUN-DATE.
            DISPLAY "Requisitions read : " WS-REQ-COUNT.
            DISPLAY "Open              : " WS-OPEN-COUNT.
            DISPLAY "Filled since " WS-FILLED-SINCE " : "
               WS-FILLED-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       START-REQUISITIONS.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO REQ-NUMBER.
            START REQUISITION-FILE KEY NOT < REQ-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-REQUISITION.

       READ-NEXT-REQUISITION.
            IF NOT WS-EOF
               READ REQUISITION-FILE NEXT
                  AT END SET WS-EOF TO TRUE
               END-READ
            END-IF.

       WRITE-OPEN-REQUISITION.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE REQ-OPENED-DATE TO WS-FROM-DATE.
            MOVE WS-RUN-DATE TO WS-TO-DATE.
            CALL "DATE-DIFF-DAYS" USING WS-FROM-DATE WS-TO-DATE
               WS-DAYS.
            IF WS-DAYS < 0
               MOVE ZERO TO WS-DAYS
            END-IF.
            ADD WS-DAYS TO WS-OPEN-DAYS-TOTAL.
            PERFORM COUNT-PIPELINE.
            MOVE REQ-NUMBER TO WS-OL-REQ.
            MOVE REQ-DEPT-CODE TO WS-OL-DEPT.
            MOVE REQ-GRADE-CODE TO WS-OL-GRADE.
            MOVE REQ-TITLE TO WS-OL-TITLE.
            MOVE REQ-OPENED-DATE TO WS-OL-OPENED.
            MOVE WS-DAYS TO WS-OL-DAYS.
            MOVE WS-APPLIED-COUNT TO WS-OL-APPLIED.
            MOVE WS-INTERVIEWED-COUNT TO WS-OL-INTERVIEWED.
            MOVE WS-OFFERED-COUNT TO WS-OL-OFFERED.
            MOVE WS-DECLINED-COUNT TO WS-OL-DECLINED.
            WRITE PIPELINE-REPORT-LINE FROM WS-OPEN-LINE.

      *> Applicants for the requisition through the requisition-led
      *> applicant key, counted by the stage they stand at.
       COUNT-PIPELINE.
            INITIALIZE WS-STAGE-COUNTS.
            MOVE "N" TO WS-APP-EOF-SWITCH.
            MOVE REQ-NUMBER TO APP-REQ-NUMBER.
            MOVE ZERO TO APP-SEQ.
            START APPLICANT-FILE KEY NOT < APP-KEY
               INVALID KEY SET WS-APP-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-APP-EOF
               READ APPLICANT-FILE NEXT
                  AT END SET WS-APP-EOF TO TRUE
               END-READ
               IF NOT WS-APP-EOF
                  IF APP-REQ-NUMBER NOT = REQ-NUMBER
                     SET WS-APP-EOF TO TRUE
                  ELSE
                     EVALUATE TRUE
                        WHEN APP-APPLIED
                           ADD 1 TO WS-APPLIED-COUNT
                        WHEN APP-INTERVIEWED
                           ADD 1 TO WS-INTERVIEWED-COUNT
                        WHEN APP-OFFERED
                           ADD 1 TO WS-OFFERED-COUNT
                        WHEN APP-DECLINED
                           ADD 1 TO WS-DECLINED-COUNT
                     END-EVALUATE
                  END-IF
               END-IF
            END-PERFORM.

       WRITE-FILLED-REQUISITION.
            ADD 1 TO WS-FILLED-COUNT.
            MOVE REQ-OPENED-DATE TO WS-FROM-DATE.
            MOVE REQ-FILLED-DATE TO WS-TO-DATE.
            CALL "DATE-DIFF-DAYS" USING WS-FROM-DATE WS-TO-DATE
               WS-DAYS.
            IF WS-DAYS < 0
               MOVE ZERO TO WS-DAYS
            END-IF.
            ADD WS-DAYS TO WS-FILL-DAYS-TOTAL.
            MOVE REQ-NUMBER TO WS-FL-REQ.
            MOVE REQ-DEPT-CODE TO WS-FL-DEPT.
            MOVE REQ-GRADE-CODE TO WS-FL-GRADE.
            MOVE REQ-TITLE TO WS-FL-TITLE.
            MOVE REQ-OPENED-DATE TO WS-FL-OPENED.
            MOVE REQ-FILLED-DATE TO WS-FL-FILLED.
            MOVE WS-DAYS TO WS-FL-DAYS.
            MOVE REQ-HIRED-EMPLOYEE-ID TO WS-FL-EMPLOYEE.
            WRITE PIPELINE-REPORT-LINE FROM WS-FILLED-LINE.

       WRITE-OPEN-HEADING.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "OPEN REQUISITION PIPELINE - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "  REQ     DEPARTMENT           GRADE TITLE"
               "                    OPENED  DAYS OPEN APPLD"
               " INTVW OFFRD DECLN"
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.

       WRITE-OPEN-TOTAL.
            MOVE ZERO TO WS-AVERAGE-DAYS.
            IF WS-OPEN-COUNT > 0
               DIVIDE WS-OPEN-DAYS-TOTAL BY WS-OPEN-COUNT
                  GIVING WS-AVERAGE-DAYS ROUNDED
            END-IF.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "OPEN REQUISITIONS " WS-OPEN-COUNT
               "  AVERAGE DAYS OPEN " WS-AVERAGE-DAYS
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.

       WRITE-FILLED-HEADING.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "TIME TO FILL - REQUISITIONS FILLED SINCE "
               WS-FILLED-SINCE
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "  REQ     DEPARTMENT           GRADE TITLE"
               "                    OPENED    FILLED  DAYS TO FILL"
               " HIRED"
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.

       WRITE-FILLED-TOTAL.
            MOVE ZERO TO WS-AVERAGE-DAYS.
            IF WS-FILLED-COUNT > 0
               DIVIDE WS-FILL-DAYS-TOTAL BY WS-FILLED-COUNT
                  GIVING WS-AVERAGE-DAYS ROUNDED
            END-IF.
            MOVE SPACES TO PIPELINE-REPORT-LINE.
            STRING "FILLED REQUISITIONS " WS-FILLED-COUNT
               "  AVERAGE DAYS TO FILL " WS-AVERAGE-DAYS
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
            WRITE PIPELINE-REPORT-LINE.
       END PROGRAM REQUISITION-PIPELINE-REPORT.
