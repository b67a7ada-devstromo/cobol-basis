      *> Position vacancy listing: every vacant or frozen position on
      *> position.dat, sorted by department and grade the way the
      *> other sorted listings are, one block per department with
      *> its vacant and frozen counts and the FTE open to hire.
      *> Frozen positions are listed so the freeze is visible but
      *> are not counted as open. Written to position-vacancy.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-VACANCY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL POSITION-FILE
               ASSIGN TO "position.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMPLOYEE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-POSITION-STATUS.
               SELECT VACANCY-REPORT-FILE
               ASSIGN TO "position-vacancy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "position-vacancy.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY POSITION-REC.
       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-LINE PIC X(100).
       SD  SORT-WORK-FILE.
       01  SORT-VACANCY-RECORD.
           05 SR-DEPARTMENT    PIC X(20).
           05 SR-GRADE         PIC X(4).
           05 SR-POSITION      PIC X(6).
           05 SR-TITLE         PIC X(30).
           05 SR-FTE           PIC 9V99.
           05 SR-STATUS        PIC X.
              88 SR-FROZEN     VALUE "Z".
       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-POSITION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VACANT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FROZEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VACANT-FTE PIC 9(5)V99 VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-VACANT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-FROZEN PIC 9(6) VALUE ZERO.
       01 WS-DEPT-VACANT-FTE PIC 9(5)V99 VALUE ZERO.
       01 WS-FTE-TOTAL-SHOW PIC ZZ,ZZ9.99.
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-POSITION PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-GRADE    PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-TITLE    PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-FTE      PIC 9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS   PIC X(6).
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00" AND WS-POSITION-STATUS
                  NOT = "05"
               DISPLAY "Unable to open position.dat, status "
                  WS-POSITION-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT VACANCY-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open position-vacancy.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-GRADE
                     SR-POSITION
                  INPUT PROCEDURE IS RELEASE-OPEN-POSITIONS
                  OUTPUT PROCEDURE IS PRINT-SORTED-POSITIONS
            END-IF.
            CLOSE POSITION-FILE VACANCY-REPORT-FILE.
            MOVE WS-VACANT-FTE TO WS-FTE-TOTAL-SHOW.
            DISPLAY "Position Vacancy Report - " WS-RUN-DATE.
            DISPLAY "Positions read : " WS-POSITION-COUNT.
            DISPLAY "Vacant         : " WS-VACANT-COUNT.
            DISPLAY "Frozen         : " WS-FROZEN-COUNT.
            DISPLAY "Vacant FTE     : " WS-FTE-TOTAL-SHOW.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       RELEASE-OPEN-POSITIONS.
            MOVE LOW-VALUES TO POS-NUMBER.
            START POSITION-FILE KEY NOT < POS-NUMBER
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ POSITION-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-POSITION-COUNT
                     IF NOT POS-FILLED
                        PERFORM RELEASE-ONE-POSITION
                     END-IF
               END-READ
            END-PERFORM.

       RELEASE-ONE-POSITION.
            MOVE POS-DEPT-CODE TO SR-DEPARTMENT.
            MOVE POS-GRADE-CODE TO SR-GRADE.
            MOVE POS-NUMBER TO SR-POSITION.
            MOVE POS-TITLE TO SR-TITLE.
            MOVE POS-FTE TO SR-FTE.
            MOVE POS-STATUS TO SR-STATUS.
            RELEASE SORT-VACANCY-RECORD.

       PRINT-SORTED-POSITIONS.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM RETURN-SORTED-POSITION.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM PRINT-ONE-POSITION
               PERFORM RETURN-SORTED-POSITION
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-POSITION.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZEROS TO WS-DEPT-VACANT WS-DEPT-FROZEN
               WS-DEPT-VACANT-FTE.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.

       PRINT-ONE-POSITION.
            MOVE SR-POSITION TO WS-DET-POSITION.
            MOVE SR-GRADE TO WS-DET-GRADE.
            MOVE SR-TITLE TO WS-DET-TITLE.
            MOVE SR-FTE TO WS-DET-FTE.
            IF SR-FROZEN
               MOVE "FROZEN" TO WS-DET-STATUS
               ADD 1 TO WS-DEPT-FROZEN WS-FROZEN-COUNT
            ELSE
               MOVE "VACANT" TO WS-DET-STATUS
               ADD 1 TO WS-DEPT-VACANT WS-VACANT-COUNT
               ADD SR-FTE TO WS-DEPT-VACANT-FTE WS-VACANT-FTE
            END-IF.
            WRITE VACANCY-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            STRING "POSITION VACANCIES - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            STRING "  POSN    GRADE TITLE"
               "                           FTE   STATUS"
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.

       WRITE-DEPARTMENT-TOTAL.
            MOVE WS-DEPT-VACANT-FTE TO WS-FTE-TOTAL-SHOW.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            STRING "  DEPARTMENT TOTAL  VACANT " WS-DEPT-VACANT
               "  FROZEN " WS-DEPT-FROZEN
               "  VACANT FTE " WS-FTE-TOTAL-SHOW
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE WS-VACANT-FTE TO WS-FTE-TOTAL-SHOW.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.
            MOVE SPACES TO VACANCY-REPORT-LINE.
            STRING "GRAND TOTAL  DEPARTMENTS " WS-DEPT-COUNT
               "  VACANT " WS-VACANT-COUNT
               "  FROZEN " WS-FROZEN-COUNT
               "  VACANT FTE " WS-FTE-TOTAL-SHOW
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE.
            WRITE VACANCY-REPORT-LINE.
       END PROGRAM POSITION-VACANCY-REPORT.
