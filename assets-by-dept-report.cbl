      *> acquisition cost per department so "what equipment does
      *> Accounting hold" has an answer on paper. Unassigned and
      *> retired assets are called out separately.
      *> The listing is sorted by department and asset the way
      *> LABOR-DIST-REPORT sorts, each department under its own
      *> DEPARTMENT line with its count and cost beneath, so
      *> REPORT-BURST can split it for the department heads; the
      *> grand total closes the report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETS-BY-DEPT-REPORT.
       ENVIRONMENT DIVISION.
               ASSIGN TO "assets-by-dept.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT SORT-WORK-FILE
               ASSIGN TO "assets-by-dept.srt".
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).
       SD  SORT-WORK-FILE.
       01  SORT-ASSET-RECORD.
           05 SR-DEPARTMENT  PIC X(20).
           05 SR-ASSET-ID    PIC X(6).
           05 SR-DESCRIPTION PIC X(30).
           05 SR-COST        PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-CURRENT-DEPT PIC X(20) VALUE SPACES.
       01 WS-FIRST-DEPT-FLAG PIC X VALUE "Y".
           88 WS-FIRST-DEPT VALUE "Y".
       01 WS-DEPT-ASSETS PIC 9(6) VALUE ZERO.
       01 WS-DEPT-COST  PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-COST PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-ASSET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RETIRED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT PIC 9(6) VALUE ZERO.
            IF NOT WS-HAD-ISSUE
               MOVE "ASSETS BY DEPARTMENT" TO REPORT-LINE
               WRITE REPORT-LINE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPARTMENT SR-ASSET-ID
                  INPUT PROCEDURE IS RELEASE-IN-SERVICE-ASSETS
                  OUTPUT PROCEDURE IS PRINT-SORTED-ASSETS
            END-IF.
            CLOSE ASSET-FILE.
            CLOSE REPORT-FILE.
               AT END SET WS-EOF TO TRUE
            END-READ.

       RELEASE-IN-SERVICE-ASSETS.
            PERFORM READ-ASSET-FILE.
            PERFORM UNTIL WS-EOF
               PERFORM RELEASE-ONE-ASSET
               PERFORM READ-ASSET-FILE
            END-PERFORM.

       RELEASE-ONE-ASSET.
            IF ASSET-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               EXIT PARAGRAPH
            ADD 1 TO WS-ASSET-COUNT.
            IF ASSET-DEPT-CODE = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE "(UNASSIGNED)" TO SR-DEPARTMENT
            ELSE
               MOVE ASSET-DEPT-CODE TO SR-DEPARTMENT
            END-IF.
            MOVE ASSET-ID TO SR-ASSET-ID.
            MOVE ASSET-DESCRIPTION TO SR-DESCRIPTION.
            MOVE ASSET-COST TO SR-COST.
            RELEASE SORT-ASSET-RECORD.

       PRINT-SORTED-ASSETS.
            PERFORM RETURN-SORTED-ASSET.
            PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-DEPT OR SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                  IF NOT WS-FIRST-DEPT
                     PERFORM WRITE-DEPARTMENT-TOTAL
                  END-IF
                  PERFORM START-DEPARTMENT
               END-IF
               PERFORM LIST-ONE-ASSET
               PERFORM RETURN-SORTED-ASSET
            END-PERFORM.
            IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-ASSET.
            RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
            END-RETURN.

       START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-FLAG.
            MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
            MOVE ZERO TO WS-DEPT-ASSETS.
            MOVE ZEROS TO WS-DEPT-COST.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       LIST-ONE-ASSET.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " SR-ASSET-ID " " SR-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-DEPT-ASSETS.
            ADD SR-COST TO WS-DEPT-COST WS-TOTAL-COST.

       WRITE-DEPARTMENT-TOTAL.
            MOVE WS-DEPT-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "  DEPARTMENT TOTAL " WS-DEPT-ASSETS
               " ASSET(S) COST " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-GRAND-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOTAL-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "GRAND TOTAL " WS-ASSET-COUNT
               " ASSET(S) COST " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
       END PROGRAM ASSETS-BY-DEPT-REPORT.
