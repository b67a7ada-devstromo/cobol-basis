      *> Report bursting: splits the department reports at their
      *> department breaks so each department head is sent only
      *> their own pages instead of a torn-apart printout. The
      *> distribution list (report-distribution.dat,
      *> REPORT-DIST-REC) names the report, the department, the
      *> recipient and the copies wanted; every recipient gets one
      *> output file, burst-<recipient>.rpt, holding each section
      *> listed for them - the report's heading lines, then the
      *> department's section, once per copy. A department of *ALL
      *> sends the whole report, totals included.
      *> The reports break the way LABOR-DIST-REPORT prints: a line
      *> starting DEPARTMENT in column 1 opens the department named
      *> in columns 12-31, the section's lines are indented, and the
      *> next line that starts in column 1 closes it (the report's
      *> own totals). Lines ahead of the first break are the heading.
      *> The pay register is pay data: a line for it is refused
      *> unless the recipient is flagged cleared for pay, and the
      *> refusal is logged. Every section sent or refused is
      *> appended to report-distribution.log - date, time, report,
      *> department, recipient, copies, lines and outcome - and so
      *> is any department on a report that nobody on the list
      *> receives. The report is keyed at the prompt; blank bursts
      *> every report on the list. A recipient with nothing listed
      *> for the reports being burst keeps the file from the last
      *> run. Posts 4 for refusals, missing reports or sections and
      *> undistributed departments, 8 when the list, the log or an
      *> output file will not open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DISTRIBUTION-FILE
               ASSIGN TO "report-distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
               SELECT OPTIONAL REPORT-IN-FILE
               ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
               SELECT RECIPIENT-FILE
               ASSIGN USING WS-RECIPIENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPIENT-STATUS.
               SELECT OPTIONAL DISTRIBUTION-LOG
               ASSIGN TO "report-distribution.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
           COPY REPORT-DIST-REC.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE PIC X(132).
       FD  RECIPIENT-FILE.
       01  RECIPIENT-LINE PIC X(132).
       FD  DISTRIBUTION-LOG.
       01  DISTRIBUTION-LOG-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS PIC XX VALUE "00".
       01 WS-REPORT-IN-STATUS PIC XX VALUE "00".
       01 WS-RECIPIENT-STATUS PIC XX VALUE "00".
       01 WS-LOG-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RECIPIENT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-SELECT-REPORT PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC X(6) VALUE SPACES.
      *> The reports that print with department breaks
       01 WS-REPORT-TABLE.
           05 WS-RPT-ENTRY OCCURS 4 TIMES.
              10 WS-RPT-NAME      PIC X(20).
              10 WS-RPT-FILE      PIC X(30).
              10 WS-RPT-PAY-FLAG  PIC X.
                 88 WS-RPT-PAY-DATA VALUE "Y".
              10 WS-RPT-LISTED    PIC X.
                 88 WS-RPT-ON-LIST VALUE "Y".
       01 WS-RPT-COUNT PIC 9 VALUE 4.
       01 WS-RPT-INDEX PIC 9 VALUE ZERO.
       01 WS-RPT-HIT PIC 9 VALUE ZERO.
      *> The distribution list, loaded once
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
              10 WS-DE-REPORT     PIC 9.
              10 WS-DE-DEPT       PIC X(20).
              10 WS-DE-RECIPIENT  PIC X(12).
              10 WS-DE-COPIES     PIC 9(2).
              10 WS-DE-CLEARED    PIC X.
       01 WS-DIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DIST-INDEX PIC 9(3) VALUE ZERO.
       01 WS-RECIP-TABLE.
           05 WS-RECIP-ENTRY OCCURS 100 TIMES.
              10 WS-RC-CODE PIC X(12).
              10 WS-RC-NAME PIC X(30).
       01 WS-RECIP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RECIP-INDEX PIC 9(3) VALUE ZERO.
       01 WS-RECIP-HIT PIC 9(3) VALUE ZERO.
      *> One section as it is copied out
       01 WS-WANTED-DEPT PIC X(20) VALUE SPACES.
       01 WS-WHOLE-REPORT-FLAG PIC X VALUE "N".
           88 WS-WHOLE-REPORT VALUE "Y".
       01 WS-SECTION-STATE PIC X VALUE "H".
           88 WS-IN-HEADING VALUE "H".
           88 WS-IN-WANTED  VALUE "W".
           88 WS-IN-OTHER   VALUE "O".
       01 WS-BREAK-DEPT PIC X(20) VALUE SPACES.
       01 WS-COPY-NUMBER PIC 9(2) VALUE ZERO.
       01 WS-COPIES-WANTED PIC 9(2) VALUE ZERO.
       01 WS-SECTION-LINES PIC 9(6) VALUE ZERO.
       01 WS-SENT-LINES PIC 9(6) VALUE ZERO.
       01 WS-REPORT-FOUND-FLAG PIC X VALUE "N".
           88 WS-REPORT-FOUND VALUE "Y".
       01 WS-COVERED-FLAG PIC X VALUE "N".
           88 WS-DEPT-COVERED VALUE "Y".
       01 WS-LOG-DETAIL.
           05 WS-LOG-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-TIME      PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-REPORT    PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-DEPT      PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-RECIPIENT PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-COPIES    PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-LINES     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LOG-OUTCOME   PIC X(30).
       01 WS-SENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNSENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FILES-WRITTEN PIC 9(3) VALUE ZERO.
       01 WS-HAD-WARNING-FLAG PIC X VALUE "N".
           88 WS-HAD-WARNING VALUE "Y".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
            PERFORM SET-UP-REPORT-TABLE.
            DISPLAY "Report to burst (blank = all on the list):".
            ACCEPT WS-SELECT-REPORT.
            IF WS-SELECT-REPORT NOT = SPACES
               MOVE WS-SELECT-REPORT TO WS-LOG-REPORT
               PERFORM FIND-REPORT
               IF WS-RPT-HIT = 0
                  DISPLAY "Not a report that bursts: "
                     WS-SELECT-REPORT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            OPEN EXTEND DISTRIBUTION-LOG.
            IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "Unable to open report-distribution.log, "
                  "status " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM LOAD-DISTRIBUTION-LIST.
            IF NOT WS-HAD-ISSUE
               PERFORM VARYING WS-RECIP-INDEX FROM 1 BY 1
                     UNTIL WS-RECIP-INDEX > WS-RECIP-COUNT
                  PERFORM BURST-FOR-RECIPIENT
               END-PERFORM
               PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX > WS-RPT-COUNT
                  PERFORM CHECK-UNDISTRIBUTED
               END-PERFORM
            END-IF.
            CLOSE DISTRIBUTION-LOG.
            DISPLAY "Report Bursting".
            DISPLAY "Distribution lines : " WS-DIST-COUNT.
            DISPLAY "Recipient files    : " WS-FILES-WRITTEN.
            DISPLAY "Sections sent      : " WS-SENT-COUNT.
            DISPLAY "Refused (pay data) : " WS-REFUSED-COUNT.
            DISPLAY "Report/section gone: " WS-MISSING-COUNT.
            DISPLAY "Undistributed depts: " WS-UNSENT-COUNT.
            EVALUATE TRUE
               WHEN WS-HAD-ISSUE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-HAD-WARNING
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       SET-UP-REPORT-TABLE.
            MOVE "ASSETS-BY-DEPT" TO WS-RPT-NAME(1).
            MOVE "assets-by-dept.rpt" TO WS-RPT-FILE(1).
            MOVE "N" TO WS-RPT-PAY-FLAG(1).
            MOVE "EMERGENCY-CALL-LIST" TO WS-RPT-NAME(2).
            MOVE "emergency-call-list.rpt" TO WS-RPT-FILE(2).
            MOVE "N" TO WS-RPT-PAY-FLAG(2).
            MOVE "HEADCOUNT-VARIANCE" TO WS-RPT-NAME(3).
            MOVE "headcount-variance.rpt" TO WS-RPT-FILE(3).
            MOVE "N" TO WS-RPT-PAY-FLAG(3).
            MOVE "PAY-REGISTER" TO WS-RPT-NAME(4).
            MOVE "pay-register.rpt" TO WS-RPT-FILE(4).
            MOVE "Y" TO WS-RPT-PAY-FLAG(4).
            PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                  UNTIL WS-RPT-INDEX > WS-RPT-COUNT
               MOVE "N" TO WS-RPT-LISTED(WS-RPT-INDEX)
            END-PERFORM.

      *> WS-LOG-REPORT carries the name being looked up.
       FIND-REPORT.
            MOVE 0 TO WS-RPT-HIT.
            PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                  UNTIL WS-RPT-INDEX > WS-RPT-COUNT
               IF WS-RPT-NAME(WS-RPT-INDEX) = WS-LOG-REPORT
                  MOVE WS-RPT-INDEX TO WS-RPT-HIT
               END-IF
            END-PERFORM.

      *> Lines for other reports than the one keyed are skipped
      *> here, so a recipient only has a file opened when something
      *> is due to them on this run.
       LOAD-DISTRIBUTION-LIST.
            OPEN INPUT DISTRIBUTION-FILE.
            IF WS-DIST-STATUS NOT = "00" AND WS-DIST-STATUS NOT = "05"
               DISPLAY "Unable to open report-distribution.dat, "
                  "status " WS-DIST-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-DIST-STATUS = "05"
               DISPLAY "No report-distribution.dat - nothing to "
                  "burst."
               SET WS-HAD-WARNING TO TRUE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ DISTRIBUTION-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     PERFORM TAKE-ONE-DIST-LINE
               END-READ
            END-PERFORM.
            CLOSE DISTRIBUTION-FILE.

       TAKE-ONE-DIST-LINE.
            IF RD-REPORT-NAME = SPACES
               EXIT PARAGRAPH
            END-IF.
            IF WS-SELECT-REPORT NOT = SPACES AND
                  RD-REPORT-NAME NOT = WS-SELECT-REPORT
               EXIT PARAGRAPH
            END-IF.
            MOVE RD-REPORT-NAME TO WS-LOG-REPORT.
            MOVE RD-DEPT-CODE TO WS-LOG-DEPT.
            MOVE RD-RECIPIENT TO WS-LOG-RECIPIENT.
            MOVE ZERO TO WS-LOG-COPIES WS-LOG-LINES.
            PERFORM FIND-REPORT.
            IF WS-RPT-HIT = 0
               MOVE "UNKNOWN REPORT - LINE IGNORED" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF RD-RECIPIENT = SPACES OR RD-DEPT-CODE = SPACES
               MOVE "NO RECIPIENT/DEPT - IGNORED" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-DIST-COUNT >= 200
               MOVE "LIST OVER 200 LINES - IGNORED" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-RECIPIENT.
            IF WS-RECIP-HIT = 0
               MOVE "OVER 100 RECIPIENTS - IGNORED" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DIST-COUNT.
            MOVE WS-RPT-HIT TO WS-DE-REPORT(WS-DIST-COUNT).
            MOVE RD-DEPT-CODE TO WS-DE-DEPT(WS-DIST-COUNT).
            MOVE RD-RECIPIENT TO WS-DE-RECIPIENT(WS-DIST-COUNT).
            MOVE RD-PAY-CLEARED TO WS-DE-CLEARED(WS-DIST-COUNT).
            IF RD-COPIES IS NUMERIC AND RD-COPIES > 0
               MOVE RD-COPIES TO WS-DE-COPIES(WS-DIST-COUNT)
            ELSE
               MOVE 1 TO WS-DE-COPIES(WS-DIST-COUNT)
            END-IF.
            MOVE "Y" TO WS-RPT-LISTED(WS-RPT-HIT).

       FIND-RECIPIENT.
            MOVE 0 TO WS-RECIP-HIT.
            PERFORM VARYING WS-RECIP-INDEX FROM 1 BY 1
                  UNTIL WS-RECIP-INDEX > WS-RECIP-COUNT
               IF WS-RC-CODE(WS-RECIP-INDEX) = RD-RECIPIENT
                  MOVE WS-RECIP-INDEX TO WS-RECIP-HIT
               END-IF
            END-PERFORM.
            IF WS-RECIP-HIT = 0 AND WS-RECIP-COUNT < 100
               ADD 1 TO WS-RECIP-COUNT
               MOVE WS-RECIP-COUNT TO WS-RECIP-HIT
               MOVE RD-RECIPIENT TO WS-RC-CODE(WS-RECIP-HIT)
               MOVE RD-RECIPIENT-NAME TO WS-RC-NAME(WS-RECIP-HIT)
            END-IF.

      *> One output file per recipient, its sections in the order
      *> the list gives them.
       BURST-FOR-RECIPIENT.
            MOVE SPACES TO WS-RECIPIENT-FILE-NAME.
            STRING "burst-" DELIMITED BY SIZE
               WS-RC-CODE(WS-RECIP-INDEX) DELIMITED BY SPACE
               ".rpt" DELIMITED BY SIZE
               INTO WS-RECIPIENT-FILE-NAME.
            OPEN OUTPUT RECIPIENT-FILE.
            IF WS-RECIPIENT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-RECIPIENT-FILE-NAME
                  ", status " WS-RECIPIENT-STATUS
               MOVE SPACES TO WS-LOG-REPORT WS-LOG-DEPT
               MOVE WS-RC-CODE(WS-RECIP-INDEX) TO WS-LOG-RECIPIENT
               MOVE ZERO TO WS-LOG-COPIES WS-LOG-LINES
               MOVE "OUTPUT FILE WOULD NOT OPEN" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-FILES-WRITTEN.
            MOVE SPACES TO RECIPIENT-LINE.
            STRING "REPORT DISTRIBUTION FOR "
               WS-RC-CODE(WS-RECIP-INDEX) " "
               WS-RC-NAME(WS-RECIP-INDEX) " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECIPIENT-LINE.
            WRITE RECIPIENT-LINE.
            PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                  UNTIL WS-DIST-INDEX > WS-DIST-COUNT
               IF WS-DE-RECIPIENT(WS-DIST-INDEX) =
                     WS-RC-CODE(WS-RECIP-INDEX)
                  PERFORM SEND-ONE-SECTION
               END-IF
            END-PERFORM.
            CLOSE RECIPIENT-FILE.

       SEND-ONE-SECTION.
            MOVE WS-DE-REPORT(WS-DIST-INDEX) TO WS-RPT-INDEX.
            MOVE WS-RPT-NAME(WS-RPT-INDEX) TO WS-LOG-REPORT.
            MOVE WS-DE-DEPT(WS-DIST-INDEX) TO WS-LOG-DEPT.
            MOVE WS-DE-RECIPIENT(WS-DIST-INDEX) TO WS-LOG-RECIPIENT.
            MOVE WS-DE-COPIES(WS-DIST-INDEX) TO WS-LOG-COPIES.
            MOVE ZERO TO WS-LOG-LINES.
            IF WS-RPT-PAY-DATA(WS-RPT-INDEX) AND
                  WS-DE-CLEARED(WS-DIST-INDEX) NOT = "Y"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NOT CLEARED FOR PAY" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-DE-DEPT(WS-DIST-INDEX) TO WS-WANTED-DEPT.
            IF WS-WANTED-DEPT = "*ALL"
               MOVE "Y" TO WS-WHOLE-REPORT-FLAG
            ELSE
               MOVE "N" TO WS-WHOLE-REPORT-FLAG
            END-IF.
            MOVE WS-RPT-FILE(WS-RPT-INDEX) TO WS-REPORT-FILE-NAME.
            MOVE WS-DE-COPIES(WS-DIST-INDEX) TO WS-COPIES-WANTED.
            MOVE ZERO TO WS-SENT-LINES.
            PERFORM VARYING WS-COPY-NUMBER FROM 1 BY 1
                  UNTIL WS-COPY-NUMBER > WS-COPIES-WANTED
                  OR NOT WS-REPORT-FOUND AND WS-COPY-NUMBER > 1
               PERFORM COPY-ONE-SECTION
            END-PERFORM.
            MOVE WS-SENT-LINES TO WS-LOG-LINES.
            EVALUATE TRUE
               WHEN NOT WS-REPORT-FOUND
                  ADD 1 TO WS-MISSING-COUNT
                  MOVE "REPORT FILE NOT ON HAND" TO WS-LOG-OUTCOME
                  SET WS-HAD-WARNING TO TRUE
               WHEN WS-SECTION-LINES = 0
                  ADD 1 TO WS-MISSING-COUNT
                  MOVE "NO SECTION FOR DEPARTMENT" TO WS-LOG-OUTCOME
                  SET WS-HAD-WARNING TO TRUE
               WHEN OTHER
                  ADD 1 TO WS-SENT-COUNT
                  MOVE "SENT" TO WS-LOG-OUTCOME
            END-EVALUATE.
            PERFORM WRITE-LOG-LINE.

      *> Heading lines always go; after the first break only the
      *> wanted department's lines do, unless the whole report was
      *> asked for.
       COPY-ONE-SECTION.
            MOVE "N" TO WS-REPORT-FOUND-FLAG.
            MOVE ZERO TO WS-SECTION-LINES.
            OPEN INPUT REPORT-IN-FILE.
            IF WS-REPORT-IN-STATUS NOT = "00"
               IF WS-REPORT-IN-STATUS = "05"
                  CLOSE REPORT-IN-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF.
            SET WS-REPORT-FOUND TO TRUE.
            MOVE SPACES TO RECIPIENT-LINE.
            WRITE RECIPIENT-LINE.
            MOVE SPACES TO RECIPIENT-LINE.
            STRING "==== " WS-LOG-REPORT " " WS-WANTED-DEPT
               " COPY " WS-COPY-NUMBER " OF " WS-COPIES-WANTED
               " ===="
               DELIMITED BY SIZE INTO RECIPIENT-LINE.
            WRITE RECIPIENT-LINE.
            SET WS-IN-HEADING TO TRUE.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ REPORT-IN-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     PERFORM JUDGE-ONE-REPORT-LINE
               END-READ
            END-PERFORM.
            CLOSE REPORT-IN-FILE.
            IF WS-SECTION-LINES = 0
               MOVE SPACES TO RECIPIENT-LINE
               STRING "  *** NO SECTION FOR " WS-WANTED-DEPT
                  " ON THIS RUN ***"
                  DELIMITED BY SIZE INTO RECIPIENT-LINE
               WRITE RECIPIENT-LINE
            END-IF.

       JUDGE-ONE-REPORT-LINE.
            IF REPORT-IN-LINE(1:11) = "DEPARTMENT "
               MOVE REPORT-IN-LINE(12:20) TO WS-BREAK-DEPT
               IF WS-BREAK-DEPT = WS-WANTED-DEPT
                  SET WS-IN-WANTED TO TRUE
               ELSE
                  SET WS-IN-OTHER TO TRUE
               END-IF
            ELSE
               IF NOT WS-IN-HEADING AND REPORT-IN-LINE(1:1)
                     NOT = SPACE
                  SET WS-IN-OTHER TO TRUE
               END-IF
            END-IF.
            IF WS-IN-HEADING OR WS-IN-WANTED OR WS-WHOLE-REPORT
               WRITE RECIPIENT-LINE FROM REPORT-IN-LINE
               ADD 1 TO WS-SENT-LINES
               IF NOT WS-IN-HEADING
                  ADD 1 TO WS-SECTION-LINES
               END-IF
            END-IF.

      *> Every department section on a listed report must have
      *> somebody to go to - a named line or an *ALL line.
       CHECK-UNDISTRIBUTED.
            IF NOT WS-RPT-ON-LIST(WS-RPT-INDEX)
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-RPT-FILE(WS-RPT-INDEX) TO WS-REPORT-FILE-NAME.
            OPEN INPUT REPORT-IN-FILE.
            IF WS-REPORT-IN-STATUS NOT = "00"
               IF WS-REPORT-IN-STATUS = "05"
                  CLOSE REPORT-IN-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL WS-EOF
               READ REPORT-IN-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF REPORT-IN-LINE(1:11) = "DEPARTMENT "
                        PERFORM CHECK-ONE-DEPARTMENT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE REPORT-IN-FILE.

       CHECK-ONE-DEPARTMENT.
            MOVE REPORT-IN-LINE(12:20) TO WS-BREAK-DEPT.
            MOVE "N" TO WS-COVERED-FLAG.
            PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                  UNTIL WS-DIST-INDEX > WS-DIST-COUNT
               IF WS-DE-REPORT(WS-DIST-INDEX) = WS-RPT-INDEX AND
                     (WS-DE-DEPT(WS-DIST-INDEX) = WS-BREAK-DEPT OR
                      WS-DE-DEPT(WS-DIST-INDEX) = "*ALL")
                  SET WS-DEPT-COVERED TO TRUE
               END-IF
            END-PERFORM.
            IF NOT WS-DEPT-COVERED
               ADD 1 TO WS-UNSENT-COUNT
               MOVE WS-RPT-NAME(WS-RPT-INDEX) TO WS-LOG-REPORT
               MOVE WS-BREAK-DEPT TO WS-LOG-DEPT
               MOVE SPACES TO WS-LOG-RECIPIENT
               MOVE ZERO TO WS-LOG-COPIES WS-LOG-LINES
               MOVE "NO RECIPIENT ON THE LIST" TO WS-LOG-OUTCOME
               PERFORM WRITE-LOG-LINE
               SET WS-HAD-WARNING TO TRUE
            END-IF.

       WRITE-LOG-LINE.
            MOVE WS-RUN-DATE TO WS-LOG-DATE.
            MOVE WS-RUN-TIME TO WS-LOG-TIME.
            WRITE DISTRIBUTION-LOG-LINE FROM WS-LOG-DETAIL.
       END PROGRAM REPORT-BURST.
