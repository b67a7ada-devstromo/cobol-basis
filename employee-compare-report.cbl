      *> balanced-line merge on EMPLOYEE-ID, and writes a field-level
      *> change report - adds, deletes, and for changed records the
      *> old and new value of every CONTACT-REC, department, hire-
      *> date, status and reporting-line field that differs. Gives
      *> audit an independent check that the trans log and the file
      *> agree.
      *> The two FDs carry the records raw (key + data) because only
      *> one of them can COPY EMPLOYEE-REC; images are decoded
      *> through the one copybook buffer in working storage, so the
       FD  PREV-EMPLOYEE-FILE.
       01  PREV-EMPLOYEE-RECORD.
           05 PREV-EMPLOYEE-ID   PIC X(6).
           05 PREV-EMPLOYEE-DATA PIC X(246).
       FD  CURR-EMPLOYEE-FILE.
       01  CURR-EMPLOYEE-RECORD.
           05 CURR-EMPLOYEE-ID   PIC X(6).
           05 CURR-EMPLOYEE-DATA PIC X(246).
       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           05 WS-PREV-HIRE-DATE   PIC X(8).
           05 WS-PREV-STATUS      PIC X.
           05 WS-PREV-TERM-DATE   PIC X(8).
           05 WS-PREV-REPORTS-TO  PIC X(6).
       01 WS-ADD-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
            MOVE EMPLOYEE-HIRE-DATE  TO WS-PREV-HIRE-DATE.
            MOVE EMPLOYEE-STATUS     TO WS-PREV-STATUS.
            MOVE EMPLOYEE-TERM-DATE  TO WS-PREV-TERM-DATE.
            MOVE EMPLOYEE-REPORTS-TO TO WS-PREV-REPORTS-TO.
            MOVE CURR-EMPLOYEE-RECORD TO EMPLOYEE-RECORD.
            MOVE "N" TO WS-FIELD-DIFF-SWITCH.
            IF NameValue NOT = WS-PREV-NAME
               PERFORM WRITE-CHANGE-HEADER
               PERFORM WRITE-TERM-DATE-DIFF
            END-IF.
            IF EMPLOYEE-REPORTS-TO NOT = WS-PREV-REPORTS-TO
               PERFORM WRITE-CHANGE-HEADER
               PERFORM WRITE-REPORTS-TO-DIFF
            END-IF.

       WRITE-CHANGE-HEADER.
            IF NOT WS-RECORD-CHANGED
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
            WRITE COMPARE-REPORT-LINE.

       WRITE-REPORTS-TO-DIFF.
            MOVE SPACES TO COMPARE-REPORT-LINE.
            STRING "  REPORTS-TO old=" WS-PREV-REPORTS-TO
               " new=" EMPLOYEE-REPORTS-TO
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
            WRITE COMPARE-REPORT-LINE.

       SHOW-REPORT.
            DISPLAY "Employee Master Change-Detection Report".
            DISPLAY "Records added  : " WS-ADD-COUNT.
