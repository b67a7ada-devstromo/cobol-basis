      *> Nightly lease renewal notice alert: walks lease.dat and
      *> lists every lease still running whose renewal notice is
      *> due inside the next 20 business days, or whose notice date
      *> has already passed before the lease ends. The notice date
      *> is the end date less the lease's notice days, rolled back
      *> off a weekend or holiday (DATE-ROLL-BUSINESS-DAY) so the
      *> notice goes out on a working day; the window and the days
      *> left are counted in business days through
      *> DATE-ADD-BUSINESS-DAYS and DATE-DIFF-BUSINESS-DAYS. Printed
      *> on lease-renewal.rpt. Posts completion code 4 when anything
      *> is listed so the morning report shows the step drawing
      *> attention, the way CERT-EXPIRY-ALERT does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-RENEWAL-ALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEASE-FILE
               ASSIGN TO "lease.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEASE-ID
               FILE STATUS IS WS-LEASE-STATUS.
               SELECT ALERT-REPORT-FILE
               ASSIGN TO "lease-renewal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
           COPY LEASE-REC.
       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-LEASE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-WARNING-DAYS PIC S9(5) VALUE 20.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-OFFSET PIC S9(5) VALUE ZERO.
       01 WS-NOTICE-RAW-DATE PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROLL-BACK PIC X VALUE "B".
       01 WS-DAYS-LEFT PIC S9(7) VALUE ZERO.
       01 WS-DAYS-LEFT-EDIT PIC -(6)9.
       01 WS-CHECKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            CALL "DATE-ADD-BUSINESS-DAYS" USING WS-TODAY-DATE
               WS-WARNING-DAYS WS-CUTOFF-DATE.
            OPEN INPUT LEASE-FILE.
            IF WS-LEASE-STATUS NOT = "00" AND WS-LEASE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open lease.dat, status "
                  WS-LEASE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT ALERT-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open lease-renewal.rpt, status "
                  WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REPORT-HEADING
               PERFORM READ-LEASE-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM CHECK-ONE-LEASE
                  PERFORM READ-LEASE-FILE
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
            END-IF.
            CLOSE LEASE-FILE.
            CLOSE ALERT-REPORT-FILE.
            DISPLAY "Leases checked        : " WS-CHECKED-COUNT.
            DISPLAY "Notice date missed    : " WS-MISSED-COUNT.
            DISPLAY "Notice due in window  : " WS-DUE-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-MISSED-COUNT > 0 OR WS-DUE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-LEASE-FILE.
            READ LEASE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> A lease already at or past its end date has nothing left
      *> to give notice on.
       CHECK-ONE-LEASE.
            ADD 1 TO WS-CHECKED-COUNT.
            IF LEASE-END-DATE < WS-TODAY-DATE
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-NOTICE-OFFSET = 0 - LEASE-NOTICE-DAYS.
            CALL "DATE-ADD-DAYS" USING LEASE-END-DATE
               WS-NOTICE-OFFSET WS-NOTICE-RAW-DATE.
            CALL "DATE-ROLL-BUSINESS-DAY" USING WS-NOTICE-RAW-DATE
               WS-ROLL-BACK WS-NOTICE-DATE.
            IF WS-NOTICE-DATE > WS-CUTOFF-DATE
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ALERT-REPORT-LINE.
            IF WS-NOTICE-DATE < WS-TODAY-DATE
               ADD 1 TO WS-MISSED-COUNT
               STRING "MISSED  " LEASE-ID " " LEASE-DESCRIPTION
                  " LESSOR " LEASE-LESSOR-VENDOR
                  " NOTICE WAS DUE " WS-NOTICE-DATE
                  " LEASE ENDS " LEASE-END-DATE
                  DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            ELSE
               ADD 1 TO WS-DUE-COUNT
               CALL "DATE-DIFF-BUSINESS-DAYS" USING WS-TODAY-DATE
                  WS-NOTICE-DATE WS-DAYS-LEFT
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT
               STRING "NOTICE  " LEASE-ID " " LEASE-DESCRIPTION
                  " LESSOR " LEASE-LESSOR-VENDOR
                  " BY " WS-NOTICE-DATE
                  " (" WS-DAYS-LEFT-EDIT " BUS DAYS)"
                  " LEASE ENDS " LEASE-END-DATE
                  DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            END-IF.
            WRITE ALERT-REPORT-LINE.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO ALERT-REPORT-LINE.
            STRING "LEASE RENEWAL NOTICE ALERTS - NOTICES DUE "
               "THROUGH " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO ALERT-REPORT-LINE.
            WRITE ALERT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO ALERT-REPORT-LINE.
            STRING "CHECKED " WS-CHECKED-COUNT
               " MISSED " WS-MISSED-COUNT
               " DUE " WS-DUE-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-LINE.
            WRITE ALERT-REPORT-LINE.
       END PROGRAM LEASE-RENEWAL-ALERT.
