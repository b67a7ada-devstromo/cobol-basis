      *> ROUND-DIVIDE-CALC's computations do (COMPUTE ... ROUNDED)
      *> and every increase is taken under ON SIZE ERROR like the
      *> sizecheck calculators, so a runaway percentage cannot
      *> silently wrap a rate. The M)erit adjustment takes each
      *> employee's percentage from the merit matrix instead: the
      *> rating on their complete review for the keyed cycle
      *> (perf-review.dat) crossed with where their current rate
      *> sits in their grade band (compa-ratio = rate over the
      *> JOB-GRADE-REC midpoint). A selected record with no complete
      *> review, no usable grade or no matrix row is left unchanged
      *> and flagged on the register with the reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-UPDATE-RUN.
       ENVIRONMENT DIVISION.
               ASSIGN TO "salary-update.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               SELECT OPTIONAL REVIEW-FILE
               ASSIGN TO "perf-review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REVIEW-STATUS.
               SELECT OPTIONAL MERIT-MATRIX-FILE
               ASSIGN TO "merit-matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-RATING
               FILE STATUS IS WS-MATRIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MASTER-FILE.
           05 NEW-PAY-GRADE-CODE       PIC X(4).
       FD  UPDATE-REGISTER-FILE.
       01  UPDATE-REGISTER-LINE PIC X(100).
       FD  REVIEW-FILE.
           COPY PERF-REVIEW-REC.
       FD  MERIT-MATRIX-FILE.
           COPY MERIT-MATRIX-REC.
       WORKING-STORAGE SECTION.
       01 WS-PAY-MASTER-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-NEW-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-REVIEW-STATUS PIC XX VALUE "00".
       01 WS-MATRIX-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SELECT-TYPE PIC X VALUE "A".
       01 WS-ADJUST-TYPE PIC X VALUE "P".
           88 WS-ADJUST-PERCENT VALUE "P" "p".
           88 WS-ADJUST-FLAT    VALUE "F" "f".
           88 WS-ADJUST-MERIT   VALUE "M" "m".
       01 WS-ADJUST-PERCENT-AMT PIC 99V99 VALUE ZEROS.
       01 WS-APPLY-PERCENT PIC 99V99 VALUE ZEROS.
       01 WS-REVIEW-CYCLE PIC X(6) VALUE SPACES.
       01 WS-MERIT-FOUND-FLAG PIC X VALUE "N".
           88 WS-MERIT-FOUND VALUE "Y".
       01 WS-COMPA-RATIO PIC 9V99 VALUE ZEROS.
       01 WS-COMPA-EDIT PIC 9.99.
       01 WS-COMPA-ZONE PIC 9 VALUE ZERO.
       01 WS-PERCENT-EDIT PIC Z9.99.
       01 WS-MERIT-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADJUST-FLAT-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YMD PIC 9(8).
           05 WS-DET-NEW     PIC $$$,$$9.99-.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DET-GRADE-FLAG PIC X(14).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DET-MERIT   PIC X(22).
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
                  WS-REGISTER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-ADJUST-MERIT
               PERFORM OPEN-MERIT-FILES
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-REGISTER-HEADING
               PERFORM READ-PAY-MASTER
            CLOSE EMPLOYEE-FILE.
            CLOSE NEW-PAY-MASTER-FILE.
            CLOSE UPDATE-REGISTER-FILE.
            IF WS-ADJUST-MERIT
               CLOSE REVIEW-FILE MERIT-MATRIX-FILE
            END-IF.
            DISPLAY "Pay records read    : " WS-READ-COUNT.
            DISPLAY "Pay records adjusted: " WS-SELECTED-COUNT.
            DISPLAY "Rates out of band   : " WS-OUT-OF-BAND-COUNT.
            IF WS-ADJUST-MERIT
               DISPLAY "No merit - unchanged: "
                  WS-MERIT-EXCEPTION-COUNT
            END-IF.
            IF WS-HAD-ISSUE OR WS-SIZE-ERROR-OCCURRED
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-MISSING-COUNT > 0 OR WS-OUT-OF-BAND-COUNT > 0
                     OR WS-MERIT-EXCEPTION-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
                  "3) 5-10 4) over 10:"
               ACCEPT WS-SELECT-BAND-CODE
            END-IF.
            DISPLAY "Adjustment - P)ercent F)lat M)erit matrix:".
            ACCEPT WS-ADJUST-TYPE.
            EVALUATE TRUE
               WHEN WS-ADJUST-PERCENT
                  DISPLAY "Percent increase (e.g. 03.50):"
                  ACCEPT WS-ADJUST-PERCENT-AMT
               WHEN WS-ADJUST-MERIT
                  DISPLAY "Review cycle (e.g. 2026 or 2026H1):"
                  ACCEPT WS-REVIEW-CYCLE
               WHEN OTHER
                  DISPLAY "Flat increase per rate:"
                  ACCEPT WS-ADJUST-FLAT-AMT
            END-EVALUATE.

       OPEN-MERIT-FILES.
            OPEN INPUT REVIEW-FILE.
            IF WS-REVIEW-STATUS NOT = "00" AND WS-REVIEW-STATUS
                  NOT = "05"
               DISPLAY "Unable to open perf-review.dat, status "
                  WS-REVIEW-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT MERIT-MATRIX-FILE.
            IF WS-MATRIX-STATUS NOT = "00" AND WS-MATRIX-STATUS
                  NOT = "05"
               DISPLAY "Unable to open merit-matrix.dat, status "
                  WS-MATRIX-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       READ-PAY-MASTER.

       APPLY-INCREASE.
            MOVE PAY-RATE TO WS-OLD-RATE.
            MOVE SPACES TO WS-DET-MERIT.
            IF WS-ADJUST-MERIT
               PERFORM DERIVE-MERIT-PERCENT
               IF NOT WS-MERIT-FOUND
                  PERFORM WRITE-MERIT-EXCEPTION
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            IF WS-ADJUST-PERCENT
               MOVE WS-ADJUST-PERCENT-AMT TO WS-APPLY-PERCENT
            END-IF.
      *> The rate being replaced goes to the shared pay history so
      *> the retro-pay run can reconstruct what applied before this
      *> update, the same way the interactive screen writes history.
            CALL "PAY-HIST-WRITE" USING WS-HIST-TRANS-CODE
               PAY-MASTER-RECORD WS-BATCH-USER-ID.
            IF WS-ADJUST-PERCENT OR WS-ADJUST-MERIT
      *> Multiply before dividing so the percentage keeps its
      *> pennies through the fixed-point intermediate.
               COMPUTE WS-RATE-INCREASE ROUNDED =
                  WS-OLD-RATE * WS-APPLY-PERCENT / 100
                  ON SIZE ERROR
                     SET WS-SIZE-ERROR-OCCURRED TO TRUE
                     MOVE ZEROS TO WS-RATE-INCREASE
            PERFORM CHECK-GRADE-BAND.
            PERFORM WRITE-REGISTER-DETAIL.

      *> Merit percentage for the current pay record: the complete
      *> review's rating for the cycle, the compa-ratio zone of the
      *> rate being replaced, and the matrix cell where they cross.
      *> WS-DET-MERIT carries the reason when no percentage applies.
       DERIVE-MERIT-PERCENT.
            MOVE "N" TO WS-MERIT-FOUND-FLAG.
            MOVE PAY-EMPLOYEE-ID TO REV-EMPLOYEE-ID.
            MOVE WS-REVIEW-CYCLE TO REV-CYCLE.
            READ REVIEW-FILE
               INVALID KEY
                  MOVE "NO REVIEW" TO WS-DET-MERIT
                  EXIT PARAGRAPH
            END-READ.
            IF NOT REV-COMPLETE OR NOT REV-RATING-VALID
               MOVE "REVIEW NOT COMPLETE" TO WS-DET-MERIT
               EXIT PARAGRAPH
            END-IF.
            IF PAY-GRADE-CODE = SPACES
               MOVE "NO GRADE" TO WS-DET-MERIT
               EXIT PARAGRAPH
            END-IF.
            CALL "GRADE-VALIDATE" USING PAY-GRADE-CODE
               WS-GRADE-FOUND-FLAG WS-GRADE-MIN WS-GRADE-MID
               WS-GRADE-MAX.
            IF NOT WS-GRADE-FOUND OR WS-GRADE-MID = 0
               MOVE "GRADE UNKNOWN" TO WS-DET-MERIT
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-COMPA-RATIO = WS-OLD-RATE / WS-GRADE-MID
               ON SIZE ERROR
                  MOVE 9.99 TO WS-COMPA-RATIO
            END-COMPUTE.
            EVALUATE TRUE
               WHEN WS-COMPA-RATIO < 0.90
                  MOVE 1 TO WS-COMPA-ZONE
               WHEN WS-COMPA-RATIO < 1.00
                  MOVE 2 TO WS-COMPA-ZONE
               WHEN WS-COMPA-RATIO < 1.10
                  MOVE 3 TO WS-COMPA-ZONE
               WHEN OTHER
                  MOVE 4 TO WS-COMPA-ZONE
            END-EVALUATE.
            MOVE REV-RATING TO MM-RATING.
            READ MERIT-MATRIX-FILE
               INVALID KEY
                  MOVE "NO MATRIX ROW" TO WS-DET-MERIT
                  EXIT PARAGRAPH
            END-READ.
            MOVE MM-ZONE-PERCENT(WS-COMPA-ZONE) TO WS-APPLY-PERCENT.
            MOVE WS-COMPA-RATIO TO WS-COMPA-EDIT.
            MOVE WS-APPLY-PERCENT TO WS-PERCENT-EDIT.
            STRING "R" REV-RATING " CR " WS-COMPA-EDIT " "
               WS-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO WS-DET-MERIT.
            SET WS-MERIT-FOUND TO TRUE.

      *> Selected but no merit percentage: the rate goes to the new
      *> file as it stands and the register says why.
       WRITE-MERIT-EXCEPTION.
            ADD 1 TO WS-MERIT-EXCEPTION-COUNT.
            MOVE WS-OLD-RATE TO WS-NEW-RATE.
            MOVE SPACES TO WS-DET-GRADE-FLAG.
            PERFORM WRITE-REGISTER-DETAIL.

      *> A graded rate landing outside its band is flagged on the
      *> register so the supervisor sees it before the new file is
      *> swapped in; ungraded records are unrestricted as before.
            STRING "Salary Update Register - before/after rates"
               DELIMITED BY SIZE INTO UPDATE-REGISTER-LINE.
            WRITE UPDATE-REGISTER-LINE.
            IF WS-ADJUST-MERIT
               MOVE SPACES TO UPDATE-REGISTER-LINE
               STRING "Merit increases - review cycle "
                  WS-REVIEW-CYCLE
                  DELIMITED BY SIZE INTO UPDATE-REGISTER-LINE
               WRITE UPDATE-REGISTER-LINE
            END-IF.

       WRITE-REGISTER-DETAIL.
            MOVE PAY-EMPLOYEE-ID TO WS-DET-ID.
