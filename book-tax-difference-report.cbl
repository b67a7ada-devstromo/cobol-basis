      *> Book-to-tax difference report: for every asset still in
      *> service lists cost, accumulated depreciation on the
      *> financial book and on the tax book, and the timing
      *> difference between them (tax less book - positive where tax
      *> has run ahead), with register totals. An asset without a
      *> separate tax book shows tax equal to book and no
      *> difference. A second section takes the retired assets
      *> disposed in the keyed range and prints the gain or loss on
      *> each book from the values frozen at disposal, and the
      *> difference between the two. Written to
      *> book-tax-difference.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK-TAX-DIFFERENCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "asset.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.
               SELECT DIFFERENCE-REPORT-FILE
               ASSIGN TO "book-tax-difference.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
           COPY ASSET-REC.
       FD  DIFFERENCE-REPORT-FILE.
       01  DIFFERENCE-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE   PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-TAX-ACCUM PIC 9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-BOOK-AT-DISPOSAL PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-DIFFERENCE PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-BOOK-GAIN PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-GAIN PIC S9(8)V99 COMP-3 VALUE ZEROS.
       01 WS-ASSET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TAX-BOOK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DISPOSAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-COST PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-BOOK-ACCUM PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX-ACCUM PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-DIFFERENCE PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-BOOK-GAIN PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-TAX-GAIN PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-GAIN-DIFFERENCE PIC S9(9)V99 COMP-3 VALUE ZEROS.
      *> Run totals can pass the shared MONEY-EDIT picture's
      *> 999,999.99 ceiling, so amounts on this program's balancing
      *> lines edit through this wider picture instead.
       01  WS-TOTAL-MONEY-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-SHOW-COST PIC $$$,$$$,$$9.99- VALUE SPACES.
       01 WS-SHOW-BOOK PIC $$$,$$$,$$9.99- VALUE SPACES.
       01 WS-SHOW-TAX PIC $$$,$$$,$$9.99- VALUE SPACES.
       01 WS-SHOW-DIFF PIC $$$,$$$,$$9.99- VALUE SPACES.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Disposals from date (YYYYMMDD):".
            ACCEPT WS-FROM-DATE.
            DISPLAY "Disposals to date (YYYYMMDD):".
            ACCEPT WS-TO-DATE.
            CALL "DATE-VALIDATE" USING WS-FROM-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid from date " WS-FROM-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            CALL "DATE-VALIDATE" USING WS-TO-DATE
               WS-DATE-VALID-FLAG.
            IF NOT WS-DATE-VALID
               DISPLAY "Invalid to date " WS-TO-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT DIFFERENCE-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open book-tax-difference.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-ASSET-SECTION
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-DISPOSAL-SECTION
            END-IF.
            CLOSE DIFFERENCE-REPORT-FILE.
            DISPLAY "Assets in service  : " WS-ASSET-COUNT.
            DISPLAY "With tax book      : " WS-TAX-BOOK-COUNT.
            DISPLAY "Disposals listed   : " WS-DISPOSAL-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       OPEN-ASSET-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ASSET-FILE.
            IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS
                  NOT = "05"
               DISPLAY "Unable to open asset file, status "
                  WS-ASSET-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.

       READ-ASSET-FILE.
            READ ASSET-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> First pass: the timing differences still open on assets
      *> in service.
       WRITE-ASSET-SECTION.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "BOOK-TO-TAX DEPRECIATION DIFFERENCES - ASSETS "
               "IN SERVICE"
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            PERFORM OPEN-ASSET-FILE.
            IF WS-HAD-ISSUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM READ-ASSET-FILE.
            PERFORM UNTIL WS-EOF
               IF NOT ASSET-RETIRED
                  PERFORM LIST-ONE-ASSET
               END-IF
               PERFORM READ-ASSET-FILE
            END-PERFORM.
            CLOSE ASSET-FILE.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-COST TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "ASSETS " WS-ASSET-COUNT
               " TAX BOOKS " WS-TAX-BOOK-COUNT
               " TOTAL COST        " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-BOOK-ACCUM TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "TOTAL BOOK ACCUMULATED DEPRECIATION "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-TAX-ACCUM TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "TOTAL TAX ACCUMULATED DEPRECIATION  "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-DIFFERENCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "TOTAL TIMING DIFFERENCE (TAX-BOOK)  "
               WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.

       LIST-ONE-ASSET.
            ADD 1 TO WS-ASSET-COUNT.
            IF ASSET-NO-TAX-BOOK
               MOVE ASSET-ACCUM-DEPREC TO WS-TAX-ACCUM
            ELSE
               ADD 1 TO WS-TAX-BOOK-COUNT
               MOVE ASSET-TAX-ACCUM-DEPREC TO WS-TAX-ACCUM
            END-IF.
            COMPUTE WS-DIFFERENCE = WS-TAX-ACCUM - ASSET-ACCUM-DEPREC.
            ADD ASSET-COST TO WS-TOTAL-COST.
            ADD ASSET-ACCUM-DEPREC TO WS-TOTAL-BOOK-ACCUM.
            ADD WS-TAX-ACCUM TO WS-TOTAL-TAX-ACCUM.
            ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
            MOVE ASSET-COST TO WS-SHOW-COST.
            MOVE ASSET-ACCUM-DEPREC TO WS-SHOW-BOOK.
            MOVE WS-TAX-ACCUM TO WS-SHOW-TAX.
            MOVE WS-DIFFERENCE TO WS-SHOW-DIFF.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING ASSET-ID " " ASSET-DESCRIPTION
               " COST " WS-SHOW-COST
               " BOOK " WS-SHOW-BOOK
               " TAX " WS-SHOW-TAX
               " DIFF " WS-SHOW-DIFF
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.

      *> Second pass: gain or loss on each book for the disposals
      *> in the keyed range, the same selection the disposals
      *> register makes.
       WRITE-DISPOSAL-SECTION.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "BOOK-TO-TAX GAIN/LOSS ON DISPOSALS "
               WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            PERFORM OPEN-ASSET-FILE.
            IF WS-HAD-ISSUE
               EXIT PARAGRAPH
            END-IF.
            PERFORM READ-ASSET-FILE.
            PERFORM UNTIL WS-EOF
               IF ASSET-RETIRED AND
                     ASSET-DISPOSAL-DATE >= WS-FROM-DATE AND
                     ASSET-DISPOSAL-DATE <= WS-TO-DATE
                  PERFORM LIST-ONE-DISPOSAL
               END-IF
               PERFORM READ-ASSET-FILE
            END-PERFORM.
            CLOSE ASSET-FILE.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-BOOK-GAIN TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "DISPOSALS " WS-DISPOSAL-COUNT
               " TOTAL BOOK GAIN/LOSS " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-TAX-GAIN TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "TOTAL TAX GAIN/LOSS         " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
            MOVE WS-TOTAL-GAIN-DIFFERENCE TO WS-TOTAL-MONEY-EDIT.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING "TOTAL DIFFERENCE (TAX-BOOK) " WS-TOTAL-MONEY-EDIT
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.

       LIST-ONE-DISPOSAL.
            ADD 1 TO WS-DISPOSAL-COUNT.
            IF ASSET-NO-TAX-BOOK
               MOVE ASSET-BOOK-AT-DISPOSAL TO WS-TAX-BOOK-AT-DISPOSAL
            ELSE
               MOVE ASSET-TAX-BOOK-AT-DISPOSAL
                  TO WS-TAX-BOOK-AT-DISPOSAL
            END-IF.
            COMPUTE WS-BOOK-GAIN =
               ASSET-PROCEEDS - ASSET-BOOK-AT-DISPOSAL.
            COMPUTE WS-TAX-GAIN =
               ASSET-PROCEEDS - WS-TAX-BOOK-AT-DISPOSAL.
            COMPUTE WS-DIFFERENCE = WS-TAX-GAIN - WS-BOOK-GAIN.
            ADD WS-BOOK-GAIN TO WS-TOTAL-BOOK-GAIN.
            ADD WS-TAX-GAIN TO WS-TOTAL-TAX-GAIN.
            ADD WS-DIFFERENCE TO WS-TOTAL-GAIN-DIFFERENCE.
            MOVE ASSET-PROCEEDS TO WS-SHOW-COST.
            MOVE WS-BOOK-GAIN TO WS-SHOW-BOOK.
            MOVE WS-TAX-GAIN TO WS-SHOW-TAX.
            MOVE WS-DIFFERENCE TO WS-SHOW-DIFF.
            MOVE SPACES TO DIFFERENCE-REPORT-LINE.
            STRING ASSET-ID " " ASSET-DISPOSAL-DATE
               " PROCEEDS " WS-SHOW-COST
               " BOOK G/L " WS-SHOW-BOOK
               " TAX G/L " WS-SHOW-TAX
               " DIFF " WS-SHOW-DIFF
               DELIMITED BY SIZE INTO DIFFERENCE-REPORT-LINE.
            WRITE DIFFERENCE-REPORT-LINE.
       END PROGRAM BOOK-TAX-DIFFERENCE-REPORT.
