      *> Callable exchange-rate lookup over exchange-rate.dat
      *> (EXCHANGE-RATE-REC): the rate for the caller's currency with
      *> the latest effective date on or before the as-of date - the
      *> same effective-dating TAX-TABLE-CALC applies. A blank code
      *> is the base currency and always answers a rate of one. A
      *> currency with no rate effective by the date (or no file at
      *> all) leaves the found flag N and the rate zero, and the
      *> caller refuses the transaction rather than guess.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCHANGE-RATE-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EXCHANGE-RATE-FILE
               ASSIGN TO "exchange-rate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
           COPY EXCHANGE-RATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-BEST-DATE PIC 9(8) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-CURRENCY-CODE PIC X(3).
       01 LK-AS-OF-DATE    PIC 9(8).
       01 LK-RATE          PIC 9(4)V9(6).
       01 LK-FOUND-FLAG    PIC X.
           88 LK-RATE-FOUND VALUE "Y".
       PROCEDURE DIVISION USING LK-CURRENCY-CODE LK-AS-OF-DATE
               LK-RATE LK-FOUND-FLAG.
       FIND-RATE.
            MOVE "N" TO LK-FOUND-FLAG.
            MOVE ZEROS TO LK-RATE.
            IF LK-CURRENCY-CODE = SPACES OR LK-CURRENCY-CODE =
                  LOW-VALUES
               MOVE 1 TO LK-RATE
               MOVE "Y" TO LK-FOUND-FLAG
               GOBACK
            END-IF.
            MOVE ZEROS TO WS-BEST-DATE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT EXCHANGE-RATE-FILE.
            IF WS-RATE-STATUS = "00" OR WS-RATE-STATUS = "05"
               PERFORM READ-RATE-RECORD
               PERFORM UNTIL WS-EOF
                  IF XR-CURRENCY-CODE = LK-CURRENCY-CODE AND
                        XR-EFFECTIVE-DATE <= LK-AS-OF-DATE AND
                        XR-EFFECTIVE-DATE > WS-BEST-DATE AND
                        XR-RATE IS NUMERIC AND XR-RATE > 0
                     MOVE XR-EFFECTIVE-DATE TO WS-BEST-DATE
                     MOVE XR-RATE TO LK-RATE
                     MOVE "Y" TO LK-FOUND-FLAG
                  END-IF
                  PERFORM READ-RATE-RECORD
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
            ELSE
               DISPLAY "Unable to open exchange-rate.dat, status "
                  WS-RATE-STATUS
            END-IF.
            GOBACK.

       READ-RATE-RECORD.
            READ EXCHANGE-RATE-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.
       END PROGRAM EXCHANGE-RATE-LOOKUP.
