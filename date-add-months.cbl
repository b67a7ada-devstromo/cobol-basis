      *> Date suite: add a (possibly negative) number of calendar
      *> months to a valid yyyymmdd date. The day of month is kept
      *> where the target month has it and otherwise falls back to
      *> that month's last day (January 31 plus one month is the
      *> last day of February, leap years included).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-ADD-MONTHS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DATE-GROUP.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-GROUP PIC 9(8).
       01 WS-MONTH-INDEX PIC S9(7) VALUE ZEROS.
       01 WS-WANTED-DAY PIC 9(2) VALUE ZERO.
       01 WS-NEXT-FIRST PIC 9(8) VALUE ZERO.
       01 WS-LAST-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-DAY-GROUP REDEFINES WS-LAST-DAY-DATE.
           05 FILLER         PIC 9(6).
           05 WS-LAST-DAY-DD PIC 9(2).
       LINKAGE SECTION.
       01 LK-DATE-VALUE    PIC 9(8).
       01 LK-MONTHS-TO-ADD PIC S9(3).
       01 LK-RESULT-DATE   PIC 9(8).
       PROCEDURE DIVISION USING LK-DATE-VALUE LK-MONTHS-TO-ADD
               LK-RESULT-DATE.
       ADD-MONTHS-TO-DATE.
            MOVE LK-DATE-VALUE TO WS-DATE-NUM.
            MOVE WS-DATE-DAY TO WS-WANTED-DAY.
            COMPUTE WS-MONTH-INDEX = WS-DATE-YEAR * 12
               + WS-DATE-MONTH - 1 + LK-MONTHS-TO-ADD.
            COMPUTE WS-DATE-YEAR = WS-MONTH-INDEX / 12.
            COMPUTE WS-DATE-MONTH = WS-MONTH-INDEX
               - WS-DATE-YEAR * 12 + 1.
      *> The target month's last day: the day before the first of
      *> the month after it.
            MOVE 1 TO WS-DATE-DAY.
            IF WS-DATE-MONTH = 12
               COMPUTE WS-NEXT-FIRST = (WS-DATE-YEAR + 1) * 10000
                  + 101
            ELSE
               COMPUTE WS-NEXT-FIRST = WS-DATE-NUM + 100
            END-IF.
            COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
            IF WS-WANTED-DAY > WS-LAST-DAY-DD
               MOVE WS-LAST-DAY-DATE TO WS-DATE-NUM
            ELSE
               MOVE WS-WANTED-DAY TO WS-DATE-DAY
            END-IF.
            MOVE WS-DATE-NUM TO LK-RESULT-DATE.
            GOBACK.
       END PROGRAM DATE-ADD-MONTHS.
