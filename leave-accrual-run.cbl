       01 WS-HIRE-DATE-INT PIC 9(9) VALUE ZERO.
       01 WS-TENURE-DAYS  PIC S9(7) VALUE ZEROS.
       01 WS-TENURE-YEARS PIC 9(3) VALUE ZERO.
       COPY LEAVE-ACCRUAL-RATES.
       01 WS-SERVICE-BAND PIC 9 VALUE ZERO.
       01 WS-ACCRUED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
