      *> Accrual hours per pay period by service band: under 1 year
      *> / 1-5 / 5-10 / over 10. Vacation steps up with service;
      *> sick is flat after the first year per the handbook. Shared
      *> by the accrual run and the leave request projection so a
      *> projected balance accrues exactly what the run will credit.
       01 WS-VAC-RATES.
           05 FILLER PIC 9(2)V99 VALUE 03.08.
           05 FILLER PIC 9(2)V99 VALUE 04.62.
           05 FILLER PIC 9(2)V99 VALUE 06.15.
           05 FILLER PIC 9(2)V99 VALUE 07.69.
       01 WS-VAC-RATE-TABLE REDEFINES WS-VAC-RATES.
           05 WS-VAC-RATE PIC 9(2)V99 OCCURS 4 TIMES.
       01 WS-SICK-RATES.
           05 FILLER PIC 9(2)V99 VALUE 01.54.
           05 FILLER PIC 9(2)V99 VALUE 02.00.
           05 FILLER PIC 9(2)V99 VALUE 02.00.
           05 FILLER PIC 9(2)V99 VALUE 02.00.
       01 WS-SICK-RATE-TABLE REDEFINES WS-SICK-RATES.
           05 WS-SICK-RATE PIC 9(2)V99 OCCURS 4 TIMES.
