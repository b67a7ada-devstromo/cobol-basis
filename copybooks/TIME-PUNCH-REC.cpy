      *> One shift from the time-clock vendor's punch file
      *> (time-clock-punch.dat): the badge's employee id, the date
      *> the shift started and the in and out punches as 24-hour
      *> HHMM. A punch the clock never received arrives blank. An
      *> out time earlier than the in time is a shift that ran past
      *> midnight. The fields are kept alphanumeric so a blank or
      *> garbled punch can be tested before it is used; the
      *> REDEFINES give the numeric views once it passes.
       01  TIME-PUNCH-RECORD.
           05 TP-EMPLOYEE-ID  PIC X(6).
           05 TP-PUNCH-DATE   PIC X(8).
           05 TP-PUNCH-DATE-NUM REDEFINES TP-PUNCH-DATE PIC 9(8).
           05 TP-IN-TIME.
              10 TP-IN-HH     PIC X(2).
              10 TP-IN-MM     PIC X(2).
           05 TP-IN-TIME-NUM REDEFINES TP-IN-TIME.
              10 TP-IN-HH-NUM PIC 9(2).
              10 TP-IN-MM-NUM PIC 9(2).
           05 TP-OUT-TIME.
              10 TP-OUT-HH    PIC X(2).
              10 TP-OUT-MM    PIC X(2).
           05 TP-OUT-TIME-NUM REDEFINES TP-OUT-TIME.
              10 TP-OUT-HH-NUM PIC 9(2).
              10 TP-OUT-MM-NUM PIC 9(2).
