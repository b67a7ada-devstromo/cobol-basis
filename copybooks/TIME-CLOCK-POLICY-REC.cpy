      *> One-record parameter file for the time-clock punch import
      *> (time-clock-policy.dat): punches are rounded to the nearest
      *> TCP-ROUND-MINUTES, a shift longer than TCP-MEAL-AFTER-
      *> MINUTES has TCP-MEAL-MINUTES taken off for the unpaid meal
      *> break, and a shift longer than TCP-MAX-SHIFT-MINUTES is
      *> put on the exception list as a probable missed punch
      *> instead of being paid. Absent or unreadable, the import
      *> falls back to 15-minute rounding, a 30-minute meal after 6
      *> hours and a 16-hour maximum shift - the same absent-file
      *> defaulting the other policy files use.
       01  TIME-CLOCK-POLICY-RECORD.
           05 TCP-ROUND-MINUTES     PIC 9(2).
           05 TCP-MEAL-AFTER-MINUTES PIC 9(3).
           05 TCP-MEAL-MINUTES      PIC 9(3).
           05 TCP-MAX-SHIFT-MINUTES PIC 9(4).
