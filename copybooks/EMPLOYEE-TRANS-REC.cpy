           05 ET-CITY        PIC X(20).
           05 ET-STATE       PIC X(2).
           05 ET-POSTAL      PIC X(10).
      *> Budgeted position the add or change fills, checked and
      *> filled through POSITION-UPDATE the way the screen does it.
      *> Blank (and older, shorter files) means no position named.
           05 ET-POSITION    PIC X(6).
      *> Manager the employee reports to, validated the way the
      *> screen does it. Blank (and older, shorter files) means none.
           05 ET-REPORTS-TO  PIC X(6).
