      *> Preventive maintenance schedule, one record per task per
      *> asset, keyed by ASSET-ID plus a short task code so an
      *> asset's tasks read back together. The interval is a count
      *> of days or of calendar months; the next due date is carried
      *> on file, worked forward from the last done date (or from
      *> the asset's in-service date while the task has never been
      *> done) whenever the task is set up or a work order for it is
      *> completed. PM-WORK-ORDER-RUN issues the work orders and
      *> drops the tasks of retired assets (status R); the open work
      *> order number stops a task being issued twice.
       01  ASSET-PM-RECORD.
           05 PM-KEY.
              10 PM-ASSET-ID       PIC X(6).
              10 PM-TASK-CODE      PIC X(6).
           05 PM-TASK-DESCRIPTION  PIC X(30).
           05 PM-INTERVAL          PIC 9(3).
           05 PM-INTERVAL-UNIT     PIC X.
              88 PM-INTERVAL-DAYS   VALUE "D".
              88 PM-INTERVAL-MONTHS VALUE "M".
           05 PM-LAST-DONE-DATE    PIC 9(8).
           05 PM-NEXT-DUE-DATE     PIC 9(8).
           05 PM-STATUS            PIC X.
              88 PM-ACTIVE  VALUE "A", SPACE.
              88 PM-DROPPED VALUE "R".
           05 PM-OPEN-WO-NUMBER    PIC 9(6).
              88 PM-NO-OPEN-WO VALUE ZERO.
