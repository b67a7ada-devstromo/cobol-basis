      *> Maintenance work order, keyed by a running number that
      *> PM-WORK-ORDER-RUN assigns as the highest on file plus one.
      *> The department is the asset's holding department at issue,
      *> which is how the weekly listing groups the work. Completion
      *> through ASSET-PM-MAINT records the date the work was done,
      *> the labour hours (to the hundredth) and the parts cost, and
      *> rolls the task's schedule forward. An order is cancelled
      *> when its asset is retired before the work is done.
       01  WORK-ORDER-RECORD.
           05 WO-NUMBER            PIC 9(6).
           05 WO-ASSET-ID          PIC X(6).
           05 WO-TASK-CODE         PIC X(6).
           05 WO-DEPT-CODE         PIC X(20).
           05 WO-ISSUE-DATE        PIC 9(8).
           05 WO-DUE-DATE          PIC 9(8).
           05 WO-STATUS            PIC X.
              88 WO-OPEN      VALUE "O".
              88 WO-COMPLETE  VALUE "C".
              88 WO-CANCELLED VALUE "X".
           05 WO-COMPLETED-DATE    PIC 9(8).
           05 WO-LABOR-HOURS       PIC 9(3)V99.
           05 WO-PARTS-COST        PIC 9(7)V99 COMP-3.
