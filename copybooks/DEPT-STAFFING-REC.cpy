      *> Minimum staffing per department on dept-staffing.dat: the
      *> fewest people who must be at work in any week. Like
      *> employer-cost.dat the table is a short line sequential file
      *> kept by hand; a department with no line has no minimum.
      *> LEAVE-ABSENCE-CALENDAR warns on any week the approved
      *> absences take a department below it.
       01  DEPT-STAFFING-RECORD.
           05 DS-DEPT-CODE     PIC X(20).
           05 DS-MINIMUM-STAFF PIC 9(3).
