      *> One line of the report distribution list
      *> (report-distribution.dat) REPORT-BURST splits the
      *> department reports by: which report, which department's
      *> section of it, who gets it and how many copies. A
      *> department of *ALL sends the whole report, totals included.
      *> The recipient code names the recipient's output file
      *> (burst-<recipient>.rpt), so one recipient may appear on as
      *> many lines as they have sections to receive. The pay
      *> clearance byte is the recipient's, repeated on each line -
      *> pay-related reports go only to lines carrying Y. Reports:
      *>    ASSETS-BY-DEPT       assets-by-dept.rpt
      *>    EMERGENCY-CALL-LIST  emergency-call-list.rpt
      *>    HEADCOUNT-VARIANCE   headcount-variance.rpt
      *>    PAY-REGISTER         pay-register.rpt (pay-related)
       01  REPORT-DIST-RECORD.
           05 RD-REPORT-NAME    PIC X(20).
           05 RD-DEPT-CODE      PIC X(20).
              88 RD-WHOLE-REPORT VALUE "*ALL".
           05 RD-RECIPIENT      PIC X(12).
           05 RD-COPIES         PIC 9(2).
           05 RD-PAY-CLEARED    PIC X.
              88 RD-CLEARED-FOR-PAY VALUE "Y".
           05 RD-RECIPIENT-NAME PIC X(30).
