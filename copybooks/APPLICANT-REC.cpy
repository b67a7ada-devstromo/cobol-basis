      *> One applicant against one requisition on applicant.dat,
      *> keyed requisition number plus a sequence. The applicant's
      *> name, phones and address are the shared CONTACT-REC layout
      *> the employee master carries, so a hire moves across to the
      *> employee add without rekeying. Stage runs A)pplied,
      *> I)nterviewed, O)ffered, then H)ired or D)eclined, with the
      *> date the applicant reached it; a hired applicant carries
      *> the employee ID they were given.
       01  APPLICANT-RECORD.
           05 APP-KEY.
              10 APP-REQ-NUMBER       PIC X(6).
              10 APP-SEQ              PIC 9(3).
           COPY CONTACT-REC.
           05 APP-APPLIED-DATE        PIC X(8).
           05 APP-STAGE               PIC X.
              88 APP-APPLIED          VALUE "A".
              88 APP-INTERVIEWED      VALUE "I".
              88 APP-OFFERED          VALUE "O".
              88 APP-HIRED            VALUE "H".
              88 APP-DECLINED         VALUE "D".
              88 APP-IN-PIPELINE      VALUE "A" "I" "O".
           05 APP-STAGE-DATE          PIC X(8).
           05 APP-EMPLOYEE-ID         PIC X(6).
