      *> One workplace safety incident on incident.dat, keyed by a
      *> running incident number: when and in which department it
      *> happened, the employee involved (blank when nobody was
      *> hurt), the type - I)njury, S) illness, N)ear miss or
      *> P)roperty damage - and a 1-4 severity (first aid, medical
      *> treatment, lost time, serious). Days away from work and
      *> days on restricted duty are running totals kept current by
      *> follow-up until the case is closed. An injury or illness
      *> beyond first aid is a recordable case for the incidence
      *> rate. Day counts are packed decimal (COMP-3) per the shop's
      *> policy for quantity fields.
       01  INCIDENT-RECORD.
           05 INC-NUMBER              PIC 9(6).
           05 INC-DATE                PIC X(8).
           05 INC-DEPT-CODE           PIC X(20).
           05 INC-EMPLOYEE-ID         PIC X(6).
           05 INC-TYPE                PIC X.
              88 INC-INJURY           VALUE "I".
              88 INC-ILLNESS          VALUE "S".
              88 INC-NEAR-MISS        VALUE "N".
              88 INC-PROPERTY         VALUE "P".
              88 INC-VALID-TYPE       VALUE "I" "S" "N" "P".
           05 INC-SEVERITY            PIC 9.
              88 INC-FIRST-AID        VALUE 1.
              88 INC-MEDICAL          VALUE 2.
              88 INC-LOST-TIME        VALUE 3.
              88 INC-SERIOUS          VALUE 4.
              88 INC-VALID-SEVERITY   VALUE 1 THRU 4.
           05 INC-DAYS-AWAY           PIC 9(3) COMP-3.
           05 INC-DAYS-RESTRICTED     PIC 9(3) COMP-3.
           05 INC-DESCRIPTION         PIC X(60).
           05 INC-REPORTED-BY         PIC X(6).
           05 INC-STATUS              PIC X.
              88 INC-OPEN             VALUE "O", SPACE.
              88 INC-CLOSED           VALUE "C".
           05 INC-FOLLOWUP-DATE       PIC X(8).
           05 INC-FOLLOWUP-BY         PIC X(6).
           05 INC-FOLLOWUP-NOTE       PIC X(60).
