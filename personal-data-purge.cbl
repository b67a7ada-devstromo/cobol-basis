      *> Personal-data retention purge for former employees. A
      *> terminated employee whose EMPLOYEE-TERM-DATE is more than
      *> the policy number of years back (retention-policy.dat,
      *> RETENTION-POLICY-REC, 7 years when absent) has the CONTACT-
      *> REC name, lastname, phone and address fields blanked on
      *> the master, the name reading *PURGED* so a later run passes
      *> the record by; the same fields are blanked in every prior
      *> image of the person on employee-hist.dat and
      *> employee-trans.log; and their emergency contacts and bank
      *> details are deleted. The ID, department, dates and status
      *> stay, and the pay, YTD, tax and cost files are not touched,
      *> so the pay and tax totals survive. Anyone with a staff loan
      *> still owing or a legal hold in force (LEGAL-HOLD-MAINT) is
      *> excluded and listed.
      *> P)ropose only prints the certificate as a proposal; C)ommit
      *> - guarded by the confirmation word and the master enqueue,
      *> as CUSTOMER-ARCHIVE-SWEEP is - makes the changes. The two
      *> sequential files are rewritten through a work file the way
      *> LOG-ROLLOVER restarts its logs. Each purge is logged through
      *> EMPLOYEE-TRANS-WRITE with the masked image, so a replay of
      *> the log arrives at the purged record. The certificate of
      *> what was purged is written to purge-certificate.rpt.
      *> The master FD carries the record raw and images are decoded
      *> through the one EMPLOYEE-REC buffer in working storage, as
      *> EMPLOYEE-COMPARE-REPORT does; the raw length must track the
      *> copybook record length.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-DATA-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-FILE-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT OPTIONAL EMERGENCY-CONTACT-FILE
               ASSIGN TO "emergency-contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
               SELECT OPTIONAL BANK-DETAIL-FILE
               ASSIGN TO "bank-detail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
               SELECT OPTIONAL LOAN-MASTER-FILE
               ASSIGN TO "loan-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
               SELECT OPTIONAL LEGAL-HOLD-FILE
               ASSIGN TO "legal-hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-EMPLOYEE-ID
               FILE STATUS IS WS-HOLD-STATUS.
               SELECT OPTIONAL RETENTION-POLICY-FILE
               ASSIGN TO "retention-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
               SELECT OPTIONAL EMPLOYEE-HIST-FILE
               ASSIGN TO "employee-hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
               SELECT OPTIONAL HIST-WORK-FILE
               ASSIGN TO "employee-hist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.
               SELECT OPTIONAL EMPLOYEE-TRANS-LOG
               ASSIGN TO "employee-trans.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.
               SELECT OPTIONAL LOG-WORK-FILE
               ASSIGN TO "employee-trans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-WORK-STATUS.
               SELECT CERTIFICATE-FILE
               ASSIGN TO "purge-certificate.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMP-FILE-RECORD.
           05 EMP-FILE-ID   PIC X(6).
           05 EMP-FILE-DATA PIC X(246).
       FD  EMERGENCY-CONTACT-FILE.
           COPY EMERGENCY-CONTACT-REC.
       FD  BANK-DETAIL-FILE.
           COPY BANK-DETAIL-REC.
       FD  LOAN-MASTER-FILE.
           COPY LOAN-MASTER-REC.
       FD  LEGAL-HOLD-FILE.
           COPY LEGAL-HOLD-REC.
       FD  RETENTION-POLICY-FILE.
           COPY RETENTION-POLICY-REC.
       FD  EMPLOYEE-HIST-FILE.
           COPY EMPLOYEE-HIST-REC.
       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD PIC X(321).
       FD  EMPLOYEE-TRANS-LOG.
           COPY EMPLOYEE-TRANS-LOG-REC.
       FD  LOG-WORK-FILE.
       01  LOG-WORK-RECORD PIC X(338).
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE "00".
       01 WS-CONTACT-STATUS PIC XX VALUE "00".
       01 WS-BANK-STATUS PIC XX VALUE "00".
       01 WS-LOAN-STATUS PIC XX VALUE "00".
       01 WS-HOLD-STATUS PIC XX VALUE "00".
       01 WS-POLICY-STATUS PIC XX VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
       01 WS-HIST-WORK-STATUS PIC XX VALUE "00".
       01 WS-TRANS-LOG-STATUS PIC XX VALUE "00".
       01 WS-LOG-WORK-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SUB-EOF-SWITCH PIC X VALUE "N".
           88 WS-SUB-EOF VALUE "Y".
       01 WS-RUN-MODE PIC X VALUE "P".
           88 WS-PROPOSE-MODE VALUE "P" "p".
           88 WS-COMMIT-MODE  VALUE "C" "c".
       01 WS-CONFIRM-WORD PIC X(6) VALUE SPACES.
           88 WS-CONFIRMED VALUE "PURGE".
       01 WS-RETAIN-YEARS PIC 9(2) VALUE 7.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-GROUP REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR  PIC 9(4).
           05 WS-CUTOFF-MMDD  PIC 9(4).
       01 WS-PURGED-MARK PIC X(15) VALUE "*PURGED*".
      *> decode buffer - the single COPY of the real record layout
           COPY EMPLOYEE-REC.
       01 WS-IMAGE-WORK PIC X(300) VALUE SPACES.
       01 WS-PURGE-USER-ID PIC X(6) VALUE "PURGE".
       01 WS-LOG-TRANS-CODE PIC X VALUE "C".
      *> the employees purged this run, for the history and log
      *> passes
       01 WS-PURGED-TABLE.
           05 WS-PURGED-ID PIC X(6) OCCURS 2000 TIMES.
       01 WS-PURGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PURGED-INDEX PIC 9(4) VALUE ZERO.
       01 WS-PURGED-FOUND-FLAG PIC X VALUE "N".
           88 WS-PURGED-FOUND VALUE "Y".
       01 WS-LOOKUP-ID PIC X(6) VALUE SPACES.
       01 WS-OPEN-LOAN-FLAG PIC X VALUE "N".
           88 WS-OPEN-LOAN VALUE "Y".
       01 WS-ON-HOLD-FLAG PIC X VALUE "N".
           88 WS-ON-HOLD VALUE "Y".
       01 WS-HOLD-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-LOAN-OWED PIC S9(8)V99 VALUE ZEROS.
       01 WS-SHOW-OWED PIC Z,ZZZ,ZZ9.99.
       01 WS-EMP-CONTACTS PIC 9(3) VALUE ZERO.
       01 WS-EMP-BANK PIC X(3) VALUE SPACES.
       01 WS-EXAMINED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ELIGIBLE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DONE-BEFORE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOAN-EXCLUDED PIC 9(6) VALUE ZERO.
       01 WS-HOLD-EXCLUDED PIC 9(6) VALUE ZERO.
       01 WS-DEFERRED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONTACTS-PURGED PIC 9(6) VALUE ZERO.
       01 WS-BANK-PURGED PIC 9(6) VALUE ZERO.
       01 WS-HIST-READ PIC 9(7) VALUE ZERO.
       01 WS-HIST-MASKED PIC 9(7) VALUE ZERO.
       01 WS-LOG-READ PIC 9(7) VALUE ZERO.
       01 WS-LOG-MASKED PIC 9(7) VALUE ZERO.
       01 WS-LOG-LEGACY PIC 9(7) VALUE ZERO.
       01 WS-LOCK-RESOURCE PIC X(20) VALUE SPACES.
       01 WS-LOCK-ACTION PIC X VALUE SPACE.
       01 WS-LOCK-PROGRAM PIC X(20) VALUE "PERSONAL-DATA-PURGE".
       01 WS-LOCK-USER PIC X(6) VALUE "BATCH".
       01 WS-LOCK-GRANTED-FLAG PIC X VALUE "N".
           88 WS-LOCK-GRANTED VALUE "Y".
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Mode - P)ropose only C)ommit:".
            ACCEPT WS-RUN-MODE.
            IF NOT WS-PROPOSE-MODE AND NOT WS-COMMIT-MODE
               DISPLAY "Mode must be P or C."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF WS-COMMIT-MODE
               DISPLAY "Commit erases personal data for good. Key "
                  "PURGE to proceed:"
               ACCEPT WS-CONFIRM-WORD
               IF NOT WS-CONFIRMED
                  DISPLAY "Not confirmed - nothing purged."
                  MOVE 4 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM LOAD-RETENTION-POLICY.
            MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
            SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YEAR.
            IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
            END-IF.
            IF WS-COMMIT-MODE
               MOVE "EMPLOYEE-MASTER" TO WS-LOCK-RESOURCE
               MOVE "E" TO WS-LOCK-ACTION
               CALL "RESOURCE-ENQUEUE" USING WS-LOCK-RESOURCE
                  WS-LOCK-ACTION WS-LOCK-USER WS-LOCK-PROGRAM
                  WS-LOCK-GRANTED-FLAG
               IF NOT WS-LOCK-GRANTED
                  DISPLAY "Employee master is enqueued - commit "
                     "refused."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            IF WS-COMMIT-MODE
               OPEN I-O EMPLOYEE-FILE
               OPEN I-O EMERGENCY-CONTACT-FILE
               OPEN I-O BANK-DETAIL-FILE
            ELSE
               OPEN INPUT EMPLOYEE-FILE
               OPEN INPUT EMERGENCY-CONTACT-FILE
               OPEN INPUT BANK-DETAIL-FILE
            END-IF.
            IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee file, status "
                  WS-EMPLOYEE-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-CONTACT-STATUS NOT = "00" AND WS-CONTACT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open emergency-contact.dat, "
                  "status " WS-CONTACT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF WS-BANK-STATUS NOT = "00" AND WS-BANK-STATUS
                  NOT = "05"
               DISPLAY "Unable to open bank-detail.dat, status "
                  WS-BANK-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT LOAN-MASTER-FILE.
            IF WS-LOAN-STATUS NOT = "00" AND WS-LOAN-STATUS
                  NOT = "05"
               DISPLAY "Unable to open loan-master.dat, status "
                  WS-LOAN-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN INPUT LEGAL-HOLD-FILE.
            IF WS-HOLD-STATUS NOT = "00" AND WS-HOLD-STATUS
                  NOT = "05"
               DISPLAY "Unable to open legal-hold.dat, status "
                  WS-HOLD-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN OUTPUT CERTIFICATE-FILE.
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open purge-certificate.rpt, "
                  "status " WS-REPORT-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               PERFORM WRITE-CERTIFICATE-HEADING
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-EMPLOYEE-FILE
               PERFORM UNTIL WS-EOF
                  PERFORM EXAMINE-ONE-EMPLOYEE
                  PERFORM READ-EMPLOYEE-FILE
               END-PERFORM
            END-IF.
            CLOSE EMPLOYEE-FILE EMERGENCY-CONTACT-FILE
               BANK-DETAIL-FILE LOAN-MASTER-FILE LEGAL-HOLD-FILE.
            IF NOT WS-HAD-ISSUE AND WS-PURGED-COUNT > 0
               PERFORM MASK-HISTORY-FILE
               PERFORM MASK-TRANS-LOG
            END-IF.
            IF WS-COMMIT-MODE
               MOVE "D" TO WS-LOCK-ACTION
               CALL "RESOURCE-ENQUEUE" USING WS-LOCK-RESOURCE
                  WS-LOCK-ACTION WS-LOCK-USER WS-LOCK-PROGRAM
                  WS-LOCK-GRANTED-FLAG
            END-IF.
            IF WS-REPORT-STATUS = "00"
               PERFORM WRITE-CERTIFICATE-TOTALS
            END-IF.
            CLOSE CERTIFICATE-FILE.
            DISPLAY "Personal Data Purge - mode " WS-RUN-MODE
               " terminated before " WS-CUTOFF-DATE.
            DISPLAY "Employees examined  : " WS-EXAMINED-COUNT.
            DISPLAY "Past retention      : " WS-ELIGIBLE-COUNT.
            DISPLAY "Purged              : " WS-PURGED-COUNT.
            DISPLAY "Excluded, loan owing: " WS-LOAN-EXCLUDED.
            DISPLAY "Excluded, legal hold: " WS-HOLD-EXCLUDED.
            DISPLAY "Purged on a past run: " WS-DONE-BEFORE-COUNT.
            DISPLAY "History images      : " WS-HIST-MASKED.
            DISPLAY "Trans log lines     : " WS-LOG-MASKED.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-DEFERRED-COUNT > 0 OR WS-LOG-LEGACY > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       LOAD-RETENTION-POLICY.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT RETENTION-POLICY-FILE.
            IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               READ RETENTION-POLICY-FILE
                  AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  IF RTN-RETAIN-YEARS IS NUMERIC AND
                        RTN-RETAIN-YEARS > 0
                     MOVE RTN-RETAIN-YEARS TO WS-RETAIN-YEARS
                  END-IF
               END-IF
               CLOSE RETENTION-POLICY-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.

       READ-EMPLOYEE-FILE.
            READ EMPLOYEE-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       EXAMINE-ONE-EMPLOYEE.
            ADD 1 TO WS-EXAMINED-COUNT.
            MOVE EMP-FILE-RECORD TO EMPLOYEE-RECORD.
            IF NOT EMPLOYEE-TERMINATED OR
                  EMPLOYEE-TERM-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF.
            IF EMPLOYEE-TERM-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
            END-IF.
            IF NameValue = WS-PURGED-MARK
               ADD 1 TO WS-DONE-BEFORE-COUNT
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ELIGIBLE-COUNT.
            PERFORM CHECK-OPEN-LOANS.
            PERFORM CHECK-LEGAL-HOLD.
            EVALUATE TRUE
               WHEN WS-ON-HOLD
                  ADD 1 TO WS-HOLD-EXCLUDED
                  MOVE SPACES TO CERTIFICATE-LINE
                  STRING "  EXCLUDED " EMPLOYEE-ID " TERMINATED "
                     EMPLOYEE-TERM-DATE " - LEGAL HOLD "
                     WS-HOLD-REFERENCE
                     DELIMITED BY SIZE INTO CERTIFICATE-LINE
                  WRITE CERTIFICATE-LINE
               WHEN WS-OPEN-LOAN
                  ADD 1 TO WS-LOAN-EXCLUDED
                  MOVE WS-LOAN-OWED TO WS-SHOW-OWED
                  MOVE SPACES TO CERTIFICATE-LINE
                  STRING "  EXCLUDED " EMPLOYEE-ID " TERMINATED "
                     EMPLOYEE-TERM-DATE " - STAFF LOAN OWING "
                     WS-SHOW-OWED
                     DELIMITED BY SIZE INTO CERTIFICATE-LINE
                  WRITE CERTIFICATE-LINE
               WHEN WS-PURGED-COUNT NOT < 2000
                  ADD 1 TO WS-DEFERRED-COUNT
                  MOVE SPACES TO CERTIFICATE-LINE
                  STRING "  DEFERRED " EMPLOYEE-ID " TERMINATED "
                     EMPLOYEE-TERM-DATE " - RUN LIMIT REACHED, "
                     "PURGED ON THE NEXT RUN"
                     DELIMITED BY SIZE INTO CERTIFICATE-LINE
                  WRITE CERTIFICATE-LINE
               WHEN OTHER
                  PERFORM PURGE-ONE-EMPLOYEE
            END-EVALUATE.

      *> Any active loan with a balance still owing.
       CHECK-OPEN-LOANS.
            MOVE "N" TO WS-OPEN-LOAN-FLAG.
            MOVE ZEROS TO WS-LOAN-OWED.
            MOVE "N" TO WS-SUB-EOF-SWITCH.
            MOVE EMPLOYEE-ID TO LN-EMPLOYEE-ID.
            MOVE ZERO TO LN-LOAN-NUMBER.
            START LOAN-MASTER-FILE KEY NOT < LN-KEY
               INVALID KEY SET WS-SUB-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-SUB-EOF
               READ LOAN-MASTER-FILE NEXT
                  AT END SET WS-SUB-EOF TO TRUE
               END-READ
               IF NOT WS-SUB-EOF
                  IF LN-EMPLOYEE-ID NOT = EMPLOYEE-ID
                     SET WS-SUB-EOF TO TRUE
                  ELSE
                     IF LN-ACTIVE AND LN-BALANCE > 0
                        SET WS-OPEN-LOAN TO TRUE
                        ADD LN-BALANCE TO WS-LOAN-OWED
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       CHECK-LEGAL-HOLD.
            MOVE "N" TO WS-ON-HOLD-FLAG.
            MOVE SPACES TO WS-HOLD-REFERENCE.
            MOVE EMPLOYEE-ID TO LH-EMPLOYEE-ID.
            READ LEGAL-HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF LH-IN-FORCE
                     SET WS-ON-HOLD TO TRUE
                     MOVE LH-REFERENCE TO WS-HOLD-REFERENCE
                  END-IF
            END-READ.

       PURGE-ONE-EMPLOYEE.
            ADD 1 TO WS-PURGED-COUNT.
            MOVE EMPLOYEE-ID TO WS-PURGED-ID(WS-PURGED-COUNT).
            PERFORM PURGE-EMERGENCY-CONTACTS.
            PERFORM PURGE-BANK-DETAIL.
            PERFORM MASK-CONTACT-FIELDS.
            IF WS-COMMIT-MODE
               MOVE EMPLOYEE-RECORD TO EMP-FILE-RECORD
               REWRITE EMP-FILE-RECORD
                  INVALID KEY
                     DISPLAY "Rewrite of " EMPLOYEE-ID
                        " failed, status " WS-EMPLOYEE-STATUS
                     SET WS-HAD-ISSUE TO TRUE
               END-REWRITE
               CALL "EMPLOYEE-TRANS-WRITE" USING WS-LOG-TRANS-CODE
                  EMPLOYEE-ID EMPLOYEE-RECORD WS-PURGE-USER-ID
            END-IF.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "  PURGED   " EMPLOYEE-ID " TERMINATED "
               EMPLOYEE-TERM-DATE " - NAME/PHONES/ADDRESS BLANKED, "
               WS-EMP-CONTACTS " EMERGENCY CONTACTS, BANK DETAIL "
               WS-EMP-BANK
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.

       PURGE-EMERGENCY-CONTACTS.
            MOVE ZERO TO WS-EMP-CONTACTS.
            MOVE "N" TO WS-SUB-EOF-SWITCH.
            MOVE SPACES TO EC-KEY.
            MOVE EMPLOYEE-ID TO EC-EMPLOYEE-ID.
            START EMERGENCY-CONTACT-FILE KEY NOT < EC-KEY
               INVALID KEY SET WS-SUB-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-SUB-EOF
               READ EMERGENCY-CONTACT-FILE NEXT
                  AT END SET WS-SUB-EOF TO TRUE
               END-READ
               IF NOT WS-SUB-EOF
                  IF EC-EMPLOYEE-ID NOT = EMPLOYEE-ID
                     SET WS-SUB-EOF TO TRUE
                  ELSE
                     ADD 1 TO WS-EMP-CONTACTS WS-CONTACTS-PURGED
                     IF WS-COMMIT-MODE
                        DELETE EMERGENCY-CONTACT-FILE RECORD
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       PURGE-BANK-DETAIL.
            MOVE "NO " TO WS-EMP-BANK.
            MOVE EMPLOYEE-ID TO BD-EMPLOYEE-ID.
            READ BANK-DETAIL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "YES" TO WS-EMP-BANK
                  ADD 1 TO WS-BANK-PURGED
                  IF WS-COMMIT-MODE
                     DELETE BANK-DETAIL-FILE RECORD
                  END-IF
            END-READ.

      *> The personal part of CONTACT-REC; everything else on the
      *> record is left as it stands.
       MASK-CONTACT-FIELDS.
            MOVE SPACES TO LastnameGroup PhonesValue AddressGroup.
            MOVE WS-PURGED-MARK TO NameValue.

       FIND-PURGED-ID.
            MOVE "N" TO WS-PURGED-FOUND-FLAG.
            PERFORM VARYING WS-PURGED-INDEX FROM 1 BY 1
                  UNTIL WS-PURGED-INDEX > WS-PURGED-COUNT
                     OR WS-PURGED-FOUND
               IF WS-PURGED-ID(WS-PURGED-INDEX) = WS-LOOKUP-ID
                  SET WS-PURGED-FOUND TO TRUE
               END-IF
            END-PERFORM.

      *> Pass 1 copies the history to the work file with the purged
      *> employees' prior images masked; pass 2 writes the work file
      *> back as the history. A proposal only counts.
       MASK-HISTORY-FILE.
            OPEN INPUT EMPLOYEE-HIST-FILE.
            IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS
                  NOT = "05"
               DISPLAY "Unable to open employee-hist.dat, status "
                  WS-HIST-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-COMMIT-MODE
               OPEN OUTPUT HIST-WORK-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-HIST-FILE.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-HIST-READ
               MOVE HIST-EMPLOYEE-ID TO WS-LOOKUP-ID
               PERFORM FIND-PURGED-ID
               IF WS-PURGED-FOUND
                  ADD 1 TO WS-HIST-MASKED
                  MOVE HIST-PRIOR-IMAGE TO WS-IMAGE-WORK(1:250)
                  MOVE HIST-IMAGE-EXTENSION TO WS-IMAGE-WORK(251:50)
                  MOVE WS-IMAGE-WORK TO EMPLOYEE-RECORD
                  PERFORM MASK-CONTACT-FIELDS
                  MOVE EMPLOYEE-RECORD TO WS-IMAGE-WORK
                  MOVE WS-IMAGE-WORK(1:250) TO HIST-PRIOR-IMAGE
                  MOVE WS-IMAGE-WORK(251:50) TO HIST-IMAGE-EXTENSION
               END-IF
               IF WS-COMMIT-MODE
                  WRITE HIST-WORK-RECORD FROM EMPLOYEE-HIST-RECORD
               END-IF
               PERFORM READ-HIST-FILE
            END-PERFORM.
            CLOSE EMPLOYEE-HIST-FILE.
            IF WS-COMMIT-MODE
               CLOSE HIST-WORK-FILE
               IF WS-HIST-MASKED > 0
                  OPEN INPUT HIST-WORK-FILE
                  OPEN OUTPUT EMPLOYEE-HIST-FILE
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM READ-HIST-WORK
                  PERFORM UNTIL WS-EOF
                     WRITE EMPLOYEE-HIST-RECORD FROM HIST-WORK-RECORD
                     PERFORM READ-HIST-WORK
                  END-PERFORM
                  CLOSE HIST-WORK-FILE EMPLOYEE-HIST-FILE
               END-IF
            END-IF.

       READ-HIST-FILE.
            READ EMPLOYEE-HIST-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       READ-HIST-WORK.
            READ HIST-WORK-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

      *> Same two passes over employee-trans.log. Lines from before
      *> the record image was logged carry no image to mask and
      *> cannot be tied to an employee; they are counted so the
      *> certificate says the old log still needs review.
       MASK-TRANS-LOG.
            OPEN INPUT EMPLOYEE-TRANS-LOG.
            IF WS-TRANS-LOG-STATUS NOT = "00" AND
                  WS-TRANS-LOG-STATUS NOT = "05"
               DISPLAY "Unable to open employee-trans.log, status "
                  WS-TRANS-LOG-STATUS
               SET WS-HAD-ISSUE TO TRUE
               EXIT PARAGRAPH
            END-IF.
            IF WS-COMMIT-MODE
               OPEN OUTPUT LOG-WORK-FILE
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM READ-TRANS-LOG.
            PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LOG-READ
               EVALUATE TRUE
                  WHEN NOT ETL-ADD-TRANS AND NOT ETL-CHANGE-TRANS
                        AND NOT ETL-TERM-TRANS AND NOT ETL-DELETE-TRANS
                        AND NOT ETL-REHIRE-TRANS
                     ADD 1 TO WS-LOG-LEGACY
                  WHEN ETL-EMPLOYEE-ID = SPACES
                     ADD 1 TO WS-LOG-LEGACY
                  WHEN ETL-RECORD-IMAGE = SPACES
                     CONTINUE
                  WHEN OTHER
                     MOVE ETL-EMPLOYEE-ID TO WS-LOOKUP-ID
                     PERFORM FIND-PURGED-ID
                     IF WS-PURGED-FOUND
                        ADD 1 TO WS-LOG-MASKED
                        MOVE ETL-RECORD-IMAGE TO EMPLOYEE-RECORD
                        PERFORM MASK-CONTACT-FIELDS
                        MOVE EMPLOYEE-RECORD TO ETL-RECORD-IMAGE
                     END-IF
               END-EVALUATE
               IF WS-COMMIT-MODE
                  WRITE LOG-WORK-RECORD
                     FROM EMPLOYEE-TRANS-LOG-DETAIL
               END-IF
               PERFORM READ-TRANS-LOG
            END-PERFORM.
            CLOSE EMPLOYEE-TRANS-LOG.
            IF WS-COMMIT-MODE
               CLOSE LOG-WORK-FILE
               IF WS-LOG-MASKED > 0
                  OPEN INPUT LOG-WORK-FILE
                  OPEN OUTPUT EMPLOYEE-TRANS-LOG
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM READ-LOG-WORK
                  PERFORM UNTIL WS-EOF
                     WRITE EMPLOYEE-TRANS-LOG-DETAIL
                        FROM LOG-WORK-RECORD
                     PERFORM READ-LOG-WORK
                  END-PERFORM
                  CLOSE LOG-WORK-FILE EMPLOYEE-TRANS-LOG
               END-IF
            END-IF.

       READ-TRANS-LOG.
            READ EMPLOYEE-TRANS-LOG
               AT END SET WS-EOF TO TRUE
            END-READ.

       READ-LOG-WORK.
            READ LOG-WORK-FILE
               AT END SET WS-EOF TO TRUE
            END-READ.

       WRITE-CERTIFICATE-HEADING.
            MOVE SPACES TO CERTIFICATE-LINE.
            IF WS-COMMIT-MODE
               STRING "CERTIFICATE OF PERSONAL DATA PURGE - RUN "
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE
            ELSE
               STRING "PERSONAL DATA PURGE - PROPOSAL ONLY, NOTHING "
                  "CHANGED - RUN " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-IF.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "RETENTION " WS-RETAIN-YEARS " YEARS - EMPLOYEES "
               "TERMINATED BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-TOTALS.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "EMPLOYEES EXAMINED " WS-EXAMINED-COUNT
               "  PAST RETENTION " WS-ELIGIBLE-COUNT
               "  PURGED " WS-PURGED-COUNT
               "  PURGED ON A PAST RUN " WS-DONE-BEFORE-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "EXCLUDED - LOAN OWING " WS-LOAN-EXCLUDED
               "  LEGAL HOLD " WS-HOLD-EXCLUDED
               "  DEFERRED " WS-DEFERRED-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "EMERGENCY CONTACTS DELETED " WS-CONTACTS-PURGED
               "  BANK DETAILS DELETED " WS-BANK-PURGED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "EMPLOYEE-HIST IMAGES MASKED " WS-HIST-MASKED
               " OF " WS-HIST-READ
               "  EMPLOYEE-TRANS LOG LINES MASKED " WS-LOG-MASKED
               " OF " WS-LOG-READ
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            IF WS-LOG-LEGACY > 0
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "** " WS-LOG-LEGACY " TRANS LOG LINES PREDATE "
                  "THE RECORD IMAGE AND NEED MANUAL REVIEW"
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
            END-IF.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "PAY HISTORY, YTD, TAX AND EMPLOYER COST TOTALS "
               "ARE RETAINED UNCHANGED"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            IF WS-COMMIT-MODE
               MOVE SPACES TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE "CERTIFIED BY ______________________  DATE "
                  TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
            END-IF.
       END PROGRAM PERSONAL-DATA-PURGE.
