      *> Shared required-certification check: walks the requirement
      *> table (cert-requirement.dat) for every record matching
      *> LK-GRADE-CODE and/or LK-DEPT-CODE, and looks each required
      *> CERT-CODE up on the employee's certification file. A code
      *> required by both the grade and the department counts once.
      *> A requirement is met by a certificate whose expiry is on
      *> or after LK-AS-OF-DATE; one held only with an earlier
      *> expiry comes back as expired, one not on file at all as
      *> not held (CERT-GAP-LIST). Opens INPUT, does the one job,
      *> closes - the same one-shot file handling DEPT-VALIDATE
      *> uses. Absent files mean no requirements.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-REQUIREMENT-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CERT-REQUIREMENT-FILE
               ASSIGN TO "cert-requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-REQUIREMENT-STATUS.
               SELECT OPTIONAL CERTIFICATION-FILE
               ASSIGN TO "certification.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REQUIREMENT-FILE.
           COPY CERT-REQUIREMENT-REC.
       FD  CERTIFICATION-FILE.
           COPY CERTIFICATION-REC.
       WORKING-STORAGE SECTION.
       01 WS-REQUIREMENT-STATUS PIC XX VALUE "00".
       01 WS-CERT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
      *> codes already counted for this employee
       01 WS-SEEN-TABLE.
           05 WS-SEEN-CODE PIC X(6) OCCURS 50 TIMES.
       01 WS-SEEN-COUNT PIC 99 VALUE ZERO.
       01 WS-SEEN-INDEX PIC 99 VALUE ZERO.
       01 WS-SEEN-FLAG PIC X VALUE "N".
           88 WS-ALREADY-SEEN VALUE "Y".
       LINKAGE SECTION.
       01 LK-EMPLOYEE-ID PIC X(6).
       01 LK-GRADE-CODE PIC X(4).
       01 LK-DEPT-CODE PIC X(20).
       01 LK-AS-OF-DATE PIC 9(8).
           COPY CERT-GAP-LIST.
       PROCEDURE DIVISION USING LK-EMPLOYEE-ID LK-GRADE-CODE
               LK-DEPT-CODE LK-AS-OF-DATE CERT-GAP-LIST.
       CHECK-REQUIREMENTS.
            INITIALIZE CERT-GAP-LIST.
            MOVE ZERO TO WS-SEEN-COUNT.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CERT-REQUIREMENT-FILE.
            IF WS-REQUIREMENT-STATUS NOT = "00" AND
                  WS-REQUIREMENT-STATUS NOT = "05"
               DISPLAY "Unable to open cert-requirement.dat, status "
                  WS-REQUIREMENT-STATUS
               GOBACK
            END-IF.
            OPEN INPUT CERTIFICATION-FILE.
            IF WS-CERT-STATUS NOT = "00" AND WS-CERT-STATUS
                  NOT = "05"
               DISPLAY "Unable to open certification.dat, status "
                  WS-CERT-STATUS
               CLOSE CERT-REQUIREMENT-FILE
               GOBACK
            END-IF.
            MOVE LOW-VALUES TO CRQ-KEY.
            START CERT-REQUIREMENT-FILE KEY NOT < CRQ-KEY
               INVALID KEY SET WS-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-EOF
               READ CERT-REQUIREMENT-FILE NEXT
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     IF (CRQ-GRADE-CODE = SPACES OR
                           CRQ-GRADE-CODE = LK-GRADE-CODE) AND
                        (CRQ-DEPT-CODE = SPACES OR
                           CRQ-DEPT-CODE = LK-DEPT-CODE)
                        PERFORM APPLY-ONE-REQUIREMENT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CERT-REQUIREMENT-FILE.
            CLOSE CERTIFICATION-FILE.
            GOBACK.

       APPLY-ONE-REQUIREMENT.
            MOVE "N" TO WS-SEEN-FLAG.
            PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1
                  UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
               IF WS-SEEN-CODE(WS-SEEN-INDEX) = CRQ-CERT-CODE
                  SET WS-ALREADY-SEEN TO TRUE
               END-IF
            END-PERFORM.
            IF WS-ALREADY-SEEN
               EXIT PARAGRAPH
            END-IF.
            IF WS-SEEN-COUNT < 50
               ADD 1 TO WS-SEEN-COUNT
               MOVE CRQ-CERT-CODE TO WS-SEEN-CODE(WS-SEEN-COUNT)
            END-IF.
            ADD 1 TO CGL-REQUIRED-COUNT.
            MOVE LK-EMPLOYEE-ID TO CERT-EMPLOYEE-ID.
            MOVE CRQ-CERT-CODE TO CERT-CODE.
            READ CERTIFICATION-FILE
               INVALID KEY
                  ADD 1 TO CGL-GAP-COUNT
                  IF CGL-GAP-COUNT <= 20
                     MOVE CRQ-CERT-CODE
                        TO CGL-CERT-CODE(CGL-GAP-COUNT)
                     MOVE CRQ-DESCRIPTION
                        TO CGL-DESCRIPTION(CGL-GAP-COUNT)
                     SET CGL-NOT-HELD(CGL-GAP-COUNT) TO TRUE
                     MOVE ZEROS TO CGL-EXPIRY-DATE(CGL-GAP-COUNT)
                  END-IF
               NOT INVALID KEY
                  IF CERT-EXPIRY-DATE < LK-AS-OF-DATE
                     ADD 1 TO CGL-GAP-COUNT
                     IF CGL-GAP-COUNT <= 20
                        MOVE CRQ-CERT-CODE
                           TO CGL-CERT-CODE(CGL-GAP-COUNT)
                        MOVE CRQ-DESCRIPTION
                           TO CGL-DESCRIPTION(CGL-GAP-COUNT)
                        SET CGL-EXPIRED(CGL-GAP-COUNT) TO TRUE
                        MOVE CERT-EXPIRY-DATE
                           TO CGL-EXPIRY-DATE(CGL-GAP-COUNT)
                     END-IF
                  END-IF
            END-READ.
       END PROGRAM CERT-REQUIREMENT-CHECK.
