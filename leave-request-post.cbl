      *> Nightly posting of approved leave: every approved request
      *> whose last day is now past is taken off the leave ledger
      *> exactly as LEAVE-ENTRY records leave taken (a balance may
      *> run a few hours negative ahead of the next accrual) and is
      *> kept as taken (T) with the posting date, so it can never
      *> post twice. A request still pending once its first day has
      *> come was never decided; those are listed and the step
      *> posts completion code 4 so the morning report shows them.
      *> An approved request with no ledger record is left approved
      *> and also draws code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-REQUEST-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LEAVE-REQUEST-FILE
               ASSIGN TO "leave-request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-NUMBER
               FILE STATUS IS WS-REQUEST-STATUS.
               SELECT OPTIONAL LEAVE-LEDGER-FILE
               ASSIGN TO "leave-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LEAVE-REQUEST-REC.
       FD  LEAVE-LEDGER-FILE.
           COPY LEAVE-LEDGER-REC.
       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX VALUE "00".
       01 WS-LEDGER-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNDECIDED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-LEDGER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-POSTED-HOURS PIC 9(7)V99 VALUE ZEROS.
       01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
           88 WS-HAD-ISSUE VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            OPEN I-O LEAVE-REQUEST-FILE.
            IF WS-REQUEST-STATUS NOT = "00" AND
                  WS-REQUEST-STATUS NOT = "05"
               DISPLAY "Unable to open leave-request.dat, status "
                  WS-REQUEST-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            OPEN I-O LEAVE-LEDGER-FILE.
            IF WS-LEDGER-STATUS NOT = "00" AND WS-LEDGER-STATUS
                  NOT = "05"
               DISPLAY "Unable to open leave-ledger.dat, status "
                  WS-LEDGER-STATUS
               SET WS-HAD-ISSUE TO TRUE
            END-IF.
            IF NOT WS-HAD-ISSUE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-REQUEST-FILE
               PERFORM UNTIL WS-EOF
                  ADD 1 TO WS-READ-COUNT
                  PERFORM CHECK-ONE-REQUEST
                  PERFORM READ-REQUEST-FILE
               END-PERFORM
            END-IF.
            CLOSE LEAVE-REQUEST-FILE.
            CLOSE LEAVE-LEDGER-FILE.
            DISPLAY "Leave Request Posting Summary - " WS-TODAY-DATE.
            DISPLAY "Requests read      : " WS-READ-COUNT.
            DISPLAY "Posted to ledger   : " WS-POSTED-COUNT.
            DISPLAY "Hours posted       : " WS-POSTED-HOURS.
            DISPLAY "Pending, undecided : " WS-UNDECIDED-COUNT.
            DISPLAY "No ledger record   : " WS-NO-LEDGER-COUNT.
            IF WS-HAD-ISSUE
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-UNDECIDED-COUNT > 0 OR WS-NO-LEDGER-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.
            GOBACK.

       READ-REQUEST-FILE.
            READ LEAVE-REQUEST-FILE NEXT
               AT END SET WS-EOF TO TRUE
            END-READ.

       CHECK-ONE-REQUEST.
            EVALUATE TRUE
               WHEN LR-APPROVED AND LR-END-DATE < WS-TODAY-DATE
                  PERFORM POST-ONE-REQUEST
               WHEN LR-PENDING AND LR-START-DATE NOT > WS-TODAY-DATE
                  ADD 1 TO WS-UNDECIDED-COUNT
                  DISPLAY "Request " LR-NUMBER " for " LR-EMPLOYEE-ID
                     " starting " LR-START-DATE " was never decided."
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       POST-ONE-REQUEST.
            MOVE LR-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
            READ LEAVE-LEDGER-FILE
               INVALID KEY
                  ADD 1 TO WS-NO-LEDGER-COUNT
                  DISPLAY "No leave ledger for " LR-EMPLOYEE-ID
                     " - request " LR-NUMBER " left approved."
                  EXIT PARAGRAPH
            END-READ.
            IF LR-VACATION
               SUBTRACT LR-HOURS FROM LV-VACATION-BALANCE
               IF LV-VACATION-BALANCE < 0
                  DISPLAY "Warning: vacation balance for "
                     LV-EMPLOYEE-ID " is now negative."
               END-IF
            ELSE
               SUBTRACT LR-HOURS FROM LV-SICK-BALANCE
               IF LV-SICK-BALANCE < 0
                  DISPLAY "Warning: sick balance for "
                     LV-EMPLOYEE-ID " is now negative."
               END-IF
            END-IF.
            REWRITE LEAVE-LEDGER-RECORD.
            SET LR-TAKEN TO TRUE.
            MOVE WS-TODAY-DATE TO LR-POSTED-DATE.
            REWRITE LEAVE-REQUEST-RECORD.
            ADD 1 TO WS-POSTED-COUNT.
            ADD LR-HOURS TO WS-POSTED-HOURS.
       END PROGRAM LEAVE-REQUEST-POST.
