      *> not cleared; the V)erify transaction is how the supervisor
      *> marks an account cleared once the bank confirms the zero-
      *> amount record landed.
      *> Every transaction runs behind operator sign-on and is logged
      *> through MAINT-TRANS-WRITE, so the audit trail shows who
      *> touched whose account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DETAIL-MAINT.
       ENVIRONMENT DIVISION.
              88 WS-INPUT-VALID VALUE "Y".
           01 WS-NEW-ROUTING PIC X(9) VALUE SPACES.
           01 WS-NEW-ACCOUNT PIC X(12) VALUE SPACES.
           01 WS-SIGNON-USER-ID PIC X(6) VALUE SPACES.
           01 WS-SIGNON-OK-FLAG PIC X VALUE "N".
              88 WS-SIGNON-OK VALUE "Y".
           01 WS-ACCESS-LEVEL PIC 9 VALUE 1.
           01 WS-MAINT-PROGRAM PIC X(12) VALUE "BANK-DETAIL".
           01 WS-MAINT-KEY PIC X(20) VALUE SPACES.
           01 WS-HAD-ISSUE-FLAG PIC X VALUE "N".
              88 WS-HAD-ISSUE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "OPERATOR-SIGNON" USING WS-SIGNON-USER-ID
               WS-SIGNON-OK-FLAG WS-ACCESS-LEVEL.
            IF NOT WS-SIGNON-OK
               DISPLAY "Bank detail maintenance requires sign-on."
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN I-O BANK-DETAIL-FILE.
            IF WS-BANK-STATUS NOT = "00" AND WS-BANK-STATUS
                  NOT = "05"
               NOT INVALID KEY
                  DISPLAY "Bank detail for " BD-EMPLOYEE-ID
                     " added (prenote pending)."
                  PERFORM LOG-MAINT-TRANS
            END-WRITE.

      *> Changing the routing or account re-keys the account, so the
                  REWRITE BANK-DETAIL-RECORD
                  DISPLAY "Bank detail for " BD-EMPLOYEE-ID
                     " updated (prenote pending)."
                  PERFORM LOG-MAINT-TRANS
            END-READ.

       DELETE-BANK-DETAIL.
                  DELETE BANK-DETAIL-FILE RECORD
                  DISPLAY "Bank detail for " BD-EMPLOYEE-ID
                     " deleted."
                  PERFORM LOG-MAINT-TRANS
            END-READ.

       VERIFY-BANK-DETAIL.
                     REWRITE BANK-DETAIL-RECORD
                     DISPLAY "Account for " BD-EMPLOYEE-ID
                        " marked cleared for live deposits."
                     PERFORM LOG-MAINT-TRANS
                  ELSE
                     DISPLAY "Account for " BD-EMPLOYEE-ID
                        " has no prenote outstanding (status "
                        BD-PRENOTE-STATUS ")."
                  END-IF
            END-READ.

       LOG-MAINT-TRANS.
            MOVE SPACES TO WS-MAINT-KEY.
            MOVE BD-EMPLOYEE-ID TO WS-MAINT-KEY.
            CALL "MAINT-TRANS-WRITE" USING WS-MAINT-PROGRAM
               WS-SIGNON-USER-ID WS-TRANS-CODE WS-MAINT-KEY.
       END PROGRAM BANK-DETAIL-MAINT.
