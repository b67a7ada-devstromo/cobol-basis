      *> inside quotes stays in the field), validates every field
      *> with the same checks EMPLOYEE-MAINT applies (name present,
      *> department on the reference file, phones through
      *> PHONE-VALIDATE, state and postal code through
      *> ADDRESS-VALIDATE, hire date through DATE-VALIDATE), and
      *> stages the valid rows as batch transactions on
      *> employee-batch-trans.dat for EMPLOYEE-BATCH-APPLY. Rows
      *> that fail go to a reject listing with the reason.
           88 WS-DEPT-FOUND VALUE "Y".
       01 WS-PHONE-VALID-FLAG PIC X VALUE "Y".
           88 WS-PHONE-VALID VALUE "Y".
       01 WS-STATE-WORK PIC X(2) VALUE SPACES.
       01 WS-POSTAL-WORK PIC X(10) VALUE SPACES.
       01 WS-ADDRESS-RESULT PIC X VALUE "Y".
           88 WS-ADDRESS-VALID VALUE "Y".
       01 WS-DATE-VALID-FLAG PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-KEY-VALID-FLAG PIC X VALUE "N".
                  TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SWITCH
            END-IF.
            IF WS-INPUT-VALID
               MOVE WS-FIELD-SLOT(12)(1:2) TO WS-STATE-WORK
               MOVE WS-FIELD-SLOT(13)(1:10) TO WS-POSTAL-WORK
               CALL "ADDRESS-VALIDATE" USING WS-STATE-WORK
                  WS-POSTAL-WORK WS-ADDRESS-RESULT
               IF NOT WS-ADDRESS-VALID
                  MOVE "STATE AND POSTAL CODE DO NOT AGREE"
                     TO WS-REJECT-REASON
                  MOVE "N" TO WS-VALID-SWITCH
               ELSE
                  MOVE WS-STATE-WORK TO WS-FIELD-SLOT(12)
                  MOVE WS-POSTAL-WORK TO WS-FIELD-SLOT(13)
               END-IF
            END-IF.
            IF WS-INPUT-VALID
               CALL "DATE-VALIDATE" USING WS-FIELD-SLOT(15)(1:8)
                  WS-DATE-VALID-FLAG
