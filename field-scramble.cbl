      *> Deterministic masking of one text field for the test-library
      *> copy. Each letter becomes another letter of the same case and
      *> each digit another digit; spaces and punctuation stay where
      *> they are, so a masked name, street line, phone or account
      *> number keeps its shape and still passes the format edits.
      *> The replacement for each character is drawn from a running
      *> chain seeded by the operator's scramble key and fed by the
      *> characters before it, so the result depends only on the key
      *> and the value itself - never on the record or file it came
      *> from. The same surname or phone therefore masks identically
      *> on the employee and customer masters, which is what keeps
      *> the staff cross-reference and discount joins working, and a
      *> value padded to 15 or 30 bytes masks the same way. Without
      *> the key the masking cannot be walked back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELD-SCRAMBLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-UPPER-LETTERS PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LOWER-LETTERS PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-DIGITS PIC X(10) VALUE "0123456789".
       01 WS-CHAIN PIC 9(9) VALUE ZERO.
       01 WS-CHAR-INDEX PIC 99 VALUE ZERO.
       01 WS-ONE-CHAR PIC X VALUE SPACE.
       01 WS-CHAR-POS PIC 99 VALUE ZERO.
       01 WS-NEW-POS PIC 99 VALUE ZERO.
       LINKAGE SECTION.
       01 LK-SCRAMBLE-KEY PIC 9(8).
       01 LK-SCRAMBLE-TEXT PIC X(30).
       01 LK-SCRAMBLE-LENGTH PIC 99.
       PROCEDURE DIVISION USING LK-SCRAMBLE-KEY LK-SCRAMBLE-TEXT
           LK-SCRAMBLE-LENGTH.
       SCRAMBLE-FIELD.
            COMPUTE WS-CHAIN = FUNCTION MOD(LK-SCRAMBLE-KEY, 99991).
            PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                  UNTIL WS-CHAR-INDEX > LK-SCRAMBLE-LENGTH
                  OR WS-CHAR-INDEX > 30
               MOVE LK-SCRAMBLE-TEXT(WS-CHAR-INDEX:1) TO WS-ONE-CHAR
               PERFORM SCRAMBLE-ONE-CHAR
            END-PERFORM.
            GOBACK.

       SCRAMBLE-ONE-CHAR.
            MOVE ZERO TO WS-CHAR-POS.
            INSPECT WS-UPPER-LETTERS TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.
            IF WS-CHAR-POS < 26
               PERFORM ADVANCE-CHAIN
               COMPUTE WS-NEW-POS =
                  FUNCTION MOD(WS-CHAR-POS + WS-CHAIN, 26) + 1
               MOVE WS-UPPER-LETTERS(WS-NEW-POS:1)
                  TO LK-SCRAMBLE-TEXT(WS-CHAR-INDEX:1)
               EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-CHAR-POS.
            INSPECT WS-LOWER-LETTERS TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.
            IF WS-CHAR-POS < 26
               PERFORM ADVANCE-CHAIN
               COMPUTE WS-NEW-POS =
                  FUNCTION MOD(WS-CHAR-POS + WS-CHAIN, 26) + 1
               MOVE WS-LOWER-LETTERS(WS-NEW-POS:1)
                  TO LK-SCRAMBLE-TEXT(WS-CHAR-INDEX:1)
               EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-CHAR-POS.
            INSPECT WS-DIGITS TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.
            IF WS-CHAR-POS < 10
               PERFORM ADVANCE-CHAIN
               COMPUTE WS-NEW-POS =
                  FUNCTION MOD(WS-CHAR-POS + WS-CHAIN, 10) + 1
               MOVE WS-DIGITS(WS-NEW-POS:1)
                  TO LK-SCRAMBLE-TEXT(WS-CHAR-INDEX:1)
            END-IF.

      *> Only letters and digits move the chain, so padding and
      *> punctuation never change how the rest of a value masks.
       ADVANCE-CHAIN.
            COMPUTE WS-CHAIN = FUNCTION MOD(WS-CHAIN * 31
               + WS-CHAR-POS + 7 * WS-CHAR-INDEX, 99991).
       END PROGRAM FIELD-SCRAMBLE.
