      *> Spells a check amount out in words the way the legal line
      *> of a check reads - "ONE THOUSAND TWO HUNDRED THIRTY-FOUR
      *> AND 56/100" - so the check print runs share one routine
      *> instead of each carrying its own number-name tables. The
      *> amount is dollars and cents up to 9,999,999.99; the words
      *> come back left-justified in a 100-byte field.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOUNT-IN-WORDS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ONES-NAMES.
           05 FILLER PIC X(9) VALUE "ONE".
           05 FILLER PIC X(9) VALUE "TWO".
           05 FILLER PIC X(9) VALUE "THREE".
           05 FILLER PIC X(9) VALUE "FOUR".
           05 FILLER PIC X(9) VALUE "FIVE".
           05 FILLER PIC X(9) VALUE "SIX".
           05 FILLER PIC X(9) VALUE "SEVEN".
           05 FILLER PIC X(9) VALUE "EIGHT".
           05 FILLER PIC X(9) VALUE "NINE".
           05 FILLER PIC X(9) VALUE "TEN".
           05 FILLER PIC X(9) VALUE "ELEVEN".
           05 FILLER PIC X(9) VALUE "TWELVE".
           05 FILLER PIC X(9) VALUE "THIRTEEN".
           05 FILLER PIC X(9) VALUE "FOURTEEN".
           05 FILLER PIC X(9) VALUE "FIFTEEN".
           05 FILLER PIC X(9) VALUE "SIXTEEN".
           05 FILLER PIC X(9) VALUE "SEVENTEEN".
           05 FILLER PIC X(9) VALUE "EIGHTEEN".
           05 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-ONES-TABLE REDEFINES WS-ONES-NAMES.
           05 WS-ONES-NAME PIC X(9) OCCURS 19 TIMES.
       01 WS-TENS-NAMES.
           05 FILLER PIC X(9) VALUE "TWENTY".
           05 FILLER PIC X(9) VALUE "THIRTY".
           05 FILLER PIC X(9) VALUE "FORTY".
           05 FILLER PIC X(9) VALUE "FIFTY".
           05 FILLER PIC X(9) VALUE "SIXTY".
           05 FILLER PIC X(9) VALUE "SEVENTY".
           05 FILLER PIC X(9) VALUE "EIGHTY".
           05 FILLER PIC X(9) VALUE "NINETY".
       01 WS-TENS-TABLE REDEFINES WS-TENS-NAMES.
           05 WS-TENS-NAME PIC X(9) OCCURS 8 TIMES.
       01 WS-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMOUNT-GROUP REDEFINES WS-AMOUNT.
           05 WS-MILLIONS  PIC 9.
           05 WS-THOUSANDS PIC 9(3).
           05 WS-UNITS     PIC 9(3).
           05 WS-CENTS     PIC 99.
       01 WS-GROUP PIC 9(3) VALUE ZERO.
       01 WS-GROUP-PARTS REDEFINES WS-GROUP.
           05 WS-GROUP-HUNDREDS PIC 9.
           05 WS-GROUP-REST     PIC 99.
       01 WS-GROUP-REST-PARTS.
           05 WS-REST-TENS PIC 9.
           05 WS-REST-ONES PIC 9.
       01 WS-WORD PIC X(9) VALUE SPACES.
       01 WS-POINTER PIC 9(3) VALUE 1.
       01 WS-JOIN-SWITCH PIC X VALUE "N".
           88 WS-JOIN-WITH-HYPHEN VALUE "Y".
       LINKAGE SECTION.
       01 LK-AMOUNT PIC 9(7)V99.
       01 LK-WORDS  PIC X(100).
       PROCEDURE DIVISION USING LK-AMOUNT LK-WORDS.
       SPELL-AMOUNT.
            MOVE SPACES TO LK-WORDS.
            MOVE 1 TO WS-POINTER.
            MOVE LK-AMOUNT TO WS-AMOUNT.
            IF WS-MILLIONS = 0 AND WS-THOUSANDS = 0 AND WS-UNITS = 0
               MOVE "ZERO" TO WS-WORD
               PERFORM ADD-ONE-WORD
            END-IF.
            IF WS-MILLIONS > 0
               MOVE WS-ONES-NAME(WS-MILLIONS) TO WS-WORD
               PERFORM ADD-ONE-WORD
               MOVE "MILLION" TO WS-WORD
               PERFORM ADD-ONE-WORD
            END-IF.
            IF WS-THOUSANDS > 0
               MOVE WS-THOUSANDS TO WS-GROUP
               PERFORM SPELL-ONE-GROUP
               MOVE "THOUSAND" TO WS-WORD
               PERFORM ADD-ONE-WORD
            END-IF.
            IF WS-UNITS > 0
               MOVE WS-UNITS TO WS-GROUP
               PERFORM SPELL-ONE-GROUP
            END-IF.
            STRING " AND " WS-CENTS "/100"
               DELIMITED BY SIZE INTO LK-WORDS
               WITH POINTER WS-POINTER.
            GOBACK.

      *> One group of three digits: the hundreds, then twenty and
      *> up as a hyphenated pair, or one to nineteen as one word.
       SPELL-ONE-GROUP.
            IF WS-GROUP-HUNDREDS > 0
               MOVE WS-ONES-NAME(WS-GROUP-HUNDREDS) TO WS-WORD
               PERFORM ADD-ONE-WORD
               MOVE "HUNDRED" TO WS-WORD
               PERFORM ADD-ONE-WORD
            END-IF.
            MOVE WS-GROUP-REST TO WS-GROUP-REST-PARTS.
            IF WS-GROUP-REST >= 20
               MOVE WS-TENS-NAME(WS-REST-TENS - 1) TO WS-WORD
               PERFORM ADD-ONE-WORD
               IF WS-REST-ONES > 0
                  SET WS-JOIN-WITH-HYPHEN TO TRUE
                  MOVE WS-ONES-NAME(WS-REST-ONES) TO WS-WORD
                  PERFORM ADD-ONE-WORD
               END-IF
            ELSE
               IF WS-GROUP-REST > 0
                  MOVE WS-ONES-NAME(WS-GROUP-REST) TO WS-WORD
                  PERFORM ADD-ONE-WORD
               END-IF
            END-IF.

       ADD-ONE-WORD.
            IF WS-JOIN-WITH-HYPHEN
               STRING "-" DELIMITED BY SIZE INTO LK-WORDS
                  WITH POINTER WS-POINTER
               MOVE "N" TO WS-JOIN-SWITCH
            ELSE
               IF WS-POINTER > 1
                  STRING " " DELIMITED BY SIZE INTO LK-WORDS
                     WITH POINTER WS-POINTER
               END-IF
            END-IF.
            STRING WS-WORD DELIMITED BY SPACE INTO LK-WORDS
               WITH POINTER WS-POINTER.
       END PROGRAM AMOUNT-IN-WORDS.
