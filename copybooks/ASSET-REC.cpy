           05 ASSET-ACCUM-DEPREC   PIC 9(8)V99 COMP-3.
           05 ASSET-PERIODS-POSTED PIC 9(3) COMP-3.
           05 ASSET-LAST-POSTED-PERIOD PIC 9(6).
      *> Tax book: a second depreciation schedule for the tax return,
      *> with its own method, rate and life, carried and posted by
      *> DEPRECIATION-POSTING-RUN beside the financial book with its
      *> own accumulated balance and double-post guard. No GL entry
      *> comes from it; BOOK-TAX-DIFFERENCE-REPORT sets the two side
      *> by side. A blank tax method means the tax return takes the
      *> financial book's figures unchanged (so records written
      *> before the tax book existed carry no difference). Tax book
      *> value at disposal is frozen at disposal like the financial.
           05 ASSET-TAX-METHOD     PIC X.
              88 ASSET-NO-TAX-BOOK       VALUE SPACE, LOW-VALUE.
              88 ASSET-TAX-STRAIGHT-LINE VALUE "S".
              88 ASSET-TAX-DECLINING     VALUE "D".
              88 ASSET-TAX-SUM-OF-YEARS  VALUE "Y".
           05 ASSET-TAX-RATE       PIC 9V999 COMP-3.
           05 ASSET-TAX-PERIOD-COUNT PIC 99 COMP-3.
           05 ASSET-TAX-ACCUM-DEPREC PIC 9(8)V99 COMP-3.
           05 ASSET-TAX-PERIODS-POSTED PIC 9(3) COMP-3.
           05 ASSET-TAX-LAST-POSTED-PERIOD PIC 9(6).
           05 ASSET-TAX-BOOK-AT-DISPOSAL PIC S9(8)V99 COMP-3.
