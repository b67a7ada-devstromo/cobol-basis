      *> HIST-PRIOR-IMAGE is sized ahead of the current
      *> EMPLOYEE-RECORD length so the layout survives the master
      *> record growing; the image is a straight group MOVE of
      *> EMPLOYEE-RECORD and decodes by MOVEing it back. Once the
      *> master outgrew the image, the bytes past position 250 are
      *> carried in HIST-IMAGE-EXTENSION behind the user ID, so the
      *> older lines keep their layout and read the tail as spaces.
       01  EMPLOYEE-HIST-RECORD.
           05 HIST-EMPLOYEE-ID  PIC X(6).
           05 HIST-TRANS-DATE   PIC 9(8).
      *> after the image so lines written before the field existed
      *> still decode - they simply read back a blank user.
           05 HIST-USER-ID      PIC X(6).
      *> Prior-image bytes beyond the first 250 (see above).
           05 HIST-IMAGE-EXTENSION PIC X(50).
