      *****************************************************************
       01  ARCH-RESULT-RECORD.
           05  ARCH-STAMP-DATE         PIC X(8).
           05  ARCH-RESULT-IMAGE       PIC X(115).
