      *****************************************************************
      *  DUPLREC.CPY
      *  Duplicate-suspect decision log record - one row per
      *  decision keyed at the CALCDUP transaction, stamped with
      *  date, time, and the operator id, so month-end can prove who
      *  let a suspected duplicate into the books and who dropped
      *  one. A RELEASE sends the suspect through the next CALCEDIT
      *  run; a CONFIRM drops it as a true duplicate. The row keeps
      *  the transaction date of the earlier posting the suspect
      *  matched and the suspect's feed-record image.
      *****************************************************************
       01  DUPL-RECORD.
           05  DUPL-DATE               PIC X(8).
           05  DUPL-TIME               PIC X(8).
           05  DUPL-OPERATOR           PIC X(8).
           05  DUPL-DECISION           PIC X(7).
               88  DUPL-RELEASED           VALUE 'RELEASE'.
               88  DUPL-CONFIRMED          VALUE 'CONFIRM'.
           05  DUPL-PRIOR-DATE         PIC X(8).
           05  DUPL-RECORD-IMAGE       PIC X(41).
