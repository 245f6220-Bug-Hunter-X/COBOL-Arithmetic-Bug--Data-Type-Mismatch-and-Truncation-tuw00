      *****************************************************************
      *  DUPSREC.CPY
      *  Cross-day duplicate suspect record - one row per feed record
      *  CALCEDIT held out of the run because the same transaction
      *  key, with the same COMP-1, COMP-2, and INT-VALUE, was
      *  already posted on an earlier day inside the look-back
      *  window. Carries the business date it was held on, the
      *  transaction date of the earlier posting it matched, and the
      *  feed-record image field for field. The suspect file
      *  accumulates across runs until the CALCDUP transaction
      *  releases each suspect into the next run or confirms it as
      *  a duplicate and drops it.
      *****************************************************************
       01  DUPS-RECORD.
           05  DUPS-HELD-DATE          PIC X(8).
           05  DUPS-PRIOR-DATE         PIC X(8).
           05  DUPS-FEED-IMAGE.
               10  DUPS-KEY            PIC X(10).
               10  DUPS-DATE           PIC X(8).
               10  DUPS-COMP-1         PIC X(4).
               10  DUPS-COMP-2         PIC X(4).
               10  DUPS-INT-VALUE      PIC X(9).
               10  DUPS-COMPANY        PIC X(3).
               10  DUPS-CURRENCY       PIC X(3).
