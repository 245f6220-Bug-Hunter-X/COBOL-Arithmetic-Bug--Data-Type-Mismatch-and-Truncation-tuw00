      *****************************************************************
      *  PENDREC.CPY
      *  Pending maintenance change - one record per TRANFILE or
      *  GLMAPFILE change keyed at CALCMNT or CALCGLM and not yet
      *  decided. Dual control: the operator who keys a change (the
      *  maker) only stages it here; it takes effect when a second
      *  operator holding the approval authority approves it at the
      *  CALCAPRV transaction, and is dropped if the checker rejects
      *  it. The maker can never approve their own change. Keyed by
      *  the file the change is for and that file's record key, so
      *  one record carries at most one pending change at a time.
      *  The before image is the record as it stood when the change
      *  was keyed (blank on an insert) - approval refuses to apply
      *  a change to a record that has moved on since - and the
      *  after image is the record as it will stand (blank on a
      *  delete). CALCPEND lists what is pending and flags changes
      *  left undecided past PARM-PEND-AGE-DAYS.
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-TARGET         PIC X.
                   88  PEND-FOR-TRANFILE       VALUE 'T'.
                   88  PEND-FOR-GLMAPFILE      VALUE 'G'.
               10  PEND-RECORD-KEY     PIC X(13).
           05  PEND-ACTION             PIC X(6).
               88  PEND-ACTION-INSERT      VALUE 'INSERT'.
               88  PEND-ACTION-UPDATE      VALUE 'UPDATE'.
               88  PEND-ACTION-DELETE      VALUE 'DELETE'.
           05  PEND-MAKER-ID           PIC X(8).
           05  PEND-MADE-DATE          PIC X(8).
           05  PEND-MADE-TIME          PIC X(8).
           05  PEND-BEFORE-IMAGE       PIC X(41).
           05  PEND-AFTER-IMAGE        PIC X(41).
