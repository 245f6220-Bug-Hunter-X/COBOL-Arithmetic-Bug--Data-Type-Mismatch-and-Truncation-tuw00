      *****************************************************************
      *  INTGREC.CPY
      *  Reference-data integrity summary record - one record,
      *  rewritten by each CALCINTG run, counting what the night's
      *  cross-check found: history cross-reference rows with no
      *  result record and result records with no cross-reference
      *  row, GL mappings whose transaction key has left TRANFILE,
      *  TRANFILE keys with no mapping (tomorrow's suspense
      *  postings), result companies with no mapping at all, and
      *  dates in the coming period missing from the processing
      *  calendar. A check that could not run because its file was
      *  not on hand is counted in INTG-CHECKS-SKIPPED rather than
      *  read as clean. CALCSTAT prints it as the integrity line of
      *  the morning report.
      *****************************************************************
       01  INTG-RECORD.
           05  INTG-BUSINESS-DATE      PIC X(8).
           05  INTG-RUN-DATE           PIC X(8).
           05  INTG-RUN-TIME           PIC X(8).
           05  INTG-XREF-NO-RESULT     PIC 9(7).
           05  INTG-RESULT-NO-XREF     PIC 9(7).
           05  INTG-GLMAP-NO-TRAN      PIC 9(7).
           05  INTG-TRAN-NO-GLMAP      PIC 9(7).
           05  INTG-COMPANY-NO-GLMAP   PIC 9(3).
           05  INTG-CALENDAR-GAPS      PIC 9(3).
           05  INTG-CAL-PERIOD-START   PIC X(8).
           05  INTG-CAL-PERIOD-END     PIC X(8).
           05  INTG-CHECKS-SKIPPED     PIC 9(1).
           05  INTG-STATUS             PIC X.
               88  INTG-CLEAN              VALUE 'C'.
               88  INTG-EXCEPTIONS-FOUND   VALUE 'E'.
               88  INTG-INCOMPLETE         VALUE 'I'.
