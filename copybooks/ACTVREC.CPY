      *****************************************************************
      *  ACTVREC.CPY
      *  GL activity load record - the machine-readable copy of the
      *  CALCACTV account activity report, written for finance's
      *  load. One header record carries the bounds the figures
      *  cover: the reporting period, the date the period-to-date
      *  figures run to, and the prior period they are set against.
      *  Then one detail record per company, GL account and cost
      *  center with its period-to-date and prior-period totals of
      *  RESULT-SUM and its result count, and one suspense record
      *  per company for results with no mapping, totaled under the
      *  company's suspense account. A trailer closes the file with
      *  the detail and suspense record count and the grand totals,
      *  so the load can prove it took the whole file.
      *****************************************************************
       01  ACTV-RECORD.
           05  ACTV-RECORD-TYPE        PIC X.
               88  ACTV-HEADER-RECORD      VALUE 'H'.
               88  ACTV-DETAIL-RECORD      VALUE 'D'.
               88  ACTV-SUSPENSE-RECORD    VALUE 'S'.
               88  ACTV-TRAILER-RECORD     VALUE 'T'.
           05  ACTV-COMPANY-CODE       PIC X(3).
           05  ACTV-DETAIL-DATA.
               10  ACTV-GL-ACCOUNT     PIC X(8).
               10  ACTV-COST-CENTER    PIC X(4).
               10  ACTV-PTD-AMOUNT     PIC S9(13)V99.
               10  ACTV-PRIOR-AMOUNT   PIC S9(13)V99.
               10  ACTV-RESULT-COUNT   PIC 9(7).
           05  ACTV-HEADER-DATA REDEFINES ACTV-DETAIL-DATA.
               10  ACTV-HDR-PERIOD-START PIC X(8).
               10  ACTV-HDR-PERIOD-END PIC X(8).
               10  ACTV-HDR-PTD-END    PIC X(8).
               10  ACTV-HDR-PRIOR-START PIC X(8).
               10  ACTV-HDR-PRIOR-END  PIC X(8).
               10  ACTV-HDR-BUSINESS-DATE PIC X(8).
               10  FILLER              PIC X(1).
           05  ACTV-TRAILER-DATA REDEFINES ACTV-DETAIL-DATA.
               10  ACTV-TRL-RECORD-COUNT PIC 9(7).
               10  ACTV-TRL-PTD-TOTAL  PIC S9(13)V99.
               10  ACTV-TRL-PRIOR-TOTAL PIC S9(13)V99.
               10  FILLER              PIC X(12).
           05  FILLER                  PIC X(27).
