      *  ADD side already does instead of repeating one hardcoded
      *  constant on every record. TRAN-COMPANY identifies the
      *  operating company so one combined file serves every company
      *  in a single pass. TRAN-CURRENCY is the code of the currency
      *  the amounts arrived in. CALCEDIT fills a blank one with the
      *  company's functional currency when it loads the record, and
      *  CALCMAIN converts each sum into that functional currency at
      *  the business date's exchange rate (RATEREC copybook) before
      *  it posts.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-KEY                PIC X(10).
           05  TRAN-COMP-2             PIC 99V99.
           05  TRAN-INT-VALUE          PIC 9(9).
           05  TRAN-COMPANY            PIC X(3).
           05  TRAN-CURRENCY           PIC X(3).
