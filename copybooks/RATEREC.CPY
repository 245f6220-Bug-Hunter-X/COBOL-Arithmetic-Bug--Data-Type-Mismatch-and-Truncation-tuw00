      *****************************************************************
      *  RATEREC.CPY
      *  Exchange-rate reference record, keyed by currency code and
      *  the business date the rate applies to. Maintained by
      *  treasury through the CALCRATE console transaction. Every
      *  rate is quoted against the house currency - RATE-VALUE is
      *  how many units of the house currency one unit of
      *  RATE-CURRENCY buys - so one row per currency per date
      *  serves every pair: a transaction in one currency converts
      *  into a company's functional currency at its own rate over
      *  the functional currency's rate. The house currency is the
      *  base of the table and never needs a row of its own.
      *  CALCEDIT rejects a transaction whose currency has no rate
      *  on file at all, or none for the business date, before it
      *  reaches TRANFILE; CALCMAIN converts at the business date's
      *  rates. The trailing FILLER is room for later fields
      *  without a file reload.
      *****************************************************************
       01  RATE-RECORD.
           05  RATE-KEY.
               10  RATE-CURRENCY       PIC X(3).
               10  RATE-DATE           PIC X(8).
           05  RATE-VALUE              PIC 9(5)V9(7).
           05  FILLER                  PIC X(9).
