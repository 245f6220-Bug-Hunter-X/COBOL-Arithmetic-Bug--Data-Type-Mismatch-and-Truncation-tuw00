      *****************************************************************
      *  YTDREC.CPY
      *  Fiscal year-to-date accumulator record written by the
      *  month-end close (CALCCLOS): one row per fiscal year, closed
      *  period, and company, carrying that company's share of the
      *  period totals reported on the PERIODSUMM record. The year
      *  to date for a company is the sum of its rows for the fiscal
      *  year. Closing a reopened period again replaces that
      *  period's rows instead of adding to them, so a reopen and
      *  re-close never counts a period twice. The fiscal year is
      *  named for the calendar year in which it ends.
      *****************************************************************
       01  YTD-RECORD.
           05  YTD-KEY.
               10  YTD-FISCAL-YEAR     PIC 9(4).
               10  YTD-PERIOD-START    PIC X(8).
               10  YTD-COMPANY         PIC X(3).
           05  YTD-PERIOD-END          PIC X(8).
           05  YTD-TRAN-COUNT          PIC 9(9).
           05  YTD-TOTAL-SUM           PIC S9(13)V99.
           05  YTD-TOTAL-DIVIDED       PIC S9(13).
           05  YTD-CLOSED-DATE         PIC X(8).
           05  FILLER                  PIC X(12).
