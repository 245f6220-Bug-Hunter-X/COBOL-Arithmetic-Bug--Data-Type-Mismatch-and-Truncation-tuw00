      *  reconciliation accumulators, and GL cross-foot total, plus
      *  the per-company accumulators a combined multi-company run
      *  reports and writes GL trailers from. The run-level fields
      *  still foot across all companies. Each company slot also
      *  carries the reference fields read from the company master
      *  (COMPREC) when the slot opens, so the posting paragraphs use
      *  the company's own suspense and clearing accounts without a
      *  master read per record. Conversion into each company's
      *  functional currency is counted and its rounding - the
      *  exact converted amount less the amount posted - is footed
      *  for the run and per company, so the audit report can show
      *  what the cents rounding left on the table.
      *****************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-PROCESSED    PIC 9(9)  VALUE ZERO.
           05  WS-TOTAL-VARIANCE       PIC S9(11)V9(4) VALUE ZERO.
           05  WS-TOLERANCE-EXCEPTIONS PIC 9(9)  VALUE ZERO.
           05  WS-GL-CONTROL-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-FX-CONVERSIONS       PIC 9(9)  VALUE ZERO.
           05  WS-FX-ROUNDING-TOTAL    PIC S9(9)V9(6) VALUE ZERO.

       01  WS-COMPANY-TOTALS-AREA.
           05  WS-COMPANY-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-COMPANY-IX           PIC 9(3)  COMP VALUE ZERO.
           05  WS-COMPANY-SUB          PIC 9(3)  COMP VALUE ZERO.
           05  WS-COMPANY-ENTRY OCCURS 100 TIMES.
               10  WS-CO-CODE          PIC X(3).
               10  WS-CO-RECORDS       PIC 9(9).
               10  WS-CO-GL-TOTAL      PIC 9(11)V99.
               10  WS-CO-TOLERANCE-EXCP PIC 9(9).
               10  WS-CO-NAME          PIC X(30).
               10  WS-CO-SUSP-ACCOUNT  PIC X(8).
               10  WS-CO-SUSP-COST-CENTER PIC X(4).
               10  WS-CO-CLEAR-ACCOUNT PIC X(8).
               10  WS-CO-CLEAR-COST-CENTER PIC X(4).
               10  WS-CO-FUNC-CURRENCY PIC X(3).
               10  WS-CO-FX-ROUNDING   PIC S9(7)V9(6).
