           05  CHKPT-GL-CONTROL-TOTAL     PIC 9(11)V99.
           05  CHKPT-TOTAL-VARIANCE       PIC S9(11)V9(4).
           05  CHKPT-TOLERANCE-EXCEPTIONS PIC 9(9).
           05  CHKPT-FX-CONVERSIONS       PIC 9(9).
           05  CHKPT-FX-ROUNDING-TOTAL    PIC S9(9)V9(6).
      *    Per-company accumulators restart the same way the
      *    run-level ones above do. The company reference fields are
      *    not carried - a restart re-reads them from the company
      *    master as each slot is restored.
           05  CHKPT-COMPANY-COUNT        PIC 9(3).
           05  CHKPT-COMPANY-ENTRY OCCURS 100 TIMES.
               10  CHKPT-CO-CODE          PIC X(3).
               10  CHKPT-CO-RECORDS       PIC 9(9).
               10  CHKPT-CO-GL-TOTAL      PIC 9(11)V99.
               10  CHKPT-CO-TOLERANCE-EXCP PIC 9(9).
               10  CHKPT-CO-FX-ROUNDING   PIC S9(7)V9(6).
