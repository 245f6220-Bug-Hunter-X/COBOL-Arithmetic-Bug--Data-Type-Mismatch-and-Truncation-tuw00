      *****************************************************************
      *  PCTLREC.CPY
      *  Accounting period control record, one per period the
      *  month-end close (CALCCLOS) has closed, keyed by the period
      *  end date. PCTL-STATUS C means the period is closed: the
      *  correction entry (CALCCORR), the correction reprocess run
      *  (CALCMAIN mode C), the suspense clearing run (CALCSUSP),
      *  and the transaction maintenance transaction (CALCMNT) all
      *  refuse to touch a date that falls between a closed
      *  period's start and end. R means an operator holding the
      *  override authority reopened it through CALCROPN - the
      *  reopen stamps who and when here and on the security log,
      *  and the period stays open to corrections until CALCCLOS
      *  closes it again. PCTL-CLOSE-COUNT tells a first close from
      *  a re-close; the count and sum are the period totals the
      *  close carried into the fiscal year-to-date file (YTDREC
      *  copybook). A date with no control record is open.
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PCTL-PERIOD-END         PIC X(8).
           05  PCTL-PERIOD-START       PIC X(8).
           05  PCTL-FISCAL-YEAR        PIC 9(4).
           05  PCTL-STATUS             PIC X.
               88  PCTL-CLOSED             VALUE 'C'.
               88  PCTL-REOPENED           VALUE 'R'.
           05  PCTL-CLOSED-DATE        PIC X(8).
           05  PCTL-CLOSED-TIME        PIC X(8).
           05  PCTL-REOPENED-DATE      PIC X(8).
           05  PCTL-REOPENED-TIME      PIC X(8).
           05  PCTL-REOPENED-BY        PIC X(8).
           05  PCTL-CLOSE-COUNT        PIC 9(3).
           05  PCTL-TRAN-COUNT         PIC 9(9).
           05  PCTL-TOTAL-SUM          PIC S9(13)V99.
           05  FILLER                  PIC X(12).
