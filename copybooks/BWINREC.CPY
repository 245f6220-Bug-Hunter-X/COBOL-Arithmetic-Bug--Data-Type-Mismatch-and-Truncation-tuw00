      *****************************************************************
      *  BWINREC.CPY
      *  Batch-window summary record - one record, rewritten by each
      *  CALCTIME run, describing the night it reported on: the
      *  business date and cycle, the first step start and last step
      *  end logged for it, the elapsed window against the WINDOW
      *  target card (zero target means none is set), the trailing
      *  average window of the nights before it, how many of the
      *  chain's steps ended, how many are still open (started with
      *  no end - abended, cancelled, or still running), and how
      *  many ran past their own target. CALCSTAT prints it as the
      *  batch-window line of the morning report.
      *****************************************************************
       01  BWIN-RECORD.
           05  BWIN-BUSINESS-DATE      PIC X(8).
           05  BWIN-CYCLE              PIC X(2).
           05  BWIN-START-DATE         PIC X(8).
           05  BWIN-START-TIME         PIC X(8).
           05  BWIN-END-DATE           PIC X(8).
           05  BWIN-END-TIME           PIC X(8).
           05  BWIN-ELAPSED-SECONDS    PIC 9(7).
           05  BWIN-TARGET-SECONDS     PIC 9(7).
           05  BWIN-AVERAGE-SECONDS    PIC 9(7).
           05  BWIN-AVERAGE-NIGHTS     PIC 9(2).
           05  BWIN-STEPS-ENDED        PIC 9(2).
           05  BWIN-STEPS-OPEN         PIC 9(2).
           05  BWIN-STEP-BREACHES      PIC 9(2).
           05  BWIN-STATUS             PIC X.
               88  BWIN-WITHIN-TARGET      VALUE 'W'.
               88  BWIN-BREACHED           VALUE 'B'.
               88  BWIN-INCOMPLETE         VALUE 'I'.
               88  BWIN-NO-STEPS           VALUE 'N'.
