      *  earlier file under that file sequence number instead of
      *  assigning the next one - the retransmission path when the
      *  ledger side loses a file. Zero or blank is a normal new
      *  transmission. PARM-FISCAL-START-MONTH is the calendar month
      *  the fiscal year begins in, for the period close's
      *  year-to-date accumulation (zero or blank means January, a
      *  calendar fiscal year). PARM-DUP-LOOKBACK-DAYS is how many
      *  days back CALCEDIT looks on the transaction history for an
      *  earlier posting of the same key with the same amounts (zero
      *  or blank takes the program default). PARM-PEND-AGE-DAYS is
      *  the number of days a maintenance change may wait for its
      *  second-operator approval before the CALCPEND report flags
      *  it as aged (zero or blank takes the program default).
      *  Programs that do not use a field leave it blank on their
      *  card.
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-ROUND-MODE         PIC X.
           05  PARM-REJECT-AGE-DAYS    PIC 9(3).
           05  PARM-CYCLE-NUMBER       PIC 9(2).
           05  PARM-XMIT-RESEND        PIC 9(6).
           05  PARM-FISCAL-START-MONTH PIC 9(2).
           05  PARM-DUP-LOOKBACK-DAYS  PIC 9(3).
           05  PARM-PEND-AGE-DAYS      PIC 9(3).
