      *  cycle rides at the end of the record so images written
      *  before it existed still read field for field - an archived
      *  pre-cycle image restores with a blank cycle, nothing
      *  shifted. RESULT-INT-VALUE is the transaction's integer
      *  value as it arrived, before the divide - the divided value
      *  and remainder cannot give it back once a rounding mode has
      *  been applied - so CALCEDIT can compare a new transaction's
      *  amounts against the days before it when it looks for a
      *  cross-day duplicate. It rides at the end for the same
      *  reason as the cycle; an image from before it existed reads
      *  back blank and never matches. RESULT-SUM is booked in the
      *  company's functional currency (RESULT-FUNC-CURRENCY), the
      *  amount CALCMAIN posted to the GL; RESULT-ORIG-SUM is the
      *  same sum in the currency the transaction arrived in
      *  (RESULT-CURRENCY) and RESULT-FX-RATE the rate CALCMAIN
      *  converted it at, 1 when the two currencies are the same.
      *  They ride at the end too; an image from before them reads
      *  back blank.
      *****************************************************************
       01  RESULT-RECORD.
           05  RESULT-KEY.
           05  RESULT-DIVIDED-VALUE    PIC S9(9).
           05  RESULT-REMAINDER        PIC S9(9)V99.
           05  RESULT-CYCLE            PIC X(2).
           05  RESULT-INT-VALUE        PIC 9(9).
           05  RESULT-CURRENCY         PIC X(3).
           05  RESULT-ORIG-SUM         PIC S9(9)V99.
           05  RESULT-FX-RATE          PIC 9(5)V9(8).
           05  RESULT-FUNC-CURRENCY    PIC X(3).
