      *****************************************************************
      *  FEEDLOGREC.CPY
      *  Received-feed log record, keyed by sender and feed sequence
      *  number from the TRANFEED header (FEEDCTL copybook). CALCEDIT
      *  writes one row per feed it receives: the feed date, the
      *  business date and cycle it was edited for, when it was
      *  received, whether it was accepted or refused and why, and
      *  its detail record count. A sequence already accepted is a
      *  duplicate feed; a sequence other than one past the sender's
      *  highest accepted sequence is out of sequence. Either is
      *  refused unless an operator with the override authority
      *  accepts it at the console as a legitimate resend, and that
      *  operator's id is kept on the row with the reason that was
      *  overridden. A refused feed resent under the same sequence
      *  replaces its refused row; FLOG-RECEIPT-COUNT says how many
      *  times the sequence has arrived.
      *****************************************************************
       01  FLOG-RECORD.
           05  FLOG-KEY.
               10  FLOG-SENDER         PIC X(8).
               10  FLOG-SEQUENCE       PIC 9(6).
           05  FLOG-FEED-DATE          PIC X(8).
           05  FLOG-BUSINESS-DATE      PIC X(8).
           05  FLOG-CYCLE              PIC X(2).
           05  FLOG-RECEIVED-DATE      PIC X(8).
           05  FLOG-RECEIVED-TIME      PIC X(8).
           05  FLOG-STATUS             PIC X.
               88  FLOG-ACCEPTED           VALUE 'A'.
               88  FLOG-REFUSED            VALUE 'R'.
           05  FLOG-REASON             PIC XX.
           05  FLOG-RECORD-COUNT       PIC 9(9).
           05  FLOG-OVERRIDE-OPERATOR  PIC X(8).
           05  FLOG-RECEIPT-COUNT      PIC 9(3).
           05  FILLER                  PIC X(9).
