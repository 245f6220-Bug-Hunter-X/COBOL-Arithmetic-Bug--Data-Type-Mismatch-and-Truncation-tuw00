      *****************************************************************
      *  FEEDCTL.CPY
      *  TRANFEED control records. The upstream sender opens every
      *  feed with a header record and closes it with a trailer
      *  record; the detail records between them keep the TRANREC
      *  layout unchanged. Both control records carry a reserved id
      *  in the transaction-key columns so they can never be taken
      *  for a transaction. The header names the sender, the date
      *  the feed was cut, and the sender's feed sequence number,
      *  one higher for each feed it sends. The trailer carries the
      *  number of detail records and hash totals - the plain sums -
      *  of TRAN-COMP-1, TRAN-COMP-2 and TRAN-INT-VALUE over them.
      *  CALCEDIT proves the count and all three hashes against the
      *  detail records before it loads anything, and refuses the
      *  whole feed on any difference or on a missing header or
      *  trailer; the sender and sequence are then checked against
      *  the received-feed log (FEEDLOGREC copybook).
      *****************************************************************
       01  FEED-CONTROL-RECORD.
           05  FEED-CTL-ID             PIC X(10).
               88  FEED-HEADER-RECORD      VALUE '**HEADER**'.
               88  FEED-TRAILER-RECORD     VALUE '**TRAILR**'.
           05  FEED-HEADER-DATA.
               10  FEED-HDR-SENDER     PIC X(8).
               10  FEED-HDR-FEED-DATE  PIC X(8).
               10  FEED-HDR-SEQUENCE   PIC 9(6).
               10  FILLER              PIC X(48).
           05  FEED-TRAILER-DATA REDEFINES FEED-HEADER-DATA.
               10  FEED-TRL-RECORD-COUNT PIC 9(9).
               10  FEED-TRL-HASH-COMP-1 PIC 9(11)V99.
               10  FEED-TRL-HASH-COMP-2 PIC 9(11)V99.
               10  FEED-TRL-HASH-INT-VALUE PIC 9(18).
               10  FILLER              PIC X(17).
