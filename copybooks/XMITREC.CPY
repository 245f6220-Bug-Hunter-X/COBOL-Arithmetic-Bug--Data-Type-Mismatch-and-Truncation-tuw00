      *  the released GLEXTRACT. One file header carries the sender
      *  id, the file date, and the unique file sequence number
      *  their intake desk tracks; one detail per extract detail in
      *  their layout, each carrying the sender id the ledger
      *  registered for the detail's company (from the company
      *  master, the file's own sender id when the company has
      *  none); one trailer carries the detail record count and the
      *  amount hash total (the straight sum of the detail amounts,
      *  sides ignored) they foot the file against.
      *****************************************************************
       01  XMIT-HEADER-RECORD.
           05  XMIT-HDR-TYPE           PIC X.
           05  XMIT-DTL-DR-CR          PIC X.
           05  XMIT-DTL-ACCOUNT        PIC X(8).
           05  XMIT-DTL-COST-CENTER    PIC X(4).
           05  XMIT-DTL-SENDER-ID      PIC X(8).

       01  XMIT-TRAILER-RECORD.
           05  XMIT-TRL-TYPE           PIC X.
