      *****************************************************************
      *  COMPREC.CPY
      *  Company master reference record, keyed by the three-byte
      *  company code the feed carries in TRAN-COMPANY. Maintained by
      *  the CALCCOMP console transaction. CALCEDIT rejects a
      *  transaction for a company that is not on file or is marked
      *  inactive; CALCMAIN and CALCSUSP post unmapped items to the
      *  company's own suspense account and cost center and write
      *  each posting's contra to the company's own clearing
      *  account; CALCXMIT carries the company's registered sender
      *  id on every interchange detail; the reports print the
      *  company name beside the code. A blank account or sender id
      *  falls back to the house default in the program using it.
      *  COMPANY-FUNC-CURRENCY is the currency the company keeps its
      *  books in; every posting for the company is converted into
      *  it, and a blank one means the house currency.
      *  The trailing FILLER is room for later fields without a
      *  file reload.
      *****************************************************************
       01  COMPANY-RECORD.
           05  COMPANY-CODE            PIC X(3).
           05  COMPANY-NAME            PIC X(30).
           05  COMPANY-STATUS          PIC X.
               88  COMPANY-ACTIVE          VALUE 'A'.
               88  COMPANY-INACTIVE        VALUE 'I'.
           05  COMPANY-SUSP-ACCOUNT    PIC X(8).
           05  COMPANY-SUSP-COST-CENTER PIC X(4).
           05  COMPANY-CLEAR-ACCOUNT   PIC X(8).
           05  COMPANY-CLEAR-COST-CENTER PIC X(4).
           05  COMPANY-SENDER-ID       PIC X(8).
           05  COMPANY-FUNC-CURRENCY   PIC X(3).
           05  FILLER                  PIC X(11).
