      *  sign-on password and one authority byte per protected
      *  console function: TRANFILE maintenance (which also covers
      *  the processing-calendar maintenance), GL mapping
      *  maintenance (which also covers the company master, since
      *  it carries each company's GL accounts, and the exchange-
      *  rate file the postings convert through), exception
      *  corrections, archive restores, the CALCMAIN completed-day
      *  override (which also covers reopening a closed accounting
      *  period through CALCROPN, and letting CALCEDIT take a
      *  duplicate or out-of-sequence feed as a resend), maintenance
      *  of this security file itself, and approval of another
      *  operator's pending TRANFILE or GL mapping change at
      *  CALCAPRV. Each protected transaction checks the keyed id
      *  and password against this file at sign-on and refuses the
      *  function without its authority; every grant and denial is
      *  logged (SECLOGREC copybook). Maintained by the CALCSEC
      *  console transaction.
      *****************************************************************
       01  OPER-RECORD.
           05  OPER-ID                 PIC X(8).
                   88  OPER-CAN-OVERRIDE       VALUE 'Y'.
               10  OPER-AUTH-SECURITY  PIC X.
                   88  OPER-CAN-MAINT-SECURITY VALUE 'Y'.
               10  OPER-AUTH-APPROVE   PIC X.
                   88  OPER-CAN-APPROVE        VALUE 'Y'.
