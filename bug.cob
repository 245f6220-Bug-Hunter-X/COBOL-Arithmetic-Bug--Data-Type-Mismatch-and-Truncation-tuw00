      *  details resolve their account and cost center through the
      *  GLMAPFILE reference file, falling back to the suspense
      *  account (with an exception line) for unmapped transactions.
      *  Every GL detail - posting, reversal, or repost - is followed
      *  by its contra entry on the opposite side to the company's
      *  clearing account, so the extract is a balanced double-entry
      *  journal the ledger can load without a hand-keyed plug.
      *  The suspense and clearing accounts are each company's own,
      *  read from the company master (COMPREC, maintained by
      *  CALCCOMP) when the company first appears in the run; a
      *  blank account on the master, or a company missing from it,
      *  falls back to the house suspense and clearing accounts. The
      *  company summary lines on the audit report carry the
      *  company name.
      *  Supports checkpoint/restart for high-volume runs. A
      *  run-control record per business date locks the day: a date
      *  already marked complete refuses to run again unless the
      *  the transaction file, the driver reads the correction file
      *  the CALCCORR transaction wrote, applies each correction to
      *  TRANFILE, reverses the original GL posting, recomputes, and
      *  writes superseding audit, GL repost, and result records - the
      *  day's output files are extended, not replaced, and the
      *  verifier must run again before the gate releases the extract.
      *  A reprocess never reaches into a closed accounting period
      *  (PCTLREC copybook, closed by CALCCLOS): the run is cancelled
      *  when its business date lies in a closed period, and a
      *  correction whose transaction is dated in one is left
      *  unapplied and logged to the exception file as PERIOD-CLOSED
      *  until CALCROPN reopens the period. The business date the run
      *  books to comes from PARM-BUSINESS-DATE on the parameter card,
      *  falling back to the system date when the card leaves it
      *  blank; the system clock itself is kept only as an audit
      *  timestamp. PARM-CYCLE-NUMBER books the run to a processing
      *  cycle within the date (blank or zero means cycle 01): a
      *  supplemental evening feed runs as cycle 02 with its own
      *  run-control record and its own audit/extract datasets in the
      *  JCL, so two feeds on one date are two clean, separately
      *  reconciled postings instead of an override-and-pray rerun.
      *  Each run logs a start row and an end row, with its record
      *  count and return code, to the shared step-timing log (STEPREC
      *  copybook) that the CALCTIME batch-window report reads.
      *  Each sum is converted from the currency the transaction
      *  arrived in (TRAN-CURRENCY) into its company's functional
      *  currency before it posts: the rate is the transaction
      *  currency's rate for the business date over the functional
      *  currency's, both from the exchange-rate file (RATEREC
      *  copybook) quoted against the house currency. The GL detail
      *  and RESULT-SUM carry the converted amount; the result
      *  record keeps the original amount, both currencies and the
      *  rate, and the audit report prints a conversion line under
      *  the ADD line. The rounding each conversion leaves is logged
      *  to the exception file and footed per company on the audit
      *  report's company summary.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY RESULTREC.

       FD  CHKPT-FILE.
       01  CHKPT-FILE-RECORD           PIC X(8192).

       FD  GLMAP-FILE.
       COPY GLMAPREC.
       FD  XREF-FILE.
       COPY XREFREC.

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       FD  RATE-FILE.
       COPY RATEREC.

       WORKING-STORAGE SECTION.
       COPY SECLOGREC.
       COPY WSDATA.
       COPY GLEXTRACT.
       COPY CHKPTREC.
       COPY CTLTOTS.
       COPY STEPREC.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  PRIOR-RESULT-FOUND       VALUE 'Y'.
           05  WS-PREFOOT-EOF-SW       PIC X     VALUE 'N'.
               88  PREFOOT-EOF              VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND   VALUE 'Y'.
           05  WS-PERIOD-CLOSED-SW     PIC X     VALUE 'N'.
               88  DATE-IN-CLOSED-PERIOD    VALUE 'Y'.
           05  WS-RATE-FILE-SW         PIC X     VALUE 'N'.
               88  RATES-ON-HAND            VALUE 'Y'.
           05  WS-CROSS-RATE-SW        PIC X     VALUE 'N'.
               88  CROSS-RATE-FOUND         VALUE 'Y'.
           05  WS-FX-SIZE-ERROR-SW     PIC X     VALUE 'N'.
               88  FX-SIZE-ERROR-OCCURRED   VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.
           05  WS-XREF-STATUS          PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.
           05  WS-RATE-STATUS          PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

               88  SIGNON-ACCEPTED         VALUE 'Y'.

       01  WS-LOOKUP-COMPANY           PIC X(3)  VALUE SPACES.
       01  WS-PERIOD-CHECK-DATE        PIC X(8)  VALUE SPACES.

      *    Correction-file image, mirroring TRANREC field for field
      *    the same way the edit program's feed area does, plus the
           05  WS-CORR-INT-VALUE-N     REDEFINES WS-CORR-INT-VALUE
                                       PIC 9(9).
           05  WS-CORR-COMPANY         PIC X(3).
           05  WS-CORR-CURRENCY        PIC X(3).

       01  WS-PRIOR-RESULT-VALUES.
           05  WS-PRIOR-SUM            PIC S9(9)V99 VALUE ZERO.

      *    Unmapped transactions post here instead of posting blind;
      *    the exception log carries one row per suspense posting so
      *    accounting can add the missing mapping rows. The account
      *    and cost center are the house default - a company's own
      *    suspense account on the company master takes precedence.
       01  WS-SUSPENSE-VALUES.
           05  WS-SUSPENSE-ACCOUNT     PIC X(8)  VALUE '99999999'.
           05  WS-SUSPENSE-COST-CENTER PIC X(4)  VALUE 'SUSP'.
           05  WS-SUSPENSE-POSTINGS    PIC 9(9)  VALUE ZERO.

      *    Contra side of every posting. The clearing account is kept
      *    under each company's own code on the detail, so it nets to
      *    zero per company once the ledger matches the pairs off.
      *    House default, overridden per company from the master.
       01  WS-CLEARING-VALUES.
           05  WS-CLEARING-ACCOUNT     PIC X(8)  VALUE '99999990'.
           05  WS-CLEARING-COST-CENTER PIC X(4)  VALUE 'CLRG'.

      *    Conversion into the company's functional currency. Rates
      *    are quoted against the house currency, which has no row of
      *    its own and is also the functional currency of a company
      *    the master leaves blank. The exact converted amount is
      *    held to six places so the rounding to whole cents can be
      *    measured.
       01  WS-CURRENCY-FIELDS.
           05  WS-HOUSE-CURRENCY       PIC X(3)  VALUE 'USD'.
           05  WS-TRAN-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-RATE-LOOKUP-CURRENCY PIC X(3)  VALUE SPACES.
           05  WS-LOOKUP-RATE          PIC 9(5)V9(7) VALUE ZERO.
           05  WS-FROM-RATE            PIC 9(5)V9(7) VALUE ZERO.
           05  WS-TO-RATE              PIC 9(5)V9(7) VALUE ZERO.
           05  WS-FX-RATE              PIC 9(5)V9(8) VALUE ZERO.
           05  WS-ORIG-SUM             PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FX-EXACT             PIC S9(11)V9(6) COMP-3
                                        VALUE ZERO.
           05  WS-FX-ROUNDING-DIFF     PIC S9(3)V9(6) COMP-3
                                        VALUE ZERO.
           05  WS-FX-ROUNDING-EDIT     PIC -(9)9.999999.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL EOF-REACHED
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1120-SET-RUN-MODE
           PERFORM 1130-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           PERFORM 1140-OPEN-COMPANY-FILE
           IF REPROCESS-RUN
               PERFORM 1150-CHECK-CLOSED-PERIOD
           END-IF
           PERFORM 1200-CHECK-RESTART
           PERFORM 1250-CHECK-RUN-CONTROL
           PERFORM 1300-OPEN-OUTPUT-FILES
               MOVE '01' TO WS-RUN-CYCLE-X
           END-IF.

       1140-OPEN-COMPANY-FILE.
      *    Opened ahead of the restart check and the reprocess
      *    pre-foot, both of which open company slots. CALCEDIT has
      *    already refused any company not on the master, so the
      *    file is required here the same way GLMAPFILE is.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYFILE, STATUS='
                   WS-COMPANY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1150-CHECK-CLOSED-PERIOD.
      *    Checked before the run-control record is touched, so a
      *    refused reprocess leaves the day exactly as it was. No
      *    period control file means no period has been closed yet.
           OPEN INPUT PCTL-FILE
           EVALUATE WS-PCTL-STATUS
               WHEN '00'
                   SET PERIOD-CONTROL-ON-HAND TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   STRING 'UNABLE TO OPEN PCTLFILE, STATUS='
                       WS-PCTL-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-EVALUATE
           MOVE WS-RUN-DATE-X TO WS-PERIOD-CHECK-DATE
           PERFORM 1160-CHECK-DATE-PERIOD
           IF DATE-IN-CLOSED-PERIOD
               DISPLAY 'CALCMAIN: DATE ' WS-RUN-DATE-X
                   ' IS IN CLOSED PERIOD ' PCTL-PERIOD-START
                   ' - ' PCTL-PERIOD-END
               MOVE 'BUSINESS DATE IS IN A CLOSED PERIOD'
                   TO WS-ABEND-MESSAGE
               DISPLAY 'CALCMAIN CANCELLED: ' WS-ABEND-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1160-CHECK-DATE-PERIOD.
      *    The first control record ending on or after the date is
      *    the only period that can contain it.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW
           IF PERIOD-CONTROL-ON-HAND
               MOVE WS-PERIOD-CHECK-DATE TO PCTL-PERIOD-END
               START PCTL-FILE KEY IS NOT LESS THAN PCTL-PERIOD-END
                   INVALID KEY
                       MOVE '23' TO WS-PCTL-STATUS
               END-START
               IF WS-PCTL-STATUS = '00'
                   READ PCTL-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-PCTL-STATUS
                   END-READ
               END-IF
               IF WS-PCTL-STATUS = '00'
                   AND PCTL-CLOSED
                   AND PCTL-PERIOD-START NOT > WS-PERIOD-CHECK-DATE
                   SET DATE-IN-CLOSED-PERIOD TO TRUE
               END-IF
           END-IF.

       1200-CHECK-RESTART.
      *    A correction reprocess targets a day already complete, so
      *    a checkpoint left by some abended normal run is not its
           MOVE CHKPT-GL-CONTROL-TOTAL TO WS-GL-CONTROL-TOTAL
           MOVE CHKPT-TOTAL-VARIANCE TO WS-TOTAL-VARIANCE
           MOVE CHKPT-TOLERANCE-EXCEPTIONS TO WS-TOLERANCE-EXCEPTIONS
           MOVE CHKPT-FX-CONVERSIONS TO WS-FX-CONVERSIONS
           MOVE CHKPT-FX-ROUNDING-TOTAL TO WS-FX-ROUNDING-TOTAL
           MOVE CHKPT-COMPANY-COUNT TO WS-COMPANY-COUNT
           PERFORM 1220-RESTORE-COMPANY-ENTRY
               VARYING WS-COMPANY-IX FROM 1 BY 1
           MOVE CHKPT-CO-GL-TOTAL (WS-COMPANY-IX)
               TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           MOVE CHKPT-CO-TOLERANCE-EXCP (WS-COMPANY-IX)
               TO WS-CO-TOLERANCE-EXCP (WS-COMPANY-IX)
           MOVE CHKPT-CO-FX-ROUNDING (WS-COMPANY-IX)
               TO WS-CO-FX-ROUNDING (WS-COMPANY-IX)
           PERFORM 2070-LOAD-COMPANY-MASTER.

       1250-CHECK-RUN-CONTROL.
      *    Runs before the output files open, so a refused start
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1310-OPEN-RESULT-FILE
           PERFORM 1320-OPEN-GLMAP-FILE
           PERFORM 1330-OPEN-RATE-FILE.

       1350-PREFOOT-GL-EXTRACT.
           MOVE 'N' TO WS-PREFOOT-EOF-SW
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1330-OPEN-RATE-FILE.
      *    CALCEDIT has already rejected anything it could not price,
      *    so with no rate file on hand the day simply holds nothing
      *    but functional-currency work. A rate missing here after
      *    all posts unconverted and says so on the exception file.
           OPEN INPUT RATE-FILE
           EVALUATE WS-RATE-STATUS
               WHEN '00'
                   SET RATES-ON-HAND TO TRUE
               WHEN '35'
                   DISPLAY 'CALCMAIN: NO RATE FILE ON HAND, STATUS='
                       WS-RATE-STATUS
               WHEN OTHER
                   STRING 'UNABLE TO OPEN RATEFILE, STATUS='
                       WS-RATE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-EVALUATE.

       1400-OPEN-TRAN-FILE.
      *    The reprocess applies each correction back to TRANFILE, so
      *    it needs the file updatable; the normal run only reads it.
                   INVALID KEY
                       PERFORM 9600-LOG-CORRECTION-ORPHAN
                   NOT INVALID KEY
                       MOVE TRAN-DATE TO WS-PERIOD-CHECK-DATE
                       PERFORM 1160-CHECK-DATE-PERIOD
                       IF DATE-IN-CLOSED-PERIOD
                           PERFORM 9650-LOG-CORRECTION-CLOSED
                       ELSE
                           PERFORM 1670-APPLY-CORRECTION
                       END-IF
               END-READ
           END-IF.

           PERFORM 2200-CALCULATE-DIVISION
           PERFORM 2300-TOLERANCE-CHECK
           PERFORM 2400-WRITE-AUDIT-DETAIL
           PERFORM 2420-CONVERT-TO-FUNCTIONAL
           IF REPROCESS-RUN AND PRIOR-RESULT-FOUND
               PERFORM 2450-WRITE-GL-REVERSAL
           END-IF
               UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT
               OR WS-COMPANY-IX > ZERO
           IF WS-COMPANY-IX = ZERO
               IF WS-COMPANY-COUNT >= 100
                   STRING 'COMPANY TABLE FULL, COMPANY '
                       WS-LOOKUP-COMPANY
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               MOVE ZERO TO WS-CO-RECORDS (WS-COMPANY-IX)
               MOVE ZERO TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
               MOVE ZERO TO WS-CO-TOLERANCE-EXCP (WS-COMPANY-IX)
               MOVE ZERO TO WS-CO-FX-ROUNDING (WS-COMPANY-IX)
               PERFORM 2070-LOAD-COMPANY-MASTER
           END-IF.

       2060-SCAN-COMPANY-SLOT.
               MOVE WS-COMPANY-SUB TO WS-COMPANY-IX
           END-IF.

       2070-LOAD-COMPANY-MASTER.
      *    Copy the company's reference fields into its slot once, so
      *    the posting paragraphs never read the master per record.
      *    A blank account on the master means the house default.
      *    A company missing from the master can only reach here on
      *    a reprocess or restart of data edited before it was
      *    removed; it posts to the house accounts and says so on
      *    the audit report rather than stopping the day.
           MOVE WS-SUSPENSE-ACCOUNT
               TO WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX)
           MOVE WS-SUSPENSE-COST-CENTER
               TO WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
           MOVE WS-CLEARING-ACCOUNT
               TO WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX)
           MOVE WS-CLEARING-COST-CENTER
               TO WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
           MOVE WS-HOUSE-CURRENCY
               TO WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
           MOVE WS-CO-CODE (WS-COMPANY-IX) TO COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY
                   MOVE '** NOT ON COMPANY MASTER **'
                       TO WS-CO-NAME (WS-COMPANY-IX)
               NOT INVALID KEY
                   MOVE COMPANY-NAME TO WS-CO-NAME (WS-COMPANY-IX)
                   IF COMPANY-SUSP-ACCOUNT NOT = SPACES
                       MOVE COMPANY-SUSP-ACCOUNT
                           TO WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX)
                       MOVE COMPANY-SUSP-COST-CENTER
                           TO WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
                   END-IF
                   IF COMPANY-CLEAR-ACCOUNT NOT = SPACES
                       MOVE COMPANY-CLEAR-ACCOUNT
                           TO WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX)
                       MOVE COMPANY-CLEAR-COST-CENTER
                           TO WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
                   END-IF
                   IF COMPANY-FUNC-CURRENCY NOT = SPACES
                       MOVE COMPANY-FUNC-CURRENCY
                           TO WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
                   END-IF
           END-READ.

       2100-CALCULATE-SUM.
           MOVE 'N' TO WS-ADD-SIZE-ERROR-SW
           ADD WS-COMP-1 WS-COMP-2 GIVING WS-EXT-INTERMEDIATE
           MOVE AUDIT-DETAIL-LINE TO AUDIT-FILE-RECORD
           WRITE AUDIT-FILE-RECORD.

       2420-CONVERT-TO-FUNCTIONAL.
      *    WS-COMP-3 leaves here in the company's functional
      *    currency, so the GL detail, the control totals and
      *    RESULT-SUM all carry the amount actually booked. The sum
      *    as it arrived is kept for the result record. A blank
      *    currency (a record loaded before currencies were carried)
      *    is the company's own. Work already in the functional
      *    currency converts at par and prints no conversion line.
           MOVE WS-COMP-3 TO WS-ORIG-SUM
           MOVE 1 TO WS-FX-RATE
           MOVE TRAN-CURRENCY TO WS-TRAN-CURRENCY
           IF WS-TRAN-CURRENCY = SPACES
               MOVE WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
                   TO WS-TRAN-CURRENCY
           END-IF
           IF WS-TRAN-CURRENCY NOT =
                   WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
               MOVE ZERO TO WS-FX-ROUNDING-DIFF
               PERFORM 2425-SET-CROSS-RATE
               IF CROSS-RATE-FOUND
                   PERFORM 2430-APPLY-CROSS-RATE
               ELSE
                   MOVE ZERO TO WS-FX-RATE
                   PERFORM 9560-LOG-MISSING-RATE
               END-IF
               PERFORM 2440-WRITE-AUDIT-CONVERSION
           END-IF.

       2425-SET-CROSS-RATE.
           SET CROSS-RATE-FOUND TO TRUE
           MOVE WS-TRAN-CURRENCY TO WS-RATE-LOOKUP-CURRENCY
           PERFORM 2427-LOOKUP-RATE
           MOVE WS-LOOKUP-RATE TO WS-FROM-RATE
           MOVE WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
               TO WS-RATE-LOOKUP-CURRENCY
           PERFORM 2427-LOOKUP-RATE
           MOVE WS-LOOKUP-RATE TO WS-TO-RATE
           IF CROSS-RATE-FOUND
               COMPUTE WS-FX-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CROSS-RATE-SW
               END-COMPUTE
           END-IF.

       2427-LOOKUP-RATE.
      *    The business date's rate - the same date CALCEDIT checked
      *    the currency against.
           MOVE ZERO TO WS-LOOKUP-RATE
           IF WS-RATE-LOOKUP-CURRENCY = WS-HOUSE-CURRENCY
               MOVE 1 TO WS-LOOKUP-RATE
           ELSE
               IF RATES-ON-HAND
                   MOVE WS-RATE-LOOKUP-CURRENCY TO RATE-CURRENCY
                   MOVE WS-RUN-DATE-X TO RATE-DATE
                   READ RATE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-CROSS-RATE-SW
                       NOT INVALID KEY
                           IF RATE-VALUE IS NUMERIC
                               AND RATE-VALUE > ZERO
                               MOVE RATE-VALUE TO WS-LOOKUP-RATE
                           ELSE
                               MOVE 'N' TO WS-CROSS-RATE-SW
                           END-IF
                   END-READ
               ELSE
                   MOVE 'N' TO WS-CROSS-RATE-SW
               END-IF
           END-IF.

       2430-APPLY-CROSS-RATE.
      *    The posted amount rounds the same way the sum itself did
      *    in 2100-CALCULATE-SUM, under the card's rounding mode.
           MOVE 'N' TO WS-FX-SIZE-ERROR-SW
           COMPUTE WS-FX-EXACT ROUNDED = WS-ORIG-SUM * WS-FX-RATE
           EVALUATE TRUE
               WHEN PARM-ROUND-NORMAL
                   COMPUTE WS-COMP-3 ROUNDED = WS-FX-EXACT
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-FX-SIZE-ERROR-SW
                   END-COMPUTE
               WHEN PARM-ROUND-NEAREST-EVEN
                   COMPUTE WS-COMP-3 ROUNDED MODE IS NEAREST-EVEN
                       = WS-FX-EXACT
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-FX-SIZE-ERROR-SW
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-COMP-3 = WS-FX-EXACT
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-FX-SIZE-ERROR-SW
                   END-COMPUTE
           END-EVALUATE
           ADD 1 TO WS-FX-CONVERSIONS
           IF FX-SIZE-ERROR-OCCURRED
               PERFORM 9550-LOG-CONVERT-EXCEPTION
           ELSE
               COMPUTE WS-FX-ROUNDING-DIFF = WS-FX-EXACT - WS-COMP-3
               IF WS-FX-ROUNDING-DIFF NOT = ZERO
                   ADD WS-FX-ROUNDING-DIFF TO WS-FX-ROUNDING-TOTAL
                   ADD WS-FX-ROUNDING-DIFF
                       TO WS-CO-FX-ROUNDING (WS-COMPANY-IX)
                   PERFORM 9570-LOG-FX-ROUNDING
               END-IF
           END-IF.

       2440-WRITE-AUDIT-CONVERSION.
           MOVE SPACES TO AUDIT-CONVERT-LINE
           MOVE TRAN-COMPANY TO AUDIT-CNV-COMPANY
           MOVE TRAN-KEY TO AUDIT-CNV-KEY
           MOVE TRAN-DATE TO AUDIT-CNV-DATE
           IF REPROCESS-RUN
               MOVE 'CNV-CORR' TO AUDIT-CNV-OPERATION
           ELSE
               MOVE 'CONVERT' TO AUDIT-CNV-OPERATION
           END-IF
           MOVE WS-ORIG-SUM TO AUDIT-CNV-ORIG-AMOUNT
           MOVE WS-TRAN-CURRENCY TO AUDIT-CNV-FROM-CURRENCY
           MOVE WS-FX-RATE TO AUDIT-CNV-RATE
           MOVE WS-COMP-3 TO AUDIT-CNV-RESULT
           MOVE WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
               TO AUDIT-CNV-TO-CURRENCY
           MOVE WS-FX-ROUNDING-DIFF TO AUDIT-CNV-ROUNDING
           MOVE AUDIT-CONVERT-LINE TO AUDIT-FILE-RECORD
           WRITE AUDIT-FILE-RECORD.

       2450-WRITE-GL-REVERSAL.
      *    Back the original posting out with an equal detail on the
      *    opposite side before the corrected repost. The reversal is
               TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           ADD 1 TO WS-CO-RECORDS (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD
           PERFORM 2550-WRITE-GL-CONTRA.

       2500-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-EXTRACT-RECORD
           ADD FUNCTION ABS(WS-COMP-3)
               TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD
           PERFORM 2550-WRITE-GL-CONTRA.

       2510-RESOLVE-GL-ACCOUNT.
           MOVE TRAN-COMPANY TO GLMAP-COMPANY
           MOVE TRAN-KEY TO GLMAP-TRAN-KEY
           READ GLMAP-FILE
               INVALID KEY
                   MOVE WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX)
                       TO GL-ACCOUNT
                   MOVE WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
                       TO GL-COST-CENTER
                   ADD 1 TO WS-SUSPENSE-POSTINGS
                   PERFORM 9500-LOG-UNMAPPED-ACCOUNT
               NOT INVALID KEY
                   MOVE GLMAP-COST-CENTER TO GL-COST-CENTER
           END-READ.

       2550-WRITE-GL-CONTRA.
      *    Offset the detail just written - still in
      *    GL-EXTRACT-RECORD - with an equal amount on the opposite
      *    side to the clearing account. The contra is a GL detail in
      *    its own right, so it joins the company's control total and
      *    trailer count, and CALCVFY proves each company's debits
      *    equal its credits before it passes the extract.
           IF GL-IS-DEBIT
               SET GL-IS-CREDIT TO TRUE
           ELSE
               SET GL-IS-DEBIT TO TRUE
           END-IF
           MOVE WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX) TO GL-ACCOUNT
           MOVE WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
               TO GL-COST-CENTER
           ADD GL-AMOUNT TO WS-GL-CONTROL-TOTAL
           ADD GL-AMOUNT TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           ADD 1 TO WS-CO-RECORDS (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD.

       2600-WRITE-RESULT-RECORD.
      *    Keyed by date plus transaction key, so every transaction
      *    of the day keeps its own record. A duplicate here means
           MOVE WS-COMP-3 TO RESULT-SUM
           MOVE WS-INT-VALUE TO RESULT-DIVIDED-VALUE
           MOVE WS-EXT-REMAINDER TO RESULT-REMAINDER
      *    The undivided integer value is kept so CALCEDIT can match
      *    a later day's transaction against this one field for field.
           MOVE WS-INT-VALUE-ORIGINAL TO RESULT-INT-VALUE
      *    RESULT-SUM above is the amount booked; the sum as it
      *    arrived and the rate that turned one into the other ride
      *    beside it.
           MOVE WS-TRAN-CURRENCY TO RESULT-CURRENCY
           MOVE WS-ORIG-SUM TO RESULT-ORIG-SUM
           MOVE WS-FX-RATE TO RESULT-FX-RATE
           MOVE WS-CO-FUNC-CURRENCY (WS-COMPANY-IX)
               TO RESULT-FUNC-CURRENCY
           WRITE RESULT-RECORD
               INVALID KEY
                   REWRITE RESULT-RECORD
           MOVE WS-GL-CONTROL-TOTAL TO CHKPT-GL-CONTROL-TOTAL
           MOVE WS-TOTAL-VARIANCE TO CHKPT-TOTAL-VARIANCE
           MOVE WS-TOLERANCE-EXCEPTIONS TO CHKPT-TOLERANCE-EXCEPTIONS
           MOVE WS-FX-CONVERSIONS TO CHKPT-FX-CONVERSIONS
           MOVE WS-FX-ROUNDING-TOTAL TO CHKPT-FX-ROUNDING-TOTAL
           MOVE WS-COMPANY-COUNT TO CHKPT-COMPANY-COUNT
           PERFORM 2720-SAVE-COMPANY-ENTRY
               VARYING WS-COMPANY-SUB FROM 1 BY 1
           MOVE WS-CO-GL-TOTAL (WS-COMPANY-SUB)
               TO CHKPT-CO-GL-TOTAL (WS-COMPANY-SUB)
           MOVE WS-CO-TOLERANCE-EXCP (WS-COMPANY-SUB)
               TO CHKPT-CO-TOLERANCE-EXCP (WS-COMPANY-SUB)
           MOVE WS-CO-FX-ROUNDING (WS-COMPANY-SUB)
               TO CHKPT-CO-FX-ROUNDING (WS-COMPANY-SUB).

       8000-FINALIZE.
           PERFORM 8100-WRITE-GL-TRAILER
           CLOSE RESULT-FILE
           CLOSE XREF-FILE
           CLOSE GLMAP-FILE
           CLOSE COMPANY-FILE
           CLOSE RUNCTL-FILE
           IF REPROCESS-RUN
               CLOSE CORR-FILE
           END-IF
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF
           IF RATES-ON-HAND
               CLOSE RATE-FILE
           END-IF
           PERFORM 8300-RESET-CHECKPOINT.

       8400-MARK-RUN-COMPLETE.
               DELIMITED BY SIZE INTO AUDIT-FILE-RECORD
           END-STRING
           WRITE AUDIT-FILE-RECORD
           MOVE WS-FX-ROUNDING-TOTAL TO WS-FX-ROUNDING-EDIT
           MOVE SPACES TO AUDIT-FILE-RECORD
           STRING 'CURRENCY CONVERSIONS: ' WS-FX-CONVERSIONS
               ' CONVERSION ROUNDING: ' WS-FX-ROUNDING-EDIT
               DELIMITED BY SIZE INTO AUDIT-FILE-RECORD
           END-STRING
           WRITE AUDIT-FILE-RECORD
           PERFORM 8210-WRITE-COMPANY-SUMMARY
               VARYING WS-COMPANY-SUB FROM 1 BY 1
               UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
       8210-WRITE-COMPANY-SUMMARY.
           MOVE SPACES TO AUDIT-FILE-RECORD
           STRING 'COMPANY ' WS-CO-CODE (WS-COMPANY-SUB)
               ' ' WS-CO-NAME (WS-COMPANY-SUB)
               ' RECORDS: ' WS-CO-RECORDS (WS-COMPANY-SUB)
               ' GL TOTAL: ' WS-CO-GL-TOTAL (WS-COMPANY-SUB)
               ' TOLERANCE EXCEPTIONS: '
               WS-CO-TOLERANCE-EXCP (WS-COMPANY-SUB)
               DELIMITED BY SIZE INTO AUDIT-FILE-RECORD
           END-STRING
           WRITE AUDIT-FILE-RECORD
           MOVE WS-CO-FX-ROUNDING (WS-COMPANY-SUB)
               TO WS-FX-ROUNDING-EDIT
           MOVE SPACES TO AUDIT-FILE-RECORD
           STRING '    FUNCTIONAL CURRENCY '
               WS-CO-FUNC-CURRENCY (WS-COMPANY-SUB)
               ' CONVERSION ROUNDING: ' WS-FX-ROUNDING-EDIT
               DELIMITED BY SIZE INTO AUDIT-FILE-RECORD
           END-STRING
           WRITE AUDIT-FILE-RECORD.

       9100-LOG-ADD-EXCEPTION.
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9550-LOG-CONVERT-EXCEPTION.
           MOVE SPACES TO EXCP-RECORD
           MOVE WS-RUN-DATE-X TO EXCP-DATE
           MOVE TRAN-KEY TO EXCP-TRAN-KEY
           MOVE 'WS-COMP-3-FX' TO EXCP-FIELD-NAME
           MOVE WS-FX-EXACT TO EXCP-ATTEMPTED-VALUE
           MOVE WS-COMP-3 TO EXCP-TRUNCATED-VALUE
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9560-LOG-MISSING-RATE.
      *    The sum posts as it arrived, unconverted; the row tells
      *    treasury which key to reprocess once the rate is loaded.
           MOVE SPACES TO EXCP-RECORD
           MOVE WS-RUN-DATE-X TO EXCP-DATE
           MOVE TRAN-KEY TO EXCP-TRAN-KEY
           MOVE 'FX-RATE-MISSING' TO EXCP-FIELD-NAME
           MOVE WS-ORIG-SUM TO EXCP-ATTEMPTED-VALUE
           MOVE WS-COMP-3 TO EXCP-TRUNCATED-VALUE
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9570-LOG-FX-ROUNDING.
      *    Attempted is the exact converted amount, truncated the
      *    amount posted; the difference is the rounding.
           MOVE SPACES TO EXCP-RECORD
           MOVE WS-RUN-DATE-X TO EXCP-DATE
           MOVE TRAN-KEY TO EXCP-TRAN-KEY
           MOVE 'FX-ROUNDING' TO EXCP-FIELD-NAME
           MOVE WS-FX-EXACT TO EXCP-ATTEMPTED-VALUE
           MOVE WS-COMP-3 TO EXCP-TRUNCATED-VALUE
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9600-LOG-CORRECTION-ORPHAN.
           MOVE SPACES TO EXCP-RECORD
           MOVE WS-RUN-DATE-X TO EXCP-DATE
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9650-LOG-CORRECTION-CLOSED.
      *    The transaction is left as it stands on TRANFILE; this
      *    row tells the corrections desk which key to key again once
      *    the period is reopened.
           MOVE SPACES TO EXCP-RECORD
           MOVE WS-RUN-DATE-X TO EXCP-DATE
           MOVE WS-CORR-KEY TO EXCP-TRAN-KEY
           MOVE 'PERIOD-CLOSED' TO EXCP-FIELD-NAME
           MOVE ZERO TO EXCP-ATTEMPTED-VALUE
           MOVE ZERO TO EXCP-TRUNCATED-VALUE
           MOVE EXCP-RECORD TO EXCP-FILE-RECORD
           WRITE EXCP-FILE-RECORD.

       9700-LOG-STEP-START.
           MOVE SPACES TO STEP-RECORD
           SET STEP-STARTED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
           MOVE ZERO TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9710-LOG-STEP-END.
           MOVE SPACES TO STEP-RECORD
           SET STEP-ENDED TO TRUE
           MOVE WS-RECORDS-PROCESSED TO STEP-RECORD-COUNT
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9720-WRITE-STEP-RECORD.
      *    The timing log is shared by every step of the chain, so it
      *    is opened for the one row and closed again. A lost timing
      *    row must never cost the night's processing: a log that
      *    will not open is reported and the step carries on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-RUN-DATE-X TO STEP-BUSINESS-DATE
           MOVE WS-RUN-CYCLE-X TO STEP-CYCLE
           MOVE 'CALCMAIN' TO STEP-PROGRAM
           MOVE WS-CURRENT-DATE TO STEP-STAMP-DATE
           MOVE WS-CURRENT-TIME TO STEP-STAMP-TIME
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS NOT = '00'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEP-LOG-STATUS = '00'
               MOVE STEP-RECORD TO STEP-LOG-RECORD
               WRITE STEP-LOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY 'CALCMAIN: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCMAIN ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
