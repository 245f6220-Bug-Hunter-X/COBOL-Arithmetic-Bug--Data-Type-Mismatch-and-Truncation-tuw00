      *  CALCEDIT
      *  Pre-run transaction edit. Runs as the job step ahead of
      *  CALCMAIN: validates every record (numeric amount fields,
      *  valid calendar date, non-blank key, duplicate keys, and a
      *  company on the company master - COMPREC, maintained by
      *  CALCCOMP - that is marked active), loads the clean records
      *  into the indexed TRANFILE that CALCMAIN reads, and writes
      *  rejects to a reject file carrying a reason code and the
      *  business date per record. The recycle file of
      *  operator-corrected rejects (written by CALCREJ) is
      *  validated ahead of the fresh feed, so yesterday's fixes go
      *  through the same edits as new work and land in the same
      *  run. The reject file accumulates across runs - a reject
      *  always say how many rejects are outstanding. Prints an edit
      *  summary report with accepted/rejected counts broken down by
      *  reason. The business date stamped on rejects comes from
      *  PARM-BUSINESS-DATE like the rest of the chain. Each run logs
      *  a start row and an end row, with its record count and return
      *  code, to the shared step-timing log (STEPREC copybook) that
      *  the CALCTIME batch-window report reads. A clean record whose
      *  key, COMP-1, COMP-2, and INT-VALUE match a posting on the
      *  transaction history (XREFFILE positioned at the key,
      *  RESULTFILE for the amounts) dated inside the
      *  PARM-DUP-LOOKBACK-DAYS window before the business date is
      *  held out of the run as a cross-day duplicate suspect: it goes
      *  to the suspect file (DUPSREC copybook), which accumulates
      *  until the CALCDUP transaction releases or confirms it, and
      *  onto the duplicate-suspect report. A released suspect comes
      *  back through the recycle file flagged so it is not held
      *  again. Each record's currency must be one the business
      *  date can be converted from: a blank currency is taken as
      *  the company's functional currency (COMPANY-FUNC-CURRENCY,
      *  the house currency when the master leaves it blank) and
      *  filled in on TRANFILE; any other currency, and the
      *  company's functional currency when the two differ, must
      *  have a rate for the business date on the exchange-rate
      *  file (RATEREC copybook, maintained by CALCRATE). A
      *  currency with no rate on file at all rejects as unknown,
      *  one with rates but none for the date as a missing rate.
      *  The feed arrives between a header and a trailer (FEEDCTL
      *  copybook). Before TRANFILE is opened the whole feed is read
      *  once to prove it: the header must come first and name the
      *  sender, feed date and feed sequence, and the trailer must
      *  come last with a record count and hash totals of COMP-1,
      *  COMP-2 and INT-VALUE that agree with the detail records.
      *  The sender and sequence are then checked against the
      *  received-feed log (FEEDLOGREC copybook): a sequence already
      *  accepted is a duplicate feed, and any sequence but the next
      *  one is out of sequence. Either can be let through only as a
      *  resend accepted at the console by an operator holding the
      *  override authority on the security file (OPERREC copybook),
      *  and the attempt lands on the security log. A feed that
      *  fails any of this is refused whole - nothing is loaded,
      *  TRANFILE and the recycle file are left as they stand, the
      *  refusal is printed on the edit report and logged, and the
      *  step ends with return code 12 so the chain stops. Editing
      *  the same feed again for the business date and cycle it was
      *  accepted for is a rerun of the step, not a duplicate.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT DUP-SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-SUSPECT-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT FEED-LOG-FILE ASSIGN TO "FEEDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLOG-KEY
               FILE STATUS IS WS-FEED-LOG-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  EDIT-RPT-FILE.
       01  EDIT-RPT-RECORD             PIC X(132).

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  XREF-FILE.
       COPY XREFREC.

       FD  RESULT-FILE.
       COPY RESULTREC.

       FD  DUP-SUSPECT-FILE.
       01  DUP-SUSPECT-FILE-RECORD     PIC X(80).

       FD  DUP-RPT-FILE.
       01  DUP-RPT-RECORD              PIC X(132).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       FD  RATE-FILE.
       COPY RATEREC.

       FD  FEED-LOG-FILE.
       COPY FEEDLOGREC.

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY STEPREC.
       COPY DUPSREC.
       COPY FEEDCTL.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-TRAN-STATUS          PIC XX    VALUE '00'.
           05  WS-REJECT-STATUS        PIC XX    VALUE '00'.
           05  WS-EDIT-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.
           05  WS-XREF-STATUS          PIC XX    VALUE '00'.
           05  WS-RESULT-STATUS        PIC XX    VALUE '00'.
           05  WS-DUP-SUSPECT-STATUS   PIC XX    VALUE '00'.
           05  WS-DUP-RPT-STATUS       PIC XX    VALUE '00'.
           05  WS-RATE-STATUS          PIC XX    VALUE '00'.
           05  WS-FEED-LOG-STATUS      PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-OVERRIDE-REPLY           PIC X     VALUE SPACE.
           88  OVERRIDE-ACCEPTED           VALUE 'Y'.

       01  WS-OVERRIDE-SIGNON-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
           05  WS-OPERATOR-PASSWORD    PIC X(8)  VALUE SPACES.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  EOF-REACHED             VALUE 'Y'.
               88  RECYCLE-ON-HAND         VALUE 'Y'.
           05  WS-RECYCLE-EOF-SW       PIC X     VALUE 'N'.
               88  RECYCLE-EXHAUSTED       VALUE 'Y'.
           05  WS-DUP-CHECK-SW         PIC X     VALUE 'N'.
               88  DUP-CHECK-ACTIVE        VALUE 'Y'.
           05  WS-DUP-RELEASE-SW       PIC X     VALUE 'N'.
               88  DUP-RELEASED-ITEM       VALUE 'Y'.
           05  WS-DUP-FOUND-SW         PIC X     VALUE 'N'.
               88  DUP-SUSPECT-FOUND       VALUE 'Y'.
           05  WS-XREF-SCAN-SW         PIC X     VALUE 'N'.
               88  XREF-SCAN-DONE          VALUE 'Y'.
           05  WS-RATE-FILE-SW         PIC X     VALUE 'N'.
               88  RATES-ON-HAND           VALUE 'Y'.
           05  WS-CTL-EOF-SW           PIC X     VALUE 'N'.
               88  CTL-PASS-EOF            VALUE 'Y'.
           05  WS-HEADER-VALID-SW      PIC X     VALUE 'N'.
               88  FEED-HEADER-VALID       VALUE 'Y'.
           05  WS-TRAILER-FOUND-SW     PIC X     VALUE 'N'.
               88  FEED-TRAILER-FOUND      VALUE 'Y'.
           05  WS-FEED-LOG-SW          PIC X     VALUE 'N'.
               88  FEED-LOG-OPEN           VALUE 'Y'.
           05  WS-FLOG-FOUND-SW        PIC X     VALUE 'N'.
               88  FLOG-ROW-FOUND          VALUE 'Y'.
           05  WS-FLOG-SCAN-SW         PIC X     VALUE 'N'.
               88  FLOG-SCAN-DONE          VALUE 'Y'.
           05  WS-FEED-RERUN-SW        PIC X     VALUE 'N'.
               88  FEED-RERUN              VALUE 'Y'.
           05  WS-FEED-OVERRIDE-SW     PIC X     VALUE 'N'.
               88  FEED-OVERRIDDEN         VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).
           05  WS-RUN-CYCLE-X          PIC X(2)  VALUE '01'.

      *    Display-format image of the incoming feed record, field by
      *    field, so each field can be edited before anything is moved
           05  WS-FEED-INT-VALUE-N     REDEFINES WS-FEED-INT-VALUE
                                       PIC 9(9).
           05  WS-FEED-COMPANY         PIC X(3).
           05  WS-FEED-CURRENCY        PIC X(3).

      *    Reason codes written on each reject record and summarized
      *    on the edit report:
      *      10 blank key          20 comp-1 not numeric
      *      21 comp-2 not numeric 22 int-value not numeric
      *      30 invalid date       40 duplicate key
      *      50 blank company      60 company not on master
      *      61 company inactive   70 currency not on rate file
      *      71 no rate for the business date
       01  WS-EDIT-REASON              PIC XX    VALUE SPACES.
           88  RECORD-IS-CLEAN             VALUE SPACES.

           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-REJ-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-REJ-RECORD-IMAGE     PIC X(41).
           05  FILLER                  PIC X(27) VALUE SPACES.

      *    Recycle-file line: the feed-record image, then a release
      *    flag CALCDUP sets on a duplicate suspect the operator has
      *    released. A released suspect has already been judged
      *    against the earlier posting, so it is not held again;
      *    CALCREJ corrections leave the flag blank.
       01  WS-RECYCLE-LINE.
           05  WS-RCY-FEED-IMAGE       PIC X(41).
           05  WS-RCY-RELEASE-FLAG     PIC X(1).
               88  RCY-DUP-RELEASED        VALUE 'R'.
           05  FILLER                  PIC X(38).

      *    Feed-level control. The reason refuses the whole feed and
      *    is printed on the edit report and kept on the received-
      *    feed log; it is a separate set from the record reasons:
      *      80 header missing, invalid, or repeated in the feed
      *      81 trailer missing, invalid, or not the last record
      *      82 detail record count differs from the trailer
      *      83 a hash total differs from the trailer
      *      84 duplicate feed - sequence already accepted
      *      85 feed out of sequence for the sender
      *    Detail fields that are not numeric cannot be summed; they
      *    add nothing to the hash and reject individually later, so
      *    a sender that hashes them some other way will not agree.
       01  WS-FEED-CONTROL-FIELDS.
           05  WS-CTL-REASON           PIC XX    VALUE SPACES.
               88  FEED-CONTROL-PASSED     VALUE SPACES.
           05  WS-CTL-OVERRIDE-REASON  PIC XX    VALUE SPACES.
           05  WS-CTL-SENDER           PIC X(8)  VALUE SPACES.
           05  WS-CTL-FEED-DATE        PIC X(8)  VALUE SPACES.
           05  WS-CTL-SEQUENCE         PIC 9(6)  VALUE ZERO.
           05  WS-CTL-DETAIL-COUNT     PIC 9(9)  VALUE ZERO.
           05  WS-CTL-HASH-COMP-1      PIC 9(11)V99 VALUE ZERO.
           05  WS-CTL-HASH-COMP-2      PIC 9(11)V99 VALUE ZERO.
           05  WS-CTL-HASH-INT-VALUE   PIC 9(18) VALUE ZERO.
           05  WS-CTL-UNHASHED         PIC 9(9)  VALUE ZERO.
           05  WS-CTL-EXTRA-HEADERS    PIC 9(9)  VALUE ZERO.
           05  WS-CTL-AFTER-TRAILER    PIC 9(9)  VALUE ZERO.
           05  WS-TRL-RECORD-COUNT     PIC 9(9)  VALUE ZERO.
           05  WS-TRL-HASH-COMP-1      PIC 9(11)V99 VALUE ZERO.
           05  WS-TRL-HASH-COMP-2      PIC 9(11)V99 VALUE ZERO.
           05  WS-TRL-HASH-INT-VALUE   PIC 9(18) VALUE ZERO.
           05  WS-CTL-LAST-ACCEPTED    PIC 9(6)  VALUE ZERO.
           05  WS-CTL-EXPECTED-SEQ     PIC 9(6)  VALUE ZERO.
           05  WS-CTL-HASH-EDIT-1      PIC Z(10)9.99.
           05  WS-CTL-HASH-EDIT-2      PIC Z(10)9.99.
           05  WS-CTL-REASON-TEXT      PIC X(40) VALUE SPACES.

       01  WS-EDIT-COUNTS.
           05  WS-RECORDS-READ         PIC 9(9)  VALUE ZERO.
           05  WS-REJ-BAD-DATE         PIC 9(9)  VALUE ZERO.
           05  WS-REJ-DUPLICATE        PIC 9(9)  VALUE ZERO.
           05  WS-REJ-BLANK-COMPANY    PIC 9(9)  VALUE ZERO.
           05  WS-REJ-UNKNOWN-COMPANY  PIC 9(9)  VALUE ZERO.
           05  WS-REJ-INACTIVE-COMPANY PIC 9(9)  VALUE ZERO.
           05  WS-REJ-UNKNOWN-CURRENCY PIC 9(9)  VALUE ZERO.
           05  WS-REJ-NO-RATE          PIC 9(9)  VALUE ZERO.
           05  WS-DUP-SUSPECTS-HELD    PIC 9(9)  VALUE ZERO.
           05  WS-DUP-RELEASED-READ    PIC 9(9)  VALUE ZERO.

      *    Cross-day duplicate look-back: an earlier posting of the
      *    same key dated from the cutoff through the day before the
      *    business date is a candidate. Today's own date is left
      *    out, so a rerun of the day does not hold its own work.
       01  WS-DUP-WINDOW-FIELDS.
           05  WS-DUP-LOOKBACK-DAYS    PIC 9(3)  VALUE ZERO.
           05  WS-DUP-CUTOFF           PIC X(8)  VALUE SPACES.
           05  WS-DUP-WINDOW-END       PIC X(8)  VALUE SPACES.
           05  WS-DUP-PRIOR-DATE       PIC X(8)  VALUE SPACES.
           05  WS-BACK-DAY-COUNT       PIC 9(3)  VALUE ZERO.

      *    Rates are quoted against the house currency, which never
      *    needs a row of its own; it is also the functional currency
      *    of a company whose master record leaves the field blank.
       01  WS-CURRENCY-FIELDS.
           05  WS-HOUSE-CURRENCY       PIC X(3)  VALUE 'USD'.
           05  WS-FUNC-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-RATE-LOOKUP-CURRENCY PIC X(3)  VALUE SPACES.

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-DAYS-IN-MONTH        PIC 9(2)  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.
           05  WS-WALK-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-WALK-DATE-PARTS      REDEFINES WS-WALK-DATE.
               10  WS-WALK-YEAR        PIC 9(4).
               10  WS-WALK-MONTH       PIC 9(2).
               10  WS-WALK-DAY         PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 2000-EDIT-TRANSACTIONS
               UNTIL EOF-REACHED
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1050-READ-PARAMETER-CARD
           PERFORM 1060-SET-BUSINESS-DATE
           PERFORM 1070-SET-DUP-WINDOW
           PERFORM 9700-LOG-STEP-START
           OPEN OUTPUT EDIT-RPT-FILE
           IF WS-EDIT-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN EDITRPT, STATUS='
                   WS-EDIT-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN TRANFEED, STATUS='
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    The feed is proved whole before anything is opened for
      *    output: a refused feed must leave yesterday's TRANFILE
      *    and the waiting recycle file exactly as they were.
           PERFORM 1200-CHECK-FEED-CONTROL
           IF FEED-HEADER-VALID
               PERFORM 1300-OPEN-FEED-LOG
               IF FEED-CONTROL-PASSED
                   PERFORM 1310-CHECK-FEED-SEQUENCE
               END-IF
           END-IF
           IF NOT FEED-CONTROL-PASSED
               PERFORM 1390-REFUSE-FEED
           END-IF
           PERFORM 1250-REOPEN-FEED
      *    Corrected rejects recycle ahead of the fresh feed; with
      *    no recycle file on hand the run is feed-only, exactly as
      *    before the recycle path existed.
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    The company master is required reference data: without it
      *    every record would reject 60, so a missing or unopenable
      *    file stops the edit instead of emptying the day.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYFILE, STATUS='
                   WS-COMPANY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1080-OPEN-DUP-FILES
           PERFORM 1090-OPEN-RATE-FILE
           PERFORM 1100-READ-NEXT-FEED-RECORD.

       1050-READ-PARAMETER-CARD.
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-X
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
           END-IF
      *    The edit itself is not cycle-keyed; the cycle only labels
      *    its step-timing rows so an evening feed's edit times
      *    against its own cycle.
           IF PARM-CYCLE-NUMBER IS NUMERIC
               AND PARM-CYCLE-NUMBER > ZERO
               MOVE PARM-CYCLE-NUMBER TO WS-RUN-CYCLE-X
           ELSE
               MOVE '01' TO WS-RUN-CYCLE-X
           END-IF.

       1070-SET-DUP-WINDOW.
      *    Cutoff = business date minus the configured look-back;
      *    zero or blank on the card takes the shop default of five
      *    days. The window ends the day before the business date.
           IF PARM-DUP-LOOKBACK-DAYS IS NUMERIC
               AND PARM-DUP-LOOKBACK-DAYS > ZERO
               MOVE PARM-DUP-LOOKBACK-DAYS TO WS-DUP-LOOKBACK-DAYS
           ELSE
               MOVE 5 TO WS-DUP-LOOKBACK-DAYS
           END-IF
           MOVE WS-RUN-DATE-X TO WS-WALK-DATE
           PERFORM 7500-BACK-ONE-DAY
           MOVE WS-WALK-DATE TO WS-DUP-WINDOW-END
           MOVE WS-RUN-DATE-X TO WS-WALK-DATE
           PERFORM 7500-BACK-ONE-DAY
               VARYING WS-BACK-DAY-COUNT FROM 1 BY 1
               UNTIL WS-BACK-DAY-COUNT > WS-DUP-LOOKBACK-DAYS
           MOVE WS-WALK-DATE TO WS-DUP-CUTOFF.

       1080-OPEN-DUP-FILES.
      *    The transaction history is where earlier postings are
      *    found. Before the first CALCMAIN run there is none to
      *    match against, so a history that will not open switches
      *    the cross-day check off for the run - said on the console
      *    and on the suspect report - rather than stopping the edit.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS = '00'
                   SET DUP-CHECK-ACTIVE TO TRUE
               ELSE
                   DISPLAY 'CALCEDIT: RESULTFILE NOT AVAILABLE, STATUS='
                       WS-RESULT-STATUS
                   CLOSE XREF-FILE
               END-IF
           ELSE
               DISPLAY 'CALCEDIT: XREFFILE NOT AVAILABLE, STATUS='
                   WS-XREF-STATUS
           END-IF
      *    Suspects accumulate until the CALCDUP transaction releases
      *    or confirms them - extend, creating on first use, the same
      *    as the reject file.
           OPEN EXTEND DUP-SUSPECT-FILE
           IF WS-DUP-SUSPECT-STATUS NOT = '00'
               OPEN OUTPUT DUP-SUSPECT-FILE
           END-IF
           IF WS-DUP-SUSPECT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN DUPSUSP, STATUS='
                   WS-DUP-SUSPECT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN OUTPUT DUP-RPT-FILE
           IF WS-DUP-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN DUPRPT, STATUS='
                   WS-DUP-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           MOVE SPACES TO DUP-RPT-RECORD
           STRING 'CROSS-DAY DUPLICATE SUSPECT REPORT  RUN DATE '
               WS-RUN-DATE-X
               '  LOOK-BACK ' WS-DUP-LOOKBACK-DAYS ' DAYS '
               WS-DUP-CUTOFF ' THRU ' WS-DUP-WINDOW-END
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           END-STRING
           WRITE DUP-RPT-RECORD
           IF NOT DUP-CHECK-ACTIVE
               MOVE SPACES TO DUP-RPT-RECORD
               MOVE '*** TRANSACTION HISTORY NOT AVAILABLE - CROSS-DAY'
                   TO DUP-RPT-RECORD (1:50)
               MOVE ' CHECK NOT RUN ***' TO DUP-RPT-RECORD (51:18)
               WRITE DUP-RPT-RECORD
           END-IF.

       1090-OPEN-RATE-FILE.
      *    A shop whose companies all trade in their own currency
      *    needs no rates, so a rate file that is not there yet is
      *    no reason to stop the edit - a record that does need a
      *    rate then rejects as an unknown currency. Any other
      *    failure stops the edit rather than reject the day.
           OPEN INPUT RATE-FILE
           EVALUATE WS-RATE-STATUS
               WHEN '00'
                   SET RATES-ON-HAND TO TRUE
               WHEN '35'
                   DISPLAY 'CALCEDIT: NO RATE FILE ON HAND, STATUS='
                       WS-RATE-STATUS
               WHEN OTHER
                   STRING 'UNABLE TO OPEN RATEFILE, STATUS='
                       WS-RATE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-EVALUATE.

       1100-READ-NEXT-FEED-RECORD.
      *    The recycle file reads first; when it runs dry the fresh
      *    feed takes over, so corrected rejects land ahead of new
      *    work in the same TRANFILE load.
           MOVE 'N' TO WS-DUP-RELEASE-SW
           IF RECYCLE-ON-HAND AND NOT RECYCLE-EXHAUSTED
               READ RECYCLE-FILE INTO WS-RECYCLE-LINE
                   AT END
                       SET RECYCLE-EXHAUSTED TO TRUE
                       CLOSE RECYCLE-FILE
                       PERFORM 1150-READ-FRESH-FEED
                   NOT AT END
                       ADD 1 TO WS-RECYCLED-READ
                       MOVE WS-RCY-FEED-IMAGE TO WS-FEED-RECORD
                       IF RCY-DUP-RELEASED
                           SET DUP-RELEASED-ITEM TO TRUE
                           ADD 1 TO WS-DUP-RELEASED-READ
                       END-IF
               END-READ
           ELSE
               PERFORM 1150-READ-FRESH-FEED
           END-IF.

       1150-READ-FRESH-FEED.
      *    The control pass has already proved the trailer is the
      *    last record, so reaching it is the end of the details.
           READ FEED-FILE INTO FEED-CONTROL-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF FEED-TRAILER-RECORD
                       SET EOF-REACHED TO TRUE
                   ELSE
                       MOVE FEED-CONTROL-RECORD TO WS-FEED-RECORD
                   END-IF
           END-READ.

       1200-CHECK-FEED-CONTROL.
           MOVE SPACES TO WS-CTL-REASON
           MOVE 'N' TO WS-CTL-EOF-SW
           PERFORM 1210-READ-CONTROL-PASS
           IF CTL-PASS-EOF OR NOT FEED-HEADER-RECORD
               MOVE '80' TO WS-CTL-REASON
           ELSE
               IF FEED-HDR-SENDER = SPACES
                   OR FEED-HDR-FEED-DATE IS NOT NUMERIC
                   OR FEED-HDR-SEQUENCE IS NOT NUMERIC
                   MOVE '80' TO WS-CTL-REASON
               ELSE
                   IF FEED-HDR-SEQUENCE = ZERO
                       MOVE '80' TO WS-CTL-REASON
                   END-IF
               END-IF
           END-IF
           IF FEED-CONTROL-PASSED
               SET FEED-HEADER-VALID TO TRUE
               MOVE FEED-HDR-SENDER TO WS-CTL-SENDER
               MOVE FEED-HDR-FEED-DATE TO WS-CTL-FEED-DATE
               MOVE FEED-HDR-SEQUENCE TO WS-CTL-SEQUENCE
               PERFORM 1210-READ-CONTROL-PASS
               PERFORM 1220-TAKE-CONTROL-RECORD
                   UNTIL CTL-PASS-EOF
               PERFORM 1230-PROVE-FEED-TOTALS
           END-IF
           CLOSE FEED-FILE.

       1210-READ-CONTROL-PASS.
           READ FEED-FILE INTO FEED-CONTROL-RECORD
               AT END
                   SET CTL-PASS-EOF TO TRUE
           END-READ.

       1220-TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN FEED-CTL-ID = SPACES AND FEED-TRAILER-FOUND
      *            Blank lines after the trailer are transfer
      *            padding, not data.
                   CONTINUE
               WHEN FEED-TRAILER-FOUND
                   ADD 1 TO WS-CTL-AFTER-TRAILER
               WHEN FEED-TRAILER-RECORD
                   SET FEED-TRAILER-FOUND TO TRUE
                   PERFORM 1225-TAKE-TRAILER
               WHEN FEED-HEADER-RECORD
                   ADD 1 TO WS-CTL-EXTRA-HEADERS
               WHEN OTHER
                   PERFORM 1227-HASH-DETAIL
           END-EVALUATE
           PERFORM 1210-READ-CONTROL-PASS.

       1225-TAKE-TRAILER.
           IF FEED-TRL-RECORD-COUNT IS NUMERIC
               AND FEED-TRL-HASH-COMP-1 IS NUMERIC
               AND FEED-TRL-HASH-COMP-2 IS NUMERIC
               AND FEED-TRL-HASH-INT-VALUE IS NUMERIC
               MOVE FEED-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
               MOVE FEED-TRL-HASH-COMP-1 TO WS-TRL-HASH-COMP-1
               MOVE FEED-TRL-HASH-COMP-2 TO WS-TRL-HASH-COMP-2
               MOVE FEED-TRL-HASH-INT-VALUE TO WS-TRL-HASH-INT-VALUE
           ELSE
               MOVE '81' TO WS-CTL-REASON
           END-IF.

       1227-HASH-DETAIL.
           MOVE FEED-CONTROL-RECORD TO WS-FEED-RECORD
           ADD 1 TO WS-CTL-DETAIL-COUNT
           IF WS-FEED-COMP-1 IS NUMERIC
               ADD WS-FEED-COMP-1-N TO WS-CTL-HASH-COMP-1
           ELSE
               ADD 1 TO WS-CTL-UNHASHED
           END-IF
           IF WS-FEED-COMP-2 IS NUMERIC
               ADD WS-FEED-COMP-2-N TO WS-CTL-HASH-COMP-2
           ELSE
               ADD 1 TO WS-CTL-UNHASHED
           END-IF
           IF WS-FEED-INT-VALUE IS NUMERIC
               ADD WS-FEED-INT-VALUE-N TO WS-CTL-HASH-INT-VALUE
           ELSE
               ADD 1 TO WS-CTL-UNHASHED
           END-IF.

       1230-PROVE-FEED-TOTALS.
      *    First failing proof wins, in the order of the reason
      *    codes, the same way a record keeps its first reject.
           IF FEED-CONTROL-PASSED
               EVALUATE TRUE
                   WHEN WS-CTL-EXTRA-HEADERS > ZERO
                       MOVE '80' TO WS-CTL-REASON
                   WHEN NOT FEED-TRAILER-FOUND
                       MOVE '81' TO WS-CTL-REASON
                   WHEN WS-CTL-AFTER-TRAILER > ZERO
                       MOVE '81' TO WS-CTL-REASON
                   WHEN WS-CTL-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
                       MOVE '82' TO WS-CTL-REASON
                   WHEN WS-CTL-HASH-COMP-1 NOT = WS-TRL-HASH-COMP-1
                       MOVE '83' TO WS-CTL-REASON
                   WHEN WS-CTL-HASH-COMP-2 NOT = WS-TRL-HASH-COMP-2
                       MOVE '83' TO WS-CTL-REASON
                   WHEN WS-CTL-HASH-INT-VALUE
                           NOT = WS-TRL-HASH-INT-VALUE
                       MOVE '83' TO WS-CTL-REASON
               END-EVALUATE
           END-IF.

       1250-REOPEN-FEED.
      *    Back to the top of the proved feed for the edit pass, past
      *    the header.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               STRING 'UNABLE TO REOPEN TRANFEED, STATUS='
                   WS-FEED-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           READ FEED-FILE INTO FEED-CONTROL-RECORD
               AT END
                   MOVE 'TRANFEED HEADER MISSING ON REOPEN'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-FILE-ERROR
           END-READ.

       1300-OPEN-FEED-LOG.
      *    First use creates the log (same create-on-first-use
      *    pattern as the CALCCAL calendar). Any other failure stops
      *    the edit - without the log a duplicate feed would load.
           OPEN I-O FEED-LOG-FILE
           IF WS-FEED-LOG-STATUS = '35'
               OPEN OUTPUT FEED-LOG-FILE
               CLOSE FEED-LOG-FILE
               OPEN I-O FEED-LOG-FILE
           END-IF
           IF WS-FEED-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN FEEDLOG, STATUS='
                   WS-FEED-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           SET FEED-LOG-OPEN TO TRUE.

       1310-CHECK-FEED-SEQUENCE.
      *    A sender's first feed on the log starts its sequence
      *    wherever it starts; after that each feed must be one past
      *    the highest sequence accepted, wrapping from 999999 to 1.
           PERFORM 1320-FIND-LAST-ACCEPTED
           IF WS-CTL-LAST-ACCEPTED = 999999
               MOVE 1 TO WS-CTL-EXPECTED-SEQ
           ELSE
               COMPUTE WS-CTL-EXPECTED-SEQ = WS-CTL-LAST-ACCEPTED + 1
           END-IF
           PERFORM 1330-READ-FEED-LOG-ROW
           EVALUATE TRUE
               WHEN FLOG-ROW-FOUND AND FLOG-ACCEPTED
                       AND FLOG-BUSINESS-DATE = WS-RUN-DATE-X
                       AND FLOG-CYCLE = WS-RUN-CYCLE-X
                   SET FEED-RERUN TO TRUE
                   DISPLAY 'CALCEDIT: FEED ' WS-CTL-SENDER
                       ' SEQUENCE ' WS-CTL-SEQUENCE
                       ' RE-EDITED FOR ITS OWN DATE AND CYCLE'
               WHEN FLOG-ROW-FOUND AND FLOG-ACCEPTED
                   MOVE '84' TO WS-CTL-REASON
                   DISPLAY 'CALCEDIT: FEED ' WS-CTL-SENDER
                       ' SEQUENCE ' WS-CTL-SEQUENCE
                       ' ALREADY ACCEPTED FOR ' FLOG-BUSINESS-DATE
                       ' CYCLE ' FLOG-CYCLE
                   PERFORM 1340-OFFER-RESEND-OVERRIDE
               WHEN WS-CTL-LAST-ACCEPTED > ZERO
                       AND WS-CTL-SEQUENCE NOT = WS-CTL-EXPECTED-SEQ
                   MOVE '85' TO WS-CTL-REASON
                   DISPLAY 'CALCEDIT: FEED ' WS-CTL-SENDER
                       ' SEQUENCE ' WS-CTL-SEQUENCE
                       ' OUT OF SEQUENCE, EXPECTED '
                       WS-CTL-EXPECTED-SEQ
                   PERFORM 1340-OFFER-RESEND-OVERRIDE
           END-EVALUATE.

       1320-FIND-LAST-ACCEPTED.
           MOVE ZERO TO WS-CTL-LAST-ACCEPTED
           MOVE 'N' TO WS-FLOG-SCAN-SW
           MOVE WS-CTL-SENDER TO FLOG-SENDER
           MOVE ZERO TO FLOG-SEQUENCE
           START FEED-LOG-FILE KEY IS NOT LESS THAN FLOG-KEY
               INVALID KEY
                   SET FLOG-SCAN-DONE TO TRUE
           END-START
           PERFORM 1325-SCAN-SENDER-ROWS
               UNTIL FLOG-SCAN-DONE.

       1325-SCAN-SENDER-ROWS.
           READ FEED-LOG-FILE NEXT RECORD
               AT END
                   SET FLOG-SCAN-DONE TO TRUE
               NOT AT END
                   IF FLOG-SENDER NOT = WS-CTL-SENDER
                       SET FLOG-SCAN-DONE TO TRUE
                   ELSE
                       IF FLOG-ACCEPTED
                           MOVE FLOG-SEQUENCE TO WS-CTL-LAST-ACCEPTED
                       END-IF
                   END-IF
           END-READ.

       1330-READ-FEED-LOG-ROW.
           MOVE 'N' TO WS-FLOG-FOUND-SW
           MOVE WS-CTL-SENDER TO FLOG-SENDER
           MOVE WS-CTL-SEQUENCE TO FLOG-SEQUENCE
           READ FEED-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FLOG-ROW-FOUND TO TRUE
           END-READ.

       1340-OFFER-RESEND-OVERRIDE.
      *    A legitimate resend - the sender lost the original, or
      *    a gap is being filled late - goes through only on a
      *    Y at the console backed by a sign-on with the override
      *    authority, as the CALCMAIN completed-day override does.
      *    An unattended run reads no Y and the feed is refused.
           DISPLAY 'KEY Y TO ACCEPT AS AN AUTHORIZED RESEND, ANYTHING'
               ' ELSE TO REFUSE THE FEED: '
           ACCEPT WS-OVERRIDE-REPLY FROM CONSOLE
           IF OVERRIDE-ACCEPTED
               PERFORM 1350-VERIFY-OVERRIDE-AUTHORITY
               IF SIGNON-ACCEPTED
                   MOVE WS-CTL-REASON TO WS-CTL-OVERRIDE-REASON
                   MOVE SPACES TO WS-CTL-REASON
                   SET FEED-OVERRIDDEN TO TRUE
               END-IF
           END-IF.

       1350-VERIFY-OVERRIDE-AUTHORITY.
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN OPERFILE, STATUS='
                   WS-OPER-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = '00'
               OPEN OUTPUT SECLOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN SECLOG, STATUS='
                   WS-SECLOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY 'ENTER PASSWORD: '
           ACCEPT WS-OPERATOR-PASSWORD FROM CONSOLE
           MOVE 'N' TO WS-SIGNON-SW
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-PASSWORD = WS-OPERATOR-PASSWORD
                           AND OPER-CAN-OVERRIDE
                           SET SIGNON-ACCEPTED TO TRUE
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO SECLOG-RECORD
           IF SIGNON-ACCEPTED
               SET SECLOG-GRANTED TO TRUE
           ELSE
               DISPLAY 'SIGN-ON DENIED'
               SET SECLOG-DENIED TO TRUE
           END-IF
           PERFORM 1360-WRITE-SECLOG-RECORD
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       1360-WRITE-SECLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO SECLOG-DATE
           MOVE WS-CURRENT-TIME TO SECLOG-TIME
           MOVE WS-OPERATOR-ID TO SECLOG-OPERATOR
           MOVE 'CALCEDIT' TO SECLOG-PROGRAM
           MOVE 'FEED-RESEND' TO SECLOG-FUNCTION
           STRING WS-CTL-SENDER ' ' WS-CTL-SEQUENCE
               DELIMITED BY SIZE INTO SECLOG-SUBJECT
           END-STRING
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       1390-REFUSE-FEED.
      *    Nothing has been opened for output but the edit report,
      *    so stopping here leaves TRANFILE, the reject file and the
      *    recycle file untouched for the corrected feed's run.
           PERFORM 8105-WRITE-REPORT-TITLE
           PERFORM 8150-WRITE-FEED-CONTROL-LINES
           PERFORM 8160-SET-REASON-TEXT
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING '*** FEED REFUSED - REASON ' WS-CTL-REASON ' '
               WS-CTL-REASON-TEXT ' - NOTHING LOADED ***'
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD
           DISPLAY 'CALCEDIT: FEED REFUSED, REASON ' WS-CTL-REASON
               ' ' WS-CTL-REASON-TEXT
           IF FEED-LOG-OPEN
               PERFORM 8400-LOG-FEED-RECEIPT
               CLOSE FEED-LOG-FILE
           END-IF
           CLOSE EDIT-RPT-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       2000-EDIT-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2100-VALIDATE-RECORD
           IF RECORD-IS-CLEAN
               PERFORM 2150-CHECK-CROSS-DAY-DUP
               IF DUP-SUSPECT-FOUND
                   PERFORM 2400-HOLD-DUP-SUSPECT
               ELSE
                   PERFORM 2200-WRITE-CLEAN-RECORD
               END-IF
           ELSE
               PERFORM 2300-WRITE-REJECT-RECORD
           END-IF
               MOVE '50' TO WS-EDIT-REASON
               ADD 1 TO WS-REJ-BLANK-COMPANY
           END-IF
           IF RECORD-IS-CLEAN
               PERFORM 2140-VALIDATE-COMPANY
           END-IF
           IF RECORD-IS-CLEAN
               PERFORM 2145-VALIDATE-CURRENCY
           END-IF
           IF RECORD-IS-CLEAN
               PERFORM 2110-VALIDATE-DATE
           END-IF.
               END-IF
           END-IF.

       2140-VALIDATE-COMPANY.
      *    A retired company stays on the master marked inactive, so
      *    its history still reports by name; new work for it is a
      *    feed error the same as a company nobody has set up.
           MOVE WS-FEED-COMPANY TO COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY
                   MOVE '60' TO WS-EDIT-REASON
                   ADD 1 TO WS-REJ-UNKNOWN-COMPANY
               NOT INVALID KEY
                   IF NOT COMPANY-ACTIVE
                       MOVE '61' TO WS-EDIT-REASON
                       ADD 1 TO WS-REJ-INACTIVE-COMPANY
                   END-IF
           END-READ.

       2145-VALIDATE-CURRENCY.
      *    The company record is still in the buffer from
      *    2140-VALIDATE-COMPANY. A record already in the company's
      *    functional currency converts at par and needs no rate;
      *    otherwise both its own currency and the functional one
      *    must be priced for the business date, since the rate
      *    CALCMAIN uses is one over the other.
           MOVE WS-HOUSE-CURRENCY TO WS-FUNC-CURRENCY
           IF COMPANY-FUNC-CURRENCY NOT = SPACES
               MOVE COMPANY-FUNC-CURRENCY TO WS-FUNC-CURRENCY
           END-IF
           IF WS-FEED-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-FEED-CURRENCY
           END-IF
           IF WS-FEED-CURRENCY NOT = WS-FUNC-CURRENCY
               MOVE WS-FEED-CURRENCY TO WS-RATE-LOOKUP-CURRENCY
               PERFORM 2146-CHECK-RATE-ON-FILE
               IF RECORD-IS-CLEAN
                   MOVE WS-FUNC-CURRENCY TO WS-RATE-LOOKUP-CURRENCY
                   PERFORM 2146-CHECK-RATE-ON-FILE
               END-IF
           END-IF.

       2146-CHECK-RATE-ON-FILE.
           IF WS-RATE-LOOKUP-CURRENCY NOT = WS-HOUSE-CURRENCY
               IF RATES-ON-HAND
                   MOVE WS-RATE-LOOKUP-CURRENCY TO RATE-CURRENCY
                   MOVE WS-RUN-DATE-X TO RATE-DATE
                   READ RATE-FILE
                       INVALID KEY
                           PERFORM 2147-CLASSIFY-MISSING-RATE
                       NOT INVALID KEY
                           IF RATE-VALUE IS NOT NUMERIC
                               OR RATE-VALUE = ZERO
                               MOVE '71' TO WS-EDIT-REASON
                               ADD 1 TO WS-REJ-NO-RATE
                           END-IF
                   END-READ
               ELSE
                   MOVE '70' TO WS-EDIT-REASON
                   ADD 1 TO WS-REJ-UNKNOWN-CURRENCY
               END-IF
           END-IF.

       2147-CLASSIFY-MISSING-RATE.
      *    No rate for the date: a currency treasury has priced on
      *    some other date is known but unpriced today; one with no
      *    row at all is not a currency the books deal in.
           MOVE WS-RATE-LOOKUP-CURRENCY TO RATE-CURRENCY
           MOVE LOW-VALUES TO RATE-DATE
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
                   MOVE '23' TO WS-RATE-STATUS
           END-START
           IF WS-RATE-STATUS = '00'
               READ RATE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-RATE-STATUS
               END-READ
           END-IF
           IF WS-RATE-STATUS = '00'
               AND RATE-CURRENCY = WS-RATE-LOOKUP-CURRENCY
               MOVE '71' TO WS-EDIT-REASON
               ADD 1 TO WS-REJ-NO-RATE
           ELSE
               MOVE '70' TO WS-EDIT-REASON
               ADD 1 TO WS-REJ-UNKNOWN-CURRENCY
           END-IF.

       2150-CHECK-CROSS-DAY-DUP.
      *    A clean record is a suspect when the history already holds
      *    the same key, dated inside the look-back window, with the
      *    same COMP-1, COMP-2, and INT-VALUE. The cross-reference
      *    positions at the key and the cutoff date, and each of its
      *    dates is looked up on RESULTFILE for the amounts. A
      *    released suspect is not checked again.
           MOVE 'N' TO WS-DUP-FOUND-SW
           IF DUP-CHECK-ACTIVE AND NOT DUP-RELEASED-ITEM
               MOVE 'N' TO WS-XREF-SCAN-SW
               MOVE WS-FEED-KEY TO XREF-TRAN-KEY
               MOVE WS-DUP-CUTOFF TO XREF-DATE
               START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
                   INVALID KEY
                       SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM 2160-SCAN-XREF-FOR-KEY
                   UNTIL XREF-SCAN-DONE
           END-IF.

       2160-SCAN-XREF-FOR-KEY.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET XREF-SCAN-DONE TO TRUE
           END-READ
           IF NOT XREF-SCAN-DONE
               IF XREF-TRAN-KEY NOT = WS-FEED-KEY
                   OR XREF-DATE > WS-DUP-WINDOW-END
                   SET XREF-SCAN-DONE TO TRUE
               ELSE
                   PERFORM 2170-COMPARE-PRIOR-RESULT
               END-IF
           END-IF.

       2170-COMPARE-PRIOR-RESULT.
      *    A result written before the integer value was kept on the
      *    record carries it blank and cannot be matched.
           MOVE XREF-DATE TO RESULT-DATE
           MOVE XREF-TRAN-KEY TO RESULT-TRAN-KEY
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESULT-INT-VALUE IS NUMERIC
                       AND RESULT-COMP-1 = WS-FEED-COMP-1-N
                       AND RESULT-COMP-2 = WS-FEED-COMP-2-N
                       AND RESULT-INT-VALUE = WS-FEED-INT-VALUE-N
                       SET DUP-SUSPECT-FOUND TO TRUE
                       SET XREF-SCAN-DONE TO TRUE
                       MOVE XREF-DATE TO WS-DUP-PRIOR-DATE
                   END-IF
           END-READ.

       2200-WRITE-CLEAN-RECORD.
           MOVE SPACES TO TRAN-RECORD
           MOVE WS-FEED-KEY TO TRAN-KEY
           MOVE WS-FEED-COMP-2-N TO TRAN-COMP-2
           MOVE WS-FEED-INT-VALUE-N TO TRAN-INT-VALUE
           MOVE WS-FEED-COMPANY TO TRAN-COMPANY
           MOVE WS-FEED-CURRENCY TO TRAN-CURRENCY
           WRITE TRAN-RECORD
               INVALID KEY
                   MOVE '40' TO WS-EDIT-REASON
           MOVE WS-REJECT-LINE TO REJECT-FILE-RECORD
           WRITE REJECT-FILE-RECORD.

       2400-HOLD-DUP-SUSPECT.
      *    Held, not rejected: nothing is wrong with the record
      *    itself, so it stays off the reject file and out of
      *    TRANFILE until an operator decides it at CALCDUP.
           ADD 1 TO WS-DUP-SUSPECTS-HELD
           MOVE SPACES TO DUPS-RECORD
           MOVE WS-RUN-DATE-X TO DUPS-HELD-DATE
           MOVE WS-DUP-PRIOR-DATE TO DUPS-PRIOR-DATE
           MOVE WS-FEED-RECORD TO DUPS-FEED-IMAGE
           MOVE SPACES TO DUP-SUSPECT-FILE-RECORD
           MOVE DUPS-RECORD TO DUP-SUSPECT-FILE-RECORD
           WRITE DUP-SUSPECT-FILE-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING 'HELD KEY ' DUPS-KEY
               ' DATE ' DUPS-DATE
               ' COMPANY ' DUPS-COMPANY
               ' COMP-1 ' DUPS-COMP-1
               ' COMP-2 ' DUPS-COMP-2
               ' INT-VALUE ' DUPS-INT-VALUE
               '  MATCHES POSTING DATED ' DUPS-PRIOR-DATE
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           END-STRING
           WRITE DUP-RPT-RECORD.

       7500-BACK-ONE-DAY.
           IF WS-WALK-DAY > 01
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH > 01
                   SUBTRACT 1 FROM WS-WALK-MONTH
               ELSE
                   MOVE 12 TO WS-WALK-MONTH
                   SUBTRACT 1 FROM WS-WALK-YEAR
               END-IF
               MOVE WS-WALK-DATE TO WS-EDIT-DATE
               PERFORM 2120-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WALK-DAY
           END-IF.

       8000-FINALIZE.
           PERFORM 8100-WRITE-EDIT-SUMMARY
      *    The feed is logged as received only once it has been
      *    edited through, so a rerun after an abend is not taken
      *    for a duplicate of itself.
           IF NOT FEED-RERUN
               PERFORM 8400-LOG-FEED-RECEIPT
           END-IF
           CLOSE FEED-LOG-FILE
           CLOSE FEED-FILE
           CLOSE TRAN-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-RPT-FILE
           CLOSE COMPANY-FILE
           CLOSE DUP-SUSPECT-FILE
           CLOSE DUP-RPT-FILE
           IF DUP-CHECK-ACTIVE
               CLOSE XREF-FILE
               CLOSE RESULT-FILE
           END-IF
           IF RATES-ON-HAND
               CLOSE RATE-FILE
           END-IF
           IF RECYCLE-ON-HAND
               PERFORM 8200-RESET-RECYCLE-FILE
           END-IF.
           CLOSE RECYCLE-FILE.

       8100-WRITE-EDIT-SUMMARY.
           PERFORM 8105-WRITE-REPORT-TITLE
           PERFORM 8150-WRITE-FEED-CONTROL-LINES
           MOVE SPACES TO EDIT-RPT-RECORD
           EVALUATE TRUE
               WHEN FEED-OVERRIDDEN
                   MOVE WS-CTL-OVERRIDE-REASON TO WS-CTL-REASON
                   PERFORM 8160-SET-REASON-TEXT
                   MOVE SPACES TO WS-CTL-REASON
                   STRING 'FEED CONTROL AGREES - ACCEPTED AS A RESEND'
                       ' BY ' WS-OPERATOR-ID ' OVER REASON '
                       WS-CTL-OVERRIDE-REASON ' ' WS-CTL-REASON-TEXT
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   END-STRING
               WHEN FEED-RERUN
                   MOVE 'FEED CONTROL AGREES - RERUN OF A FEED ALREADY'
                       TO EDIT-RPT-RECORD (1:45)
                   MOVE ' ACCEPTED FOR THIS DATE AND CYCLE'
                       TO EDIT-RPT-RECORD (46:34)
               WHEN OTHER
                   MOVE 'FEED CONTROL AGREES - FEED ACCEPTED'
                       TO EDIT-RPT-RECORD
           END-EVALUATE
           WRITE EDIT-RPT-RECORD

           MOVE SPACES TO EDIT-RPT-RECORD
               ' 50 COMPANY: ' WS-REJ-BLANK-COMPANY
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD

           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'REJECTS BY REASON - '
               '60 UNKNOWN COMPANY: ' WS-REJ-UNKNOWN-COMPANY
               ' 61 INACTIVE COMPANY: ' WS-REJ-INACTIVE-COMPANY
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD

           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'REJECTS BY REASON - '
               '70 UNKNOWN CURRENCY: ' WS-REJ-UNKNOWN-CURRENCY
               ' 71 NO RATE FOR ' WS-RUN-DATE-X ': ' WS-REJ-NO-RATE
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD

           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'CROSS-DAY DUPLICATE SUSPECTS HELD: '
               WS-DUP-SUSPECTS-HELD
               ' RELEASED SUSPECTS READ: ' WS-DUP-RELEASED-READ
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD

           MOVE SPACES TO DUP-RPT-RECORD
           STRING 'SUSPECTS HELD THIS RUN: ' WS-DUP-SUSPECTS-HELD
               '  RELEASED SUSPECTS PASSED THROUGH: '
               WS-DUP-RELEASED-READ
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           END-STRING
           WRITE DUP-RPT-RECORD.

       8105-WRITE-REPORT-TITLE.
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'TRANSACTION EDIT SUMMARY  RUN DATE ' WS-RUN-DATE-X
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-STRING
           WRITE EDIT-RPT-RECORD.

       8150-WRITE-FEED-CONTROL-LINES.
           MOVE SPACES TO EDIT-RPT-RECORD
           IF FEED-HEADER-VALID
               STRING 'FEED SENDER: ' WS-CTL-SENDER
                   ' FEED DATE: ' WS-CTL-FEED-DATE
                   ' SEQUENCE: ' WS-CTL-SEQUENCE
                   DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-STRING
           ELSE
               MOVE 'FEED HEADER MISSING OR INVALID' TO EDIT-RPT-RECORD
           END-IF
           WRITE EDIT-RPT-RECORD
           IF FEED-HEADER-VALID
               MOVE WS-CTL-HASH-COMP-1 TO WS-CTL-HASH-EDIT-1
               MOVE WS-CTL-HASH-COMP-2 TO WS-CTL-HASH-EDIT-2
               MOVE SPACES TO EDIT-RPT-RECORD
               STRING 'COUNTED   RECORDS: ' WS-CTL-DETAIL-COUNT
                   ' COMP-1: ' WS-CTL-HASH-EDIT-1
                   ' COMP-2: ' WS-CTL-HASH-EDIT-2
                   ' INT-VALUE: ' WS-CTL-HASH-INT-VALUE
                   DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-STRING
               WRITE EDIT-RPT-RECORD
               MOVE WS-TRL-HASH-COMP-1 TO WS-CTL-HASH-EDIT-1
               MOVE WS-TRL-HASH-COMP-2 TO WS-CTL-HASH-EDIT-2
               MOVE SPACES TO EDIT-RPT-RECORD
               IF FEED-TRAILER-FOUND
                   STRING 'TRAILER   RECORDS: ' WS-TRL-RECORD-COUNT
                       ' COMP-1: ' WS-CTL-HASH-EDIT-1
                       ' COMP-2: ' WS-CTL-HASH-EDIT-2
                       ' INT-VALUE: ' WS-TRL-HASH-INT-VALUE
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   END-STRING
               ELSE
                   MOVE 'TRAILER   NOT FOUND' TO EDIT-RPT-RECORD
               END-IF
               WRITE EDIT-RPT-RECORD
               IF WS-CTL-UNHASHED > ZERO
                   MOVE SPACES TO EDIT-RPT-RECORD
                   STRING 'NON-NUMERIC FIELDS LEFT OUT OF THE HASH: '
                       WS-CTL-UNHASHED
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   END-STRING
                   WRITE EDIT-RPT-RECORD
               END-IF
           END-IF.

       8160-SET-REASON-TEXT.
           EVALUATE WS-CTL-REASON
               WHEN '80'
                   MOVE 'HEADER MISSING OR INVALID'
                       TO WS-CTL-REASON-TEXT
               WHEN '81'
                   MOVE 'TRAILER MISSING, INVALID OR NOT LAST'
                       TO WS-CTL-REASON-TEXT
               WHEN '82'
                   MOVE 'RECORD COUNT DOES NOT MATCH TRAILER'
                       TO WS-CTL-REASON-TEXT
               WHEN '83'
                   MOVE 'HASH TOTAL DOES NOT MATCH TRAILER'
                       TO WS-CTL-REASON-TEXT
               WHEN '84'
                   MOVE 'DUPLICATE FEED' TO WS-CTL-REASON-TEXT
               WHEN '85'
                   MOVE 'FEED OUT OF SEQUENCE' TO WS-CTL-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-REASON-TEXT
           END-EVALUATE.

       8400-LOG-FEED-RECEIPT.
      *    A refusal never overwrites the row of a feed already
      *    accepted under the same sequence - the duplicate is
      *    reported, and the original receipt stands.
           PERFORM 1330-READ-FEED-LOG-ROW
           IF FLOG-ROW-FOUND AND FLOG-ACCEPTED
               AND NOT FEED-CONTROL-PASSED
               CONTINUE
           ELSE
               IF NOT FLOG-ROW-FOUND
                   MOVE SPACES TO FLOG-RECORD
                   MOVE WS-CTL-SENDER TO FLOG-SENDER
                   MOVE WS-CTL-SEQUENCE TO FLOG-SEQUENCE
                   MOVE ZERO TO FLOG-RECEIPT-COUNT
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
               MOVE WS-CTL-FEED-DATE TO FLOG-FEED-DATE
               MOVE WS-RUN-DATE-X TO FLOG-BUSINESS-DATE
               MOVE WS-RUN-CYCLE-X TO FLOG-CYCLE
               MOVE WS-CURRENT-DATE TO FLOG-RECEIVED-DATE
               MOVE WS-CURRENT-TIME TO FLOG-RECEIVED-TIME
               MOVE WS-CTL-DETAIL-COUNT TO FLOG-RECORD-COUNT
               MOVE SPACES TO FLOG-OVERRIDE-OPERATOR
               IF FEED-CONTROL-PASSED
                   SET FLOG-ACCEPTED TO TRUE
                   MOVE WS-CTL-OVERRIDE-REASON TO FLOG-REASON
                   IF FEED-OVERRIDDEN
                       MOVE WS-OPERATOR-ID TO FLOG-OVERRIDE-OPERATOR
                   END-IF
               ELSE
                   SET FLOG-REFUSED TO TRUE
                   MOVE WS-CTL-REASON TO FLOG-REASON
               END-IF
               ADD 1 TO FLOG-RECEIPT-COUNT
               IF FLOG-ROW-FOUND
                   REWRITE FLOG-RECORD
                       INVALID KEY
                           STRING 'UNABLE TO REWRITE FEEDLOG, STATUS='
                               WS-FEED-LOG-STATUS DELIMITED BY SIZE
                               INTO WS-ABEND-MESSAGE
                           END-STRING
                           PERFORM 9900-ABEND-FILE-ERROR
                   END-REWRITE
               ELSE
                   WRITE FLOG-RECORD
                       INVALID KEY
                           STRING 'UNABLE TO WRITE FEEDLOG, STATUS='
                               WS-FEED-LOG-STATUS DELIMITED BY SIZE
                               INTO WS-ABEND-MESSAGE
                           END-STRING
                           PERFORM 9900-ABEND-FILE-ERROR
                   END-WRITE
               END-IF
           END-IF.

       9700-LOG-STEP-START.
           MOVE SPACES TO STEP-RECORD
           SET STEP-STARTED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
           MOVE ZERO TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9710-LOG-STEP-END.
           MOVE SPACES TO STEP-RECORD
           SET STEP-ENDED TO TRUE
           MOVE WS-RECORDS-READ TO STEP-RECORD-COUNT
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
           MOVE 'CALCEDIT' TO STEP-PROGRAM
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
               DISPLAY 'CALCEDIT: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCEDIT ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
