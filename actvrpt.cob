       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACTV.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCACTV
      *  GL account and cost-center activity report. CALCSUMM and the
      *  period summary total by period only, so "how much went to
      *  account X, cost center Y this month" has meant pulling the
      *  daily GLEXTRACT files. This run answers it from the books
      *  directly: it joins RESULTFILE to GLMAPFILE the way CALCMAIN
      *  resolves a posting - company and transaction key - and
      *  totals RESULT-SUM by company, GL account and cost center for
      *  the period on the card (PARM-PERIOD-START/END, defaulting to
      *  the calendar month of the business date like CALCSUMM's
      *  month-end default). The period figures run to the business
      *  date when it falls inside the period, so a mid-month run is
      *  period-to-date; each line is set against the same account
      *  and cost center in the prior period, with the change. The
      *  prior period is the one the period control file (PCTLREC
      *  copybook) has ending the day before this period starts, or
      *  the calendar month before when no such period has been
      *  closed. Results with no mapping post to suspense, so they
      *  print as a suspense line under the company's own suspense
      *  account from the company master (COMPREC copybook), house
      *  default when blank. Subtotals print per account and per
      *  company, with a grand total at the end. The same totals are
      *  written to a machine-readable file (ACTVREC copybook) for
      *  finance's load. Accounts are reported under the mapping on
      *  file at run time. Read-only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT ACTV-RPT-FILE ASSIGN TO "ACTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTV-RPT-STATUS.

           SELECT ACTV-FILE ASSIGN TO "ACTVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  RESULT-FILE.
       COPY RESULTREC.

       FD  GLMAP-FILE.
       COPY GLMAPREC.

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  ACTV-RPT-FILE.
       01  ACTV-RPT-RECORD             PIC X(132).

       FD  ACTV-FILE.
       01  ACTV-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY ACTVREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-RESULT-STATUS        PIC XX    VALUE '00'.
           05  WS-GLMAP-STATUS         PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-ACTV-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-ACTV-STATUS          PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RESULT-EOF-SWITCH    PIC X     VALUE 'N'.
               88  RESULT-EOF              VALUE 'Y'.
           05  WS-COMPANY-FILE-SW      PIC X     VALUE 'N'.
               88  COMPANY-MASTER-ON-HAND  VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND  VALUE 'Y'.
           05  WS-ACCOUNT-OPEN-SW      PIC X     VALUE 'N'.
               88  ACCOUNT-SUBTOTAL-OPEN   VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X     VALUE 'N'.
               88  ACTIVITY-TABLE-FULL     VALUE 'Y'.
           05  WS-PERIOD-BUCKET        PIC X     VALUE SPACE.
               88  IN-CURRENT-PERIOD       VALUE 'C'.
               88  IN-PRIOR-PERIOD         VALUE 'P'.
               88  OUTSIDE-BOTH-PERIODS    VALUE ' '.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-START         PIC X(8)  VALUE SPACES.
           05  WS-PERIOD-END           PIC X(8)  VALUE SPACES.
           05  WS-PTD-END              PIC X(8)  VALUE SPACES.
           05  WS-PRIOR-START          PIC X(8)  VALUE SPACES.
           05  WS-PRIOR-END            PIC X(8)  VALUE SPACES.
           05  WS-SCAN-END             PIC X(8)  VALUE SPACES.
           05  WS-PRIOR-SOURCE         PIC X(20) VALUE SPACES.

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-EDIT-DATE-PARTS      REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(4).
               10  WS-EDIT-MONTH       PIC 9(2).
               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-DAYS-IN-MONTH        PIC 9(2)  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.
           05  WS-WALK-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-WALK-DATE-PARTS      REDEFINES WS-WALK-DATE.
               10  WS-WALK-YEAR        PIC 9(4).
               10  WS-WALK-MONTH       PIC 9(2).
               10  WS-WALK-DAY         PIC 9(2).

      *    House default suspense account, overridden per company
      *    from the company master - the same resolution CALCMAIN
      *    used when it posted the unmapped result.
       01  WS-SUSPENSE-VALUES.
           05  WS-SUSPENSE-ACCOUNT     PIC X(8)  VALUE '99999999'.
           05  WS-SUSPENSE-COST-CENTER PIC X(4)  VALUE 'SUSP'.

      *    Company slots: name and suspense account, read from the
      *    master once per company.
       01  WS-ACTV-COMPANY-AREA.
           05  WS-ACO-LIMIT            PIC 9(3)  VALUE 100.
           05  WS-ACO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-ACO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-ACO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-ACO-ENTRY OCCURS 100 TIMES.
               10  WS-ACO-CODE         PIC X(3).
               10  WS-ACO-NAME         PIC X(30).
               10  WS-ACO-SUSP-ACCOUNT PIC X(8).
               10  WS-ACO-SUSP-COST-CENTER PIC X(4).

       01  WS-LOOKUP-COMPANY           PIC X(3)  VALUE SPACES.

      *    Activity lines held in key order - company, then mapped
      *    lines ahead of the company's suspense line, then account
      *    and cost center - so the report and the load file come
      *    out sorted with no sort step. A new key is inserted in
      *    place and the entries above it move up one slot.
       01  WS-ACTIVITY-AREA.
           05  WS-ACT-LIMIT            PIC 9(4)  VALUE 2000.
           05  WS-ACT-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-ACT-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-ACT-SUB              PIC 9(4)  COMP VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-KEY.
                   15  WS-ACT-COMPANY  PIC X(3).
                   15  WS-ACT-CLASS    PIC X.
                       88  WS-ACT-MAPPED       VALUE '1'.
                       88  WS-ACT-SUSPENSE     VALUE '2'.
                   15  WS-ACT-ACCOUNT  PIC X(8).
                   15  WS-ACT-COST-CENTER PIC X(4).
               10  WS-ACT-PTD          PIC S9(13)V99.
               10  WS-ACT-PRIOR        PIC S9(13)V99.
               10  WS-ACT-RESULTS      PIC 9(7).

       01  WS-NEW-ACTIVITY.
           05  WS-NEW-KEY.
               10  WS-NEW-COMPANY      PIC X(3).
               10  WS-NEW-CLASS        PIC X.
               10  WS-NEW-ACCOUNT      PIC X(8).
               10  WS-NEW-COST-CENTER  PIC X(4).

      *    Control-break fields for the report pass.
       01  WS-BREAK-FIELDS.
           05  WS-PREV-COMPANY         PIC X(3)  VALUE SPACES.
           05  WS-PREV-CLASS           PIC X     VALUE SPACE.
           05  WS-PREV-ACCOUNT         PIC X(8)  VALUE SPACES.

       01  WS-ACTIVITY-TOTALS.
           05  WS-ACCT-PTD             PIC S9(13)V99 VALUE ZERO.
           05  WS-ACCT-PRIOR           PIC S9(13)V99 VALUE ZERO.
           05  WS-ACCT-RESULTS         PIC 9(7)  VALUE ZERO.
           05  WS-COMP-PTD             PIC S9(13)V99 VALUE ZERO.
           05  WS-COMP-PRIOR           PIC S9(13)V99 VALUE ZERO.
           05  WS-COMP-RESULTS         PIC 9(7)  VALUE ZERO.
           05  WS-GRAND-PTD            PIC S9(13)V99 VALUE ZERO.
           05  WS-GRAND-PRIOR          PIC S9(13)V99 VALUE ZERO.
           05  WS-GRAND-RESULTS        PIC 9(7)  VALUE ZERO.
           05  WS-SUSP-PTD             PIC S9(13)V99 VALUE ZERO.
           05  WS-SUSP-PRIOR           PIC S9(13)V99 VALUE ZERO.
           05  WS-SUSP-RESULTS         PIC 9(7)  VALUE ZERO.

       01  WS-ACTIVITY-COUNTS.
           05  WS-RESULTS-READ         PIC 9(9)  VALUE ZERO.
           05  WS-RESULTS-CURRENT      PIC 9(9)  VALUE ZERO.
           05  WS-RESULTS-PRIOR        PIC 9(9)  VALUE ZERO.
           05  WS-RESULTS-NOT-TOTALED  PIC 9(9)  VALUE ZERO.
           05  WS-ACTV-RECORDS-OUT     PIC 9(7)  VALUE ZERO.

       01  WS-ACTV-HEADER-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'GL ACCOUNT ACTIVITY REPORT    '.
           05  FILLER                  PIC X(7)  VALUE 'PERIOD '.
           05  ACT-HDR-START          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  ACT-HDR-END            PIC X(8).
           05  FILLER                  PIC X(10) VALUE '  TO DATE '.
           05  ACT-HDR-PTD-END        PIC X(8).
           05  FILLER                  PIC X(9)  VALUE '  PRIOR '.
           05  ACT-HDR-PRIOR-START    PIC X(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  ACT-HDR-PRIOR-END      PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACT-HDR-PRIOR-SOURCE   PIC X(20).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-ACTV-COLUMN-LINE.
           05  FILLER                  PIC X(24)
               VALUE '  ACCOUNT   COST        '.
           05  FILLER                  PIC X(22)
               VALUE '    PERIOD-TO-DATE    '.
           05  FILLER                  PIC X(22)
               VALUE '      PRIOR PERIOD    '.
           05  FILLER                  PIC X(22)
               VALUE '            CHANGE    '.
           05  FILLER                  PIC X(9)  VALUE '  RESULTS'.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-ACTV-COMPANY-LINE.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  ACTV-CO-CODE            PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACTV-CO-NAME            PIC X(30).
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-ACTV-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACTV-DTL-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACTV-DTL-COST-CENTER    PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACTV-DTL-LABEL          PIC X(6).
           05  ACTV-DTL-PTD            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACTV-DTL-PRIOR          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACTV-DTL-CHANGE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACTV-DTL-RESULTS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACTV-DTL-TEXT           PIC X(30).

       01  WS-ACTV-CHANGE              PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-RESULT
               UNTIL RESULT-EOF
           PERFORM 5000-WRITE-ACTIVITY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 1200-SET-PERIOD-BOUNDS
           PERFORM 1300-OPEN-FILES
           PERFORM 1250-SET-PRIOR-PERIOD
           PERFORM 1400-WRITE-HEADERS
           PERFORM 1500-POSITION-RESULTS.

       1100-READ-PARAMETER-CARD.
           MOVE SPACES TO PARM-RECORD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE INTO PARM-RECORD
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1150-SET-BUSINESS-DATE.
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-X
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
           END-IF.

       1200-SET-PERIOD-BOUNDS.
      *    A card without period bounds means the month of the
      *    business date, first through last day. The period figures
      *    stop at the business date when it falls inside the
      *    period - the period to date.
           IF PARM-PERIOD-START IS NUMERIC
               AND PARM-PERIOD-END IS NUMERIC
               MOVE PARM-PERIOD-START TO WS-PERIOD-START
               MOVE PARM-PERIOD-END TO WS-PERIOD-END
           ELSE
               MOVE WS-RUN-DATE-X TO WS-EDIT-DATE
               MOVE 01 TO WS-EDIT-DAY
               MOVE WS-EDIT-DATE TO WS-PERIOD-START
               PERFORM 7100-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-EDIT-DAY
               MOVE WS-EDIT-DATE TO WS-PERIOD-END
           END-IF
           IF WS-PERIOD-START > WS-PERIOD-END
               STRING 'PERIOD START EXCEEDS PERIOD END'
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           IF WS-RUN-DATE-X NOT < WS-PERIOD-START
               AND WS-RUN-DATE-X < WS-PERIOD-END
               MOVE WS-RUN-DATE-X TO WS-PTD-END
           ELSE
               MOVE WS-PERIOD-END TO WS-PTD-END
           END-IF.

       1250-SET-PRIOR-PERIOD.
      *    The prior period ends the day before this one starts. A
      *    closed period on the control file ending that day gives
      *    its own start; otherwise the prior period is that day's
      *    calendar month.
           MOVE WS-PERIOD-START TO WS-WALK-DATE
           PERFORM 7500-BACK-ONE-DAY
           MOVE WS-WALK-DATE TO WS-PRIOR-END
           IF PERIOD-CONTROL-ON-HAND
               MOVE WS-PRIOR-END TO PCTL-PERIOD-END
               READ PCTL-FILE
                   INVALID KEY
                       MOVE '23' TO WS-PCTL-STATUS
               END-READ
           ELSE
               MOVE '35' TO WS-PCTL-STATUS
           END-IF
           IF WS-PCTL-STATUS = '00'
               MOVE PCTL-PERIOD-START TO WS-PRIOR-START
               MOVE '(CONTROLLED PERIOD)' TO WS-PRIOR-SOURCE
           ELSE
               MOVE WS-WALK-DATE TO WS-EDIT-DATE
               MOVE 01 TO WS-EDIT-DAY
               MOVE WS-EDIT-DATE TO WS-PRIOR-START
               MOVE '(CALENDAR MONTH)' TO WS-PRIOR-SOURCE
           END-IF
           IF WS-PTD-END > WS-PRIOR-END
               MOVE WS-PTD-END TO WS-SCAN-END
           ELSE
               MOVE WS-PRIOR-END TO WS-SCAN-END
           END-IF.

       1300-OPEN-FILES.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN RESULTFILE, STATUS='
                   WS-RESULT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GLMAPFILE, STATUS='
                   WS-GLMAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = '00'
               SET COMPANY-MASTER-ON-HAND TO TRUE
           ELSE
               DISPLAY 'CALCACTV: COMPANYFILE NOT AVAILABLE, STATUS='
                   WS-COMPANY-STATUS
               DISPLAY 'CALCACTV: HOUSE SUSPENSE ACCOUNT APPLIES'
           END-IF
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
           OPEN OUTPUT ACTV-RPT-FILE
           IF WS-ACTV-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN ACTVRPT, STATUS='
                   WS-ACTV-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN OUTPUT ACTV-FILE
           IF WS-ACTV-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN ACTVFILE, STATUS='
                   WS-ACTV-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1400-WRITE-HEADERS.
           MOVE WS-PERIOD-START TO ACT-HDR-START
           MOVE WS-PERIOD-END TO ACT-HDR-END
           MOVE WS-PTD-END TO ACT-HDR-PTD-END
           MOVE WS-PRIOR-START TO ACT-HDR-PRIOR-START
           MOVE WS-PRIOR-END TO ACT-HDR-PRIOR-END
           MOVE WS-PRIOR-SOURCE TO ACT-HDR-PRIOR-SOURCE
           MOVE WS-ACTV-HEADER-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE WS-ACTV-COLUMN-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE SPACES TO ACTV-RECORD
           SET ACTV-HEADER-RECORD TO TRUE
           MOVE WS-PERIOD-START TO ACTV-HDR-PERIOD-START
           MOVE WS-PERIOD-END TO ACTV-HDR-PERIOD-END
           MOVE WS-PTD-END TO ACTV-HDR-PTD-END
           MOVE WS-PRIOR-START TO ACTV-HDR-PRIOR-START
           MOVE WS-PRIOR-END TO ACTV-HDR-PRIOR-END
           MOVE WS-RUN-DATE-X TO ACTV-HDR-BUSINESS-DATE
           MOVE ACTV-RECORD TO ACTV-FILE-RECORD
           WRITE ACTV-FILE-RECORD.

       1500-POSITION-RESULTS.
      *    Results are keyed date first, so the read starts at the
      *    prior period's first day and stops past the later of the
      *    two periods' last days.
           MOVE WS-PRIOR-START TO RESULT-DATE
           MOVE LOW-VALUES TO RESULT-TRAN-KEY
           START RESULT-FILE KEY IS NOT LESS THAN RESULT-KEY
               INVALID KEY
                   SET RESULT-EOF TO TRUE
           END-START
           IF NOT RESULT-EOF
               PERFORM 1600-READ-NEXT-RESULT
           END-IF.

       1600-READ-NEXT-RESULT.
           READ RESULT-FILE NEXT RECORD
               AT END
                   SET RESULT-EOF TO TRUE
           END-READ
           IF NOT RESULT-EOF
               AND RESULT-DATE > WS-SCAN-END
               SET RESULT-EOF TO TRUE
           END-IF.

       2000-ACCUMULATE-RESULT.
           ADD 1 TO WS-RESULTS-READ
           EVALUATE TRUE
               WHEN RESULT-DATE NOT < WS-PERIOD-START
                   AND RESULT-DATE NOT > WS-PTD-END
                   SET IN-CURRENT-PERIOD TO TRUE
                   ADD 1 TO WS-RESULTS-CURRENT
               WHEN RESULT-DATE NOT < WS-PRIOR-START
                   AND RESULT-DATE NOT > WS-PRIOR-END
                   SET IN-PRIOR-PERIOD TO TRUE
                   ADD 1 TO WS-RESULTS-PRIOR
               WHEN OTHER
                   SET OUTSIDE-BOTH-PERIODS TO TRUE
           END-EVALUATE
           IF NOT OUTSIDE-BOTH-PERIODS
               PERFORM 2100-RESOLVE-ACTIVITY-KEY
               PERFORM 2200-LOCATE-ACTIVITY
               IF WS-ACT-IX > ZERO
                   PERFORM 2300-ADD-TO-ACTIVITY
               ELSE
                   ADD 1 TO WS-RESULTS-NOT-TOTALED
               END-IF
           END-IF
           PERFORM 1600-READ-NEXT-RESULT.

       2100-RESOLVE-ACTIVITY-KEY.
      *    Same resolution as CALCMAIN's posting: the company's
      *    mapping for the key, else the company's suspense account.
           MOVE RESULT-COMPANY TO WS-NEW-COMPANY
           MOVE RESULT-COMPANY TO GLMAP-COMPANY
           MOVE RESULT-TRAN-KEY TO GLMAP-TRAN-KEY
           READ GLMAP-FILE
               INVALID KEY
                   MOVE RESULT-COMPANY TO WS-LOOKUP-COMPANY
                   PERFORM 7000-LOCATE-COMPANY
                   MOVE '2' TO WS-NEW-CLASS
                   IF WS-ACO-IX > ZERO
                       MOVE WS-ACO-SUSP-ACCOUNT (WS-ACO-IX)
                           TO WS-NEW-ACCOUNT
                       MOVE WS-ACO-SUSP-COST-CENTER (WS-ACO-IX)
                           TO WS-NEW-COST-CENTER
                   ELSE
                       MOVE WS-SUSPENSE-ACCOUNT TO WS-NEW-ACCOUNT
                       MOVE WS-SUSPENSE-COST-CENTER
                           TO WS-NEW-COST-CENTER
                   END-IF
               NOT INVALID KEY
                   MOVE '1' TO WS-NEW-CLASS
                   MOVE GLMAP-GL-ACCOUNT TO WS-NEW-ACCOUNT
                   MOVE GLMAP-COST-CENTER TO WS-NEW-COST-CENTER
           END-READ.

       2200-LOCATE-ACTIVITY.
      *    Find the first slot whose key is not below the new key.
      *    An equal key is the line itself; otherwise the new line
      *    goes in at that slot.
           MOVE ZERO TO WS-ACT-IX
           PERFORM 2210-SCAN-ACTIVITY-SLOT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
               OR WS-ACT-IX > ZERO
           IF WS-ACT-IX = ZERO
               COMPUTE WS-ACT-IX = WS-ACT-COUNT + 1
           END-IF
           IF WS-ACT-IX > WS-ACT-COUNT
               PERFORM 2250-INSERT-ACTIVITY-SLOT
           ELSE
               IF WS-ACT-KEY (WS-ACT-IX) NOT = WS-NEW-KEY
                   PERFORM 2250-INSERT-ACTIVITY-SLOT
               END-IF
           END-IF.

       2210-SCAN-ACTIVITY-SLOT.
           IF WS-ACT-KEY (WS-ACT-SUB) NOT < WS-NEW-KEY
               MOVE WS-ACT-SUB TO WS-ACT-IX
           END-IF.

       2250-INSERT-ACTIVITY-SLOT.
           IF WS-ACT-COUNT NOT < WS-ACT-LIMIT
               MOVE ZERO TO WS-ACT-IX
               IF NOT ACTIVITY-TABLE-FULL
                   SET ACTIVITY-TABLE-FULL TO TRUE
                   DISPLAY 'CALCACTV: MORE THAN ' WS-ACT-LIMIT
                       ' ACTIVITY LINES - REST NOT TOTALED'
               END-IF
           ELSE
               PERFORM 2260-MOVE-SLOT-UP
                   VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
                   UNTIL WS-ACT-SUB < WS-ACT-IX
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-NEW-KEY TO WS-ACT-KEY (WS-ACT-IX)
               MOVE ZERO TO WS-ACT-PTD (WS-ACT-IX)
               MOVE ZERO TO WS-ACT-PRIOR (WS-ACT-IX)
               MOVE ZERO TO WS-ACT-RESULTS (WS-ACT-IX)
           END-IF.

       2260-MOVE-SLOT-UP.
           MOVE WS-ACT-ENTRY (WS-ACT-SUB)
               TO WS-ACT-ENTRY (WS-ACT-SUB + 1).

       2300-ADD-TO-ACTIVITY.
           IF IN-CURRENT-PERIOD
               ADD RESULT-SUM TO WS-ACT-PTD (WS-ACT-IX)
               ADD 1 TO WS-ACT-RESULTS (WS-ACT-IX)
           ELSE
               ADD RESULT-SUM TO WS-ACT-PRIOR (WS-ACT-IX)
           END-IF.

       5000-WRITE-ACTIVITY.
           IF WS-ACT-COUNT = ZERO
               MOVE SPACES TO ACTV-RPT-RECORD
               STRING 'NO RESULTS IN EITHER PERIOD'
                   DELIMITED BY SIZE INTO ACTV-RPT-RECORD
               END-STRING
               WRITE ACTV-RPT-RECORD
           ELSE
               PERFORM 5100-WRITE-ONE-ACTIVITY
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               PERFORM 5300-CLOSE-ACCOUNT
               PERFORM 5400-CLOSE-COMPANY
           END-IF
           PERFORM 5500-WRITE-GRAND-TOTALS.

       5100-WRITE-ONE-ACTIVITY.
      *    Control breaks: a new company, a new account, or the move
      *    from mapped lines to the suspense line closes the open
      *    account subtotal; a new company also closes the last
      *    company's total and opens its own heading.
           IF WS-ACT-COMPANY (WS-ACT-SUB) NOT = WS-PREV-COMPANY
               OR WS-ACT-CLASS (WS-ACT-SUB) NOT = WS-PREV-CLASS
               OR WS-ACT-ACCOUNT (WS-ACT-SUB) NOT = WS-PREV-ACCOUNT
               PERFORM 5300-CLOSE-ACCOUNT
           END-IF
           IF WS-ACT-COMPANY (WS-ACT-SUB) NOT = WS-PREV-COMPANY
               IF WS-PREV-COMPANY NOT = SPACES
                   PERFORM 5400-CLOSE-COMPANY
               END-IF
               PERFORM 5200-OPEN-COMPANY
           END-IF
           MOVE WS-ACT-COMPANY (WS-ACT-SUB) TO WS-PREV-COMPANY
           MOVE WS-ACT-CLASS (WS-ACT-SUB) TO WS-PREV-CLASS
           MOVE WS-ACT-ACCOUNT (WS-ACT-SUB) TO WS-PREV-ACCOUNT
           MOVE WS-ACT-ACCOUNT (WS-ACT-SUB) TO ACTV-DTL-ACCOUNT
           MOVE WS-ACT-COST-CENTER (WS-ACT-SUB)
               TO ACTV-DTL-COST-CENTER
           MOVE WS-ACT-PTD (WS-ACT-SUB) TO ACTV-DTL-PTD
           MOVE WS-ACT-PRIOR (WS-ACT-SUB) TO ACTV-DTL-PRIOR
           COMPUTE WS-ACTV-CHANGE = WS-ACT-PTD (WS-ACT-SUB)
               - WS-ACT-PRIOR (WS-ACT-SUB)
           MOVE WS-ACTV-CHANGE TO ACTV-DTL-CHANGE
           MOVE WS-ACT-RESULTS (WS-ACT-SUB) TO ACTV-DTL-RESULTS
           MOVE SPACES TO ACTV-RECORD
           IF WS-ACT-SUSPENSE (WS-ACT-SUB)
               MOVE 'SUSP' TO ACTV-DTL-LABEL
               MOVE 'UNMAPPED - POSTED TO SUSPENSE' TO ACTV-DTL-TEXT
               SET ACTV-SUSPENSE-RECORD TO TRUE
               ADD WS-ACT-PTD (WS-ACT-SUB) TO WS-SUSP-PTD
               ADD WS-ACT-PRIOR (WS-ACT-SUB) TO WS-SUSP-PRIOR
               ADD WS-ACT-RESULTS (WS-ACT-SUB) TO WS-SUSP-RESULTS
           ELSE
               MOVE SPACES TO ACTV-DTL-LABEL
               MOVE SPACES TO ACTV-DTL-TEXT
               SET ACTV-DETAIL-RECORD TO TRUE
               SET ACCOUNT-SUBTOTAL-OPEN TO TRUE
               ADD WS-ACT-PTD (WS-ACT-SUB) TO WS-ACCT-PTD
               ADD WS-ACT-PRIOR (WS-ACT-SUB) TO WS-ACCT-PRIOR
               ADD WS-ACT-RESULTS (WS-ACT-SUB) TO WS-ACCT-RESULTS
           END-IF
           MOVE WS-ACTV-DETAIL-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           ADD WS-ACT-PTD (WS-ACT-SUB) TO WS-COMP-PTD
           ADD WS-ACT-PRIOR (WS-ACT-SUB) TO WS-COMP-PRIOR
           ADD WS-ACT-RESULTS (WS-ACT-SUB) TO WS-COMP-RESULTS
           MOVE WS-ACT-COMPANY (WS-ACT-SUB) TO ACTV-COMPANY-CODE
           MOVE WS-ACT-ACCOUNT (WS-ACT-SUB) TO ACTV-GL-ACCOUNT
           MOVE WS-ACT-COST-CENTER (WS-ACT-SUB) TO ACTV-COST-CENTER
           MOVE WS-ACT-PTD (WS-ACT-SUB) TO ACTV-PTD-AMOUNT
           MOVE WS-ACT-PRIOR (WS-ACT-SUB) TO ACTV-PRIOR-AMOUNT
           MOVE WS-ACT-RESULTS (WS-ACT-SUB) TO ACTV-RESULT-COUNT
           MOVE ACTV-RECORD TO ACTV-FILE-RECORD
           WRITE ACTV-FILE-RECORD
           ADD 1 TO WS-ACTV-RECORDS-OUT.

       5200-OPEN-COMPANY.
           MOVE SPACES TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE WS-ACT-COMPANY (WS-ACT-SUB) TO WS-LOOKUP-COMPANY
           PERFORM 7000-LOCATE-COMPANY
           MOVE WS-ACT-COMPANY (WS-ACT-SUB) TO ACTV-CO-CODE
           IF WS-ACO-IX > ZERO
               MOVE WS-ACO-NAME (WS-ACO-IX) TO ACTV-CO-NAME
           ELSE
               MOVE SPACES TO ACTV-CO-NAME
           END-IF
           MOVE WS-ACTV-COMPANY-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD.

       5300-CLOSE-ACCOUNT.
           IF ACCOUNT-SUBTOTAL-OPEN
               MOVE WS-PREV-ACCOUNT TO ACTV-DTL-ACCOUNT
               MOVE SPACES TO ACTV-DTL-COST-CENTER
               MOVE 'ACCT' TO ACTV-DTL-LABEL
               MOVE WS-ACCT-PTD TO ACTV-DTL-PTD
               MOVE WS-ACCT-PRIOR TO ACTV-DTL-PRIOR
               COMPUTE WS-ACTV-CHANGE = WS-ACCT-PTD - WS-ACCT-PRIOR
               MOVE WS-ACTV-CHANGE TO ACTV-DTL-CHANGE
               MOVE WS-ACCT-RESULTS TO ACTV-DTL-RESULTS
               MOVE '* ACCOUNT SUBTOTAL' TO ACTV-DTL-TEXT
               MOVE WS-ACTV-DETAIL-LINE TO ACTV-RPT-RECORD
               WRITE ACTV-RPT-RECORD
           END-IF
           MOVE 'N' TO WS-ACCOUNT-OPEN-SW
           MOVE ZERO TO WS-ACCT-PTD
           MOVE ZERO TO WS-ACCT-PRIOR
           MOVE ZERO TO WS-ACCT-RESULTS.

       5400-CLOSE-COMPANY.
           MOVE SPACES TO ACTV-DTL-ACCOUNT
           MOVE SPACES TO ACTV-DTL-COST-CENTER
           MOVE 'CO' TO ACTV-DTL-LABEL
           MOVE WS-COMP-PTD TO ACTV-DTL-PTD
           MOVE WS-COMP-PRIOR TO ACTV-DTL-PRIOR
           COMPUTE WS-ACTV-CHANGE = WS-COMP-PTD - WS-COMP-PRIOR
           MOVE WS-ACTV-CHANGE TO ACTV-DTL-CHANGE
           MOVE WS-COMP-RESULTS TO ACTV-DTL-RESULTS
           MOVE '** COMPANY TOTAL' TO ACTV-DTL-TEXT
           MOVE WS-ACTV-DETAIL-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           ADD WS-COMP-PTD TO WS-GRAND-PTD
           ADD WS-COMP-PRIOR TO WS-GRAND-PRIOR
           ADD WS-COMP-RESULTS TO WS-GRAND-RESULTS
           MOVE ZERO TO WS-COMP-PTD
           MOVE ZERO TO WS-COMP-PRIOR
           MOVE ZERO TO WS-COMP-RESULTS.

       5500-WRITE-GRAND-TOTALS.
           MOVE SPACES TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE SPACES TO ACTV-DTL-ACCOUNT
           MOVE SPACES TO ACTV-DTL-COST-CENTER
           MOVE 'SUSP' TO ACTV-DTL-LABEL
           MOVE WS-SUSP-PTD TO ACTV-DTL-PTD
           MOVE WS-SUSP-PRIOR TO ACTV-DTL-PRIOR
           COMPUTE WS-ACTV-CHANGE = WS-SUSP-PTD - WS-SUSP-PRIOR
           MOVE WS-ACTV-CHANGE TO ACTV-DTL-CHANGE
           MOVE WS-SUSP-RESULTS TO ACTV-DTL-RESULTS
           MOVE '*** ALL COMPANIES SUSPENSE' TO ACTV-DTL-TEXT
           MOVE WS-ACTV-DETAIL-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE 'TOTAL' TO ACTV-DTL-LABEL
           MOVE WS-GRAND-PTD TO ACTV-DTL-PTD
           MOVE WS-GRAND-PRIOR TO ACTV-DTL-PRIOR
           COMPUTE WS-ACTV-CHANGE = WS-GRAND-PTD - WS-GRAND-PRIOR
           MOVE WS-ACTV-CHANGE TO ACTV-DTL-CHANGE
           MOVE WS-GRAND-RESULTS TO ACTV-DTL-RESULTS
           MOVE '*** GRAND TOTAL' TO ACTV-DTL-TEXT
           MOVE WS-ACTV-DETAIL-LINE TO ACTV-RPT-RECORD
           WRITE ACTV-RPT-RECORD
           MOVE SPACES TO ACTV-RPT-RECORD
           STRING 'RESULTS READ: ' WS-RESULTS-READ
               ' THIS PERIOD: ' WS-RESULTS-CURRENT
               ' PRIOR PERIOD: ' WS-RESULTS-PRIOR
               ' NOT TOTALED (TABLE FULL): ' WS-RESULTS-NOT-TOTALED
               DELIMITED BY SIZE INTO ACTV-RPT-RECORD
           END-STRING
           WRITE ACTV-RPT-RECORD
           MOVE SPACES TO ACTV-RECORD
           SET ACTV-TRAILER-RECORD TO TRUE
           MOVE WS-ACTV-RECORDS-OUT TO ACTV-TRL-RECORD-COUNT
           MOVE WS-GRAND-PTD TO ACTV-TRL-PTD-TOTAL
           MOVE WS-GRAND-PRIOR TO ACTV-TRL-PRIOR-TOTAL
           MOVE ACTV-RECORD TO ACTV-FILE-RECORD
           WRITE ACTV-FILE-RECORD.

       7000-LOCATE-COMPANY.
      *    Company slot for name and suspense account, loaded from
      *    the master the first time the company is met. A full
      *    table leaves the slot at zero and the house suspense
      *    account applies.
           MOVE ZERO TO WS-ACO-IX
           PERFORM 7050-SCAN-COMPANY-SLOT
               VARYING WS-ACO-SUB FROM 1 BY 1
               UNTIL WS-ACO-SUB > WS-ACO-COUNT
               OR WS-ACO-IX > ZERO
           IF WS-ACO-IX = ZERO
               AND WS-ACO-COUNT < WS-ACO-LIMIT
               ADD 1 TO WS-ACO-COUNT
               MOVE WS-ACO-COUNT TO WS-ACO-IX
               PERFORM 7060-LOAD-COMPANY-SLOT
           END-IF.

       7050-SCAN-COMPANY-SLOT.
           IF WS-ACO-CODE (WS-ACO-SUB) = WS-LOOKUP-COMPANY
               MOVE WS-ACO-SUB TO WS-ACO-IX
           END-IF.

       7060-LOAD-COMPANY-SLOT.
           MOVE WS-LOOKUP-COMPANY TO WS-ACO-CODE (WS-ACO-IX)
           MOVE SPACES TO WS-ACO-NAME (WS-ACO-IX)
           MOVE WS-SUSPENSE-ACCOUNT TO WS-ACO-SUSP-ACCOUNT (WS-ACO-IX)
           MOVE WS-SUSPENSE-COST-CENTER
               TO WS-ACO-SUSP-COST-CENTER (WS-ACO-IX)
           IF COMPANY-MASTER-ON-HAND
               MOVE WS-LOOKUP-COMPANY TO COMPANY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE '** NOT ON COMPANY MASTER **'
                           TO WS-ACO-NAME (WS-ACO-IX)
                   NOT INVALID KEY
                       MOVE COMPANY-NAME TO WS-ACO-NAME (WS-ACO-IX)
                       IF COMPANY-SUSP-ACCOUNT NOT = SPACES
                           MOVE COMPANY-SUSP-ACCOUNT
                               TO WS-ACO-SUSP-ACCOUNT (WS-ACO-IX)
                           MOVE COMPANY-SUSP-COST-CENTER
                               TO WS-ACO-SUSP-COST-CENTER (WS-ACO-IX)
                       END-IF
               END-READ
           END-IF.

       7100-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 7200-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       7200-SET-FEBRUARY-DAYS.
      *    Leap year: divisible by 4, except centuries not divisible
      *    by 400. Century test runs only when the year ends in 00.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-EDIT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-EDIT-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-EDIT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

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
               PERFORM 7100-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WALK-DAY
           END-IF.

       8000-FINALIZE.
           CLOSE RESULT-FILE
           CLOSE GLMAP-FILE
           IF COMPANY-MASTER-ON-HAND
               CLOSE COMPANY-FILE
           END-IF
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF
           CLOSE ACTV-RPT-FILE
           CLOSE ACTV-FILE
           DISPLAY 'CALCACTV: RESULTS THIS PERIOD ' WS-RESULTS-CURRENT
               ' PRIOR PERIOD ' WS-RESULTS-PRIOR
               ' LOAD RECORDS ' WS-ACTV-RECORDS-OUT.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCACTV ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
