       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCLOS.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCCLOS
      *  Month-end accounting period close. Runs after CALCSUMM for
      *  the period bounded by PARM-PERIOD-START/END on the parameter
      *  card (defaulting to the current calendar month exactly as
      *  CALCSUMM does, so the two steps run from the same card).
      *  Reads the PERIODSUMM record CALCSUMM wrote, re-foots
      *  RESULTFILE for the period by company, and proves the company
      *  totals add back to the PERIODSUMM transaction count, total
      *  sum, and total divided before anything is closed - a
      *  PERIODSUMM left over from another period or a result posted
      *  after the summary ran cancels the close with return code 12
      *  so the summary can be rerun. Once proved, the period is
      *  marked closed on the period control file (PCTLREC copybook)
      *  and each company's share of the period totals is rolled
      *  into the fiscal year-to-date file (YTDREC copybook) under
      *  the fiscal year PARM-FISCAL-START-MONTH gives the period.
      *  A closed period stays closed: CALCCORR, CALCMAIN's
      *  correction reprocess, CALCSUSP, and CALCMNT all refuse to
      *  touch a date inside it, and only the CALCROPN reopen
      *  transaction can open it again. Closing an already-closed
      *  period, or a period overlapping a closed one, is cancelled;
      *  closing a reopened period replaces its year-to-date rows
      *  so the period is never counted twice. Prints the fiscal
      *  year-to-date report by company with the closed period's
      *  own figures alongside.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PERIOD-SUMM-FILE ASSIGN TO "PERIODSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-SUMM-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT YTD-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT YTD-RPT-FILE ASSIGN TO "YTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  PERIOD-SUMM-FILE.
       01  PERIOD-SUMM-FILE-RECORD     PIC X(100).

       FD  RESULT-FILE.
       COPY RESULTREC.

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  YTD-FILE.
       COPY YTDREC.

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  YTD-RPT-FILE.
       01  YTD-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY PERIODREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-PERIOD-SUMM-STATUS   PIC XX    VALUE '00'.
           05  WS-RESULT-STATUS        PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-YTD-STATUS           PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-YTD-RPT-STATUS       PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.
       01  WS-CANCEL-MESSAGE           PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  EOF-REACHED             VALUE 'Y'.
           05  WS-PERIOD-DONE-SWITCH   PIC X     VALUE 'N'.
               88  PERIOD-COMPLETE         VALUE 'Y'.
           05  WS-YTD-DONE-SWITCH      PIC X     VALUE 'N'.
               88  YTD-COMPLETE            VALUE 'Y'.
           05  WS-COMPANY-FILE-SW      PIC X     VALUE 'N'.
               88  COMPANY-FILE-OPEN       VALUE 'Y'.
           05  WS-RECLOSE-SW           PIC X     VALUE 'N'.
               88  PERIOD-REOPENED-ON-FILE VALUE 'Y'.

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
           05  WS-FISCAL-START-MONTH   PIC 9(2)  VALUE 01.
           05  WS-FISCAL-YEAR          PIC 9(4)  VALUE ZERO.

       01  WS-PERIOD-ACCUMULATORS.
           05  WS-PERIOD-TRAN-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-PERIOD-SUM-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-PERIOD-DIVIDED-TOTAL PIC S9(13)    VALUE ZERO.
           05  WS-YTD-ROWS-REPLACED    PIC 9(5)  VALUE ZERO.
           05  WS-YTD-ROWS-WRITTEN     PIC 9(5)  VALUE ZERO.

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-EDIT-DATE-PARTS      REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(4).
               10  WS-EDIT-MONTH       PIC 9(2).
               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-DAYS-IN-MONTH        PIC 9(2)  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.

      *    One slot per company with results in the period being
      *    closed - the company's share of the PERIODSUMM totals.
       01  WS-CLOSE-COMPANY-AREA.
           05  WS-PCO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-PCO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-PCO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-PCO-ENTRY OCCURS 100 TIMES.
               10  WS-PCO-CODE         PIC X(3).
               10  WS-PCO-TRAN-COUNT   PIC 9(9).
               10  WS-PCO-SUM-TOTAL    PIC S9(13)V99.
               10  WS-PCO-DIVIDED-TOTAL PIC S9(13).

      *    One slot per company on the year-to-date file for the
      *    fiscal year, kept in company code order for the report.
       01  WS-YTD-COMPANY-AREA.
           05  WS-YCO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-YCO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-YCO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-YCO-ENTRY OCCURS 100 TIMES.
               10  WS-YCO-CODE         PIC X(3).
               10  WS-YCO-NAME         PIC X(30).
               10  WS-YCO-PERIODS      PIC 9(3).
               10  WS-YCO-TRAN-COUNT   PIC 9(9).
               10  WS-YCO-SUM-TOTAL    PIC S9(13)V99.
               10  WS-YCO-DIVIDED-TOTAL PIC S9(13).

       01  WS-YTD-TOTALS.
           05  WS-YTD-TRAN-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-YTD-SUM-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05  WS-YTD-DIVIDED-TOTAL    PIC S9(13)    VALUE ZERO.

       01  WS-YTD-HEADER-LINE.
           05  FILLER                  PIC X(28)
               VALUE 'FISCAL YEAR-TO-DATE REPORT  '.
           05  FILLER                  PIC X(12) VALUE 'FISCAL YEAR '.
           05  YTD-HDR-FISCAL-YEAR     PIC 9(4).
           05  FILLER                  PIC X(17)
               VALUE '  PERIOD CLOSED  '.
           05  YTD-HDR-START           PIC X(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  YTD-HDR-END             PIC X(8).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  YTD-HDR-RUN-DATE        PIC X(8).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-YTD-COLUMN-LINE.
           05  FILLER                  PIC X(35)
               VALUE 'CO  COMPANY NAME'.
           05  FILLER                  PIC X(28)
               VALUE '  PERIOD TRAN     PERIOD SUM'.
           05  FILLER                  PIC X(46)
               VALUE ' PDS    YTD TRAN        YTD SUM    YTD DIVIDED'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-YTD-DETAIL-LINE.
           05  YTD-DTL-COMPANY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-NAME            PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-PERIOD-COUNT    PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-PERIOD-SUM      PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-PERIODS         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-YTD-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-YTD-SUM         PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  YTD-DTL-YTD-DIVIDED     PIC ZZZZZZZZZZZZ9-.
           05  FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOOT-PERIOD-RESULTS
               UNTIL PERIOD-COMPLETE
           PERFORM 3000-PROVE-PERIOD-TOTALS
           PERFORM 4000-CARRY-FORWARD-YTD
           PERFORM 5000-MARK-PERIOD-CLOSED
           PERFORM 6000-WRITE-YTD-REPORT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1200-SET-PERIOD-BOUNDS
           PERFORM 1250-SET-FISCAL-YEAR
           PERFORM 1300-READ-PERIOD-SUMMARY
           PERFORM 1400-OPEN-PERIOD-CONTROL
           PERFORM 1450-CHECK-PERIOD-NOT-CLOSED
           PERFORM 1500-OPEN-FILES
           PERFORM 1600-POSITION-RESULT-FILE
           PERFORM 1700-READ-NEXT-RESULT.

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

       1200-SET-PERIOD-BOUNDS.
      *    Same default as CALCSUMM: a card without period bounds
      *    closes the current calendar month.
           IF PARM-PERIOD-START IS NUMERIC
               AND PARM-PERIOD-END IS NUMERIC
               MOVE PARM-PERIOD-START TO WS-PERIOD-START
               MOVE PARM-PERIOD-END TO WS-PERIOD-END
           ELSE
               MOVE WS-CURRENT-DATE TO WS-EDIT-DATE
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
           END-IF.

       1250-SET-FISCAL-YEAR.
      *    The fiscal year is named for the calendar year it ends in:
      *    with an April start, April 2026 through March 2027 is
      *    fiscal 2027. A January start is the calendar year.
           IF PARM-FISCAL-START-MONTH IS NUMERIC
               AND PARM-FISCAL-START-MONTH >= 01
               AND PARM-FISCAL-START-MONTH <= 12
               MOVE PARM-FISCAL-START-MONTH TO WS-FISCAL-START-MONTH
           ELSE
               MOVE 01 TO WS-FISCAL-START-MONTH
           END-IF
           MOVE WS-PERIOD-START TO WS-EDIT-DATE
           IF WS-FISCAL-START-MONTH = 01
               OR WS-EDIT-MONTH < WS-FISCAL-START-MONTH
               MOVE WS-EDIT-YEAR TO WS-FISCAL-YEAR
           ELSE
               COMPUTE WS-FISCAL-YEAR = WS-EDIT-YEAR + 1
           END-IF.

       1300-READ-PERIOD-SUMMARY.
      *    The close carries forward what the month-end summary
      *    reported, so a summary for any other period is refused.
           OPEN INPUT PERIOD-SUMM-FILE
           IF WS-PERIOD-SUMM-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN PERIODSUMM, STATUS='
                   WS-PERIOD-SUMM-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           MOVE SPACES TO PERIOD-SUMMARY-RECORD
           READ PERIOD-SUMM-FILE INTO PERIOD-SUMMARY-RECORD
               AT END
                   STRING 'PERIODSUMM IS EMPTY - RUN CALCSUMM FIRST'
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-READ
           CLOSE PERIOD-SUMM-FILE
           IF PSUM-PERIOD-START NOT = WS-PERIOD-START
               OR PSUM-PERIOD-END NOT = WS-PERIOD-END
               STRING 'PERIODSUMM IS FOR ' PSUM-PERIOD-START
                   ' - ' PSUM-PERIOD-END ', RUN CALCSUMM FIRST'
                   DELIMITED BY SIZE INTO WS-CANCEL-MESSAGE
               END-STRING
               PERFORM 9800-CANCEL-CLOSE
           END-IF.

       1400-OPEN-PERIOD-CONTROL.
      *    The first close creates the period control file (same
      *    create-on-first-use pattern as CALCCAL). Create only on
      *    status 35 - recreating an existing file empty would
      *    silently reopen every closed period.
           OPEN I-O PCTL-FILE
           IF WS-PCTL-STATUS = '35'
               OPEN OUTPUT PCTL-FILE
               CLOSE PCTL-FILE
               OPEN I-O PCTL-FILE
           END-IF
           IF WS-PCTL-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN PCTLFILE, STATUS='
                   WS-PCTL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1450-CHECK-PERIOD-NOT-CLOSED.
      *    The first control record ending on or after the period
      *    start is the only one that can overlap the period. The
      *    same period reopened is closed again; the same period
      *    still closed, or any other period overlapping this one,
      *    cancels the run.
           MOVE WS-PERIOD-START TO PCTL-PERIOD-END
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
               AND PCTL-PERIOD-START NOT > WS-PERIOD-END
               IF PCTL-PERIOD-START = WS-PERIOD-START
                   AND PCTL-PERIOD-END = WS-PERIOD-END
                   IF PCTL-CLOSED
                       STRING 'PERIOD ' WS-PERIOD-START ' - '
                           WS-PERIOD-END ' IS ALREADY CLOSED'
                           DELIMITED BY SIZE INTO WS-CANCEL-MESSAGE
                       END-STRING
                       PERFORM 9800-CANCEL-CLOSE
                   END-IF
                   SET PERIOD-REOPENED-ON-FILE TO TRUE
               ELSE
                   STRING 'PERIOD OVERLAPS PERIOD ' PCTL-PERIOD-START
                       ' - ' PCTL-PERIOD-END ' ON PCTLFILE'
                       DELIMITED BY SIZE INTO WS-CANCEL-MESSAGE
                   END-STRING
                   PERFORM 9800-CANCEL-CLOSE
               END-IF
           END-IF.

       1500-OPEN-FILES.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN RESULTFILE, STATUS='
                   WS-RESULT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF WS-YTD-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN YTDFILE, STATUS='
                   WS-YTD-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    The company master only supplies names for the report -
      *    the close itself does not depend on it.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = '00'
               SET COMPANY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CALCCLOS: COMPANYFILE NOT AVAILABLE, STATUS='
                   WS-COMPANY-STATUS
           END-IF
           OPEN OUTPUT YTD-RPT-FILE
           IF WS-YTD-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN YTDRPT, STATUS='
                   WS-YTD-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1600-POSITION-RESULT-FILE.
           MOVE WS-PERIOD-START TO RESULT-DATE
           MOVE LOW-VALUES TO RESULT-TRAN-KEY
           START RESULT-FILE KEY IS NOT LESS THAN RESULT-KEY
               INVALID KEY
                   SET EOF-REACHED TO TRUE
                   SET PERIOD-COMPLETE TO TRUE
           END-START.

       1700-READ-NEXT-RESULT.
           IF NOT EOF-REACHED
               READ RESULT-FILE NEXT RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
               END-READ
           END-IF
           IF EOF-REACHED
               OR RESULT-DATE > WS-PERIOD-END
               SET PERIOD-COMPLETE TO TRUE
           END-IF.

       2000-FOOT-PERIOD-RESULTS.
           PERFORM 2100-LOCATE-COMPANY
           ADD 1 TO WS-PCO-TRAN-COUNT (WS-PCO-IX)
           ADD RESULT-SUM TO WS-PCO-SUM-TOTAL (WS-PCO-IX)
           ADD RESULT-DIVIDED-VALUE TO WS-PCO-DIVIDED-TOTAL (WS-PCO-IX)
           ADD 1 TO WS-PERIOD-TRAN-COUNT
           ADD RESULT-SUM TO WS-PERIOD-SUM-TOTAL
           ADD RESULT-DIVIDED-VALUE TO WS-PERIOD-DIVIDED-TOTAL
           PERFORM 1700-READ-NEXT-RESULT.

       2100-LOCATE-COMPANY.
           MOVE ZERO TO WS-PCO-IX
           PERFORM 2200-SCAN-COMPANY-SLOT
               VARYING WS-PCO-SUB FROM 1 BY 1
               UNTIL WS-PCO-SUB > WS-PCO-COUNT
               OR WS-PCO-IX > ZERO
           IF WS-PCO-IX = ZERO
               IF WS-PCO-COUNT >= 100
                   STRING 'COMPANY TABLE FULL ON RESULTFILE'
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               ADD 1 TO WS-PCO-COUNT
               MOVE WS-PCO-COUNT TO WS-PCO-IX
               MOVE RESULT-COMPANY TO WS-PCO-CODE (WS-PCO-IX)
               MOVE ZERO TO WS-PCO-TRAN-COUNT (WS-PCO-IX)
               MOVE ZERO TO WS-PCO-SUM-TOTAL (WS-PCO-IX)
               MOVE ZERO TO WS-PCO-DIVIDED-TOTAL (WS-PCO-IX)
           END-IF.

       2200-SCAN-COMPANY-SLOT.
           IF WS-PCO-CODE (WS-PCO-SUB) = RESULT-COMPANY
               MOVE WS-PCO-SUB TO WS-PCO-IX
           END-IF.

       3000-PROVE-PERIOD-TOTALS.
      *    Nothing is written until the company totals tie back to
      *    the PERIODSUMM record - a result posted or corrected after
      *    the summary ran means the summary no longer describes the
      *    books being closed.
           IF WS-PERIOD-TRAN-COUNT NOT = PSUM-TRAN-COUNT
               OR WS-PERIOD-SUM-TOTAL NOT = PSUM-TOTAL-SUM
               OR WS-PERIOD-DIVIDED-TOTAL NOT = PSUM-TOTAL-DIVIDED
               DISPLAY 'CALCCLOS: RESULTFILE COUNT '
                   WS-PERIOD-TRAN-COUNT ' SUM ' WS-PERIOD-SUM-TOTAL
               DISPLAY 'CALCCLOS: PERIODSUMM COUNT '
                   PSUM-TRAN-COUNT ' SUM ' PSUM-TOTAL-SUM
               STRING 'RESULTFILE DOES NOT AGREE WITH PERIODSUMM'
                   ' - RERUN CALCSUMM' DELIMITED BY SIZE
                   INTO WS-CANCEL-MESSAGE
               END-STRING
               PERFORM 9800-CANCEL-CLOSE
           END-IF.

       4000-CARRY-FORWARD-YTD.
      *    Any rows already on file for this period - a reopened
      *    period, or a close that failed before marking the period -
      *    are removed first so the period's figures replace them.
           PERFORM 4100-REMOVE-PERIOD-ROWS
           PERFORM 4200-WRITE-PERIOD-ROW
               VARYING WS-PCO-SUB FROM 1 BY 1
               UNTIL WS-PCO-SUB > WS-PCO-COUNT.

       4100-REMOVE-PERIOD-ROWS.
           MOVE 'N' TO WS-YTD-DONE-SWITCH
           MOVE WS-FISCAL-YEAR TO YTD-FISCAL-YEAR
           MOVE WS-PERIOD-START TO YTD-PERIOD-START
           MOVE LOW-VALUES TO YTD-COMPANY
           START YTD-FILE KEY IS NOT LESS THAN YTD-KEY
               INVALID KEY
                   SET YTD-COMPLETE TO TRUE
           END-START
           PERFORM 4110-REMOVE-ONE-ROW
               UNTIL YTD-COMPLETE.

       4110-REMOVE-ONE-ROW.
           READ YTD-FILE NEXT RECORD
               AT END
                   SET YTD-COMPLETE TO TRUE
           END-READ
           IF NOT YTD-COMPLETE
               IF YTD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                   OR YTD-PERIOD-START NOT = WS-PERIOD-START
                   SET YTD-COMPLETE TO TRUE
               ELSE
                   DELETE YTD-FILE
                       INVALID KEY
                           STRING 'UNABLE TO DELETE YTDFILE ROW, '
                               'STATUS=' WS-YTD-STATUS
                               DELIMITED BY SIZE
                               INTO WS-ABEND-MESSAGE
                           END-STRING
                           PERFORM 9900-ABEND-FILE-ERROR
                   END-DELETE
                   ADD 1 TO WS-YTD-ROWS-REPLACED
               END-IF
           END-IF.

       4200-WRITE-PERIOD-ROW.
           MOVE SPACES TO YTD-RECORD
           MOVE WS-FISCAL-YEAR TO YTD-FISCAL-YEAR
           MOVE WS-PERIOD-START TO YTD-PERIOD-START
           MOVE WS-PCO-CODE (WS-PCO-SUB) TO YTD-COMPANY
           MOVE WS-PERIOD-END TO YTD-PERIOD-END
           MOVE WS-PCO-TRAN-COUNT (WS-PCO-SUB) TO YTD-TRAN-COUNT
           MOVE WS-PCO-SUM-TOTAL (WS-PCO-SUB) TO YTD-TOTAL-SUM
           MOVE WS-PCO-DIVIDED-TOTAL (WS-PCO-SUB) TO YTD-TOTAL-DIVIDED
           MOVE WS-RUN-DATE-X TO YTD-CLOSED-DATE
           WRITE YTD-RECORD
               INVALID KEY
                   STRING 'UNABLE TO WRITE YTDFILE ROW, STATUS='
                       WS-YTD-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-WRITE
           ADD 1 TO WS-YTD-ROWS-WRITTEN.

       5000-MARK-PERIOD-CLOSED.
      *    A reopened period keeps its control record - the last
      *    reopen stamp stays on it as history - and counts one more
      *    close.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           IF PERIOD-REOPENED-ON-FILE
               MOVE WS-PERIOD-END TO PCTL-PERIOD-END
               READ PCTL-FILE
                   INVALID KEY
                       STRING 'PERIOD CONTROL RECORD LOST FOR '
                           WS-PERIOD-END DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       END-STRING
                       PERFORM 9900-ABEND-FILE-ERROR
               END-READ
               ADD 1 TO PCTL-CLOSE-COUNT
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE WS-PERIOD-END TO PCTL-PERIOD-END
               MOVE 1 TO PCTL-CLOSE-COUNT
           END-IF
           MOVE WS-PERIOD-START TO PCTL-PERIOD-START
           MOVE WS-FISCAL-YEAR TO PCTL-FISCAL-YEAR
           SET PCTL-CLOSED TO TRUE
           MOVE WS-CURRENT-DATE TO PCTL-CLOSED-DATE
           MOVE WS-CURRENT-TIME TO PCTL-CLOSED-TIME
           MOVE WS-PERIOD-TRAN-COUNT TO PCTL-TRAN-COUNT
           MOVE WS-PERIOD-SUM-TOTAL TO PCTL-TOTAL-SUM
           IF PERIOD-REOPENED-ON-FILE
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       STRING 'UNABLE TO REWRITE PCTLFILE, STATUS='
                           WS-PCTL-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       END-STRING
                       PERFORM 9900-ABEND-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       STRING 'UNABLE TO WRITE PCTLFILE, STATUS='
                           WS-PCTL-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       END-STRING
                       PERFORM 9900-ABEND-FILE-ERROR
               END-WRITE
           END-IF
           DISPLAY 'CALCCLOS: PERIOD ' WS-PERIOD-START ' - '
               WS-PERIOD-END ' CLOSED, FISCAL YEAR ' WS-FISCAL-YEAR
               ', CLOSE NUMBER ' PCTL-CLOSE-COUNT.

       6000-WRITE-YTD-REPORT.
           MOVE WS-FISCAL-YEAR TO YTD-HDR-FISCAL-YEAR
           MOVE WS-PERIOD-START TO YTD-HDR-START
           MOVE WS-PERIOD-END TO YTD-HDR-END
           MOVE WS-RUN-DATE-X TO YTD-HDR-RUN-DATE
           MOVE WS-YTD-HEADER-LINE TO YTD-RPT-RECORD
           WRITE YTD-RPT-RECORD
           MOVE WS-YTD-COLUMN-LINE TO YTD-RPT-RECORD
           WRITE YTD-RPT-RECORD
           PERFORM 6100-ACCUMULATE-FISCAL-YEAR
           PERFORM 6500-WRITE-COMPANY-LINE
               VARYING WS-YCO-SUB FROM 1 BY 1
               UNTIL WS-YCO-SUB > WS-YCO-COUNT
           PERFORM 6700-WRITE-YTD-TOTALS.

       6100-ACCUMULATE-FISCAL-YEAR.
           MOVE 'N' TO WS-YTD-DONE-SWITCH
           MOVE WS-FISCAL-YEAR TO YTD-FISCAL-YEAR
           MOVE LOW-VALUES TO YTD-PERIOD-START
           MOVE LOW-VALUES TO YTD-COMPANY
           START YTD-FILE KEY IS NOT LESS THAN YTD-KEY
               INVALID KEY
                   SET YTD-COMPLETE TO TRUE
           END-START
           PERFORM 6200-ACCUMULATE-ONE-ROW
               UNTIL YTD-COMPLETE.

       6200-ACCUMULATE-ONE-ROW.
           READ YTD-FILE NEXT RECORD
               AT END
                   SET YTD-COMPLETE TO TRUE
           END-READ
           IF NOT YTD-COMPLETE
               IF YTD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                   SET YTD-COMPLETE TO TRUE
               ELSE
                   PERFORM 6300-LOCATE-YTD-COMPANY
                   ADD 1 TO WS-YCO-PERIODS (WS-YCO-IX)
                   ADD YTD-TRAN-COUNT TO WS-YCO-TRAN-COUNT (WS-YCO-IX)
                   ADD YTD-TOTAL-SUM TO WS-YCO-SUM-TOTAL (WS-YCO-IX)
                   ADD YTD-TOTAL-DIVIDED
                       TO WS-YCO-DIVIDED-TOTAL (WS-YCO-IX)
                   ADD YTD-TRAN-COUNT TO WS-YTD-TRAN-COUNT
                   ADD YTD-TOTAL-SUM TO WS-YTD-SUM-TOTAL
                   ADD YTD-TOTAL-DIVIDED TO WS-YTD-DIVIDED-TOTAL
               END-IF
           END-IF.

       6300-LOCATE-YTD-COMPANY.
      *    A new company is slotted in code order: find the first
      *    slot with a higher code and shift the rest down one.
           MOVE ZERO TO WS-YCO-IX
           PERFORM 6310-SCAN-YTD-SLOT
               VARYING WS-YCO-SUB FROM 1 BY 1
               UNTIL WS-YCO-SUB > WS-YCO-COUNT
               OR WS-YCO-IX > ZERO
           IF WS-YCO-IX = ZERO
               OR WS-YCO-CODE (WS-YCO-IX) NOT = YTD-COMPANY
               IF WS-YCO-COUNT >= 100
                   STRING 'COMPANY TABLE FULL ON YTDFILE'
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-YCO-IX = ZERO
                   COMPUTE WS-YCO-IX = WS-YCO-COUNT + 1
               ELSE
                   PERFORM 6320-SHIFT-YTD-SLOT
                       VARYING WS-YCO-SUB FROM WS-YCO-COUNT BY -1
                       UNTIL WS-YCO-SUB < WS-YCO-IX
               END-IF
               ADD 1 TO WS-YCO-COUNT
               MOVE YTD-COMPANY TO WS-YCO-CODE (WS-YCO-IX)
               MOVE ZERO TO WS-YCO-PERIODS (WS-YCO-IX)
               MOVE ZERO TO WS-YCO-TRAN-COUNT (WS-YCO-IX)
               MOVE ZERO TO WS-YCO-SUM-TOTAL (WS-YCO-IX)
               MOVE ZERO TO WS-YCO-DIVIDED-TOTAL (WS-YCO-IX)
               PERFORM 6400-LOAD-COMPANY-NAME
           END-IF.

       6310-SCAN-YTD-SLOT.
           IF WS-YCO-CODE (WS-YCO-SUB) NOT < YTD-COMPANY
               MOVE WS-YCO-SUB TO WS-YCO-IX
           END-IF.

       6320-SHIFT-YTD-SLOT.
           MOVE WS-YCO-ENTRY (WS-YCO-SUB)
               TO WS-YCO-ENTRY (WS-YCO-SUB + 1).

       6400-LOAD-COMPANY-NAME.
           MOVE SPACES TO WS-YCO-NAME (WS-YCO-IX)
           IF COMPANY-FILE-OPEN
               MOVE YTD-COMPANY TO COMPANY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE '** NOT ON COMPANY MASTER **'
                           TO WS-YCO-NAME (WS-YCO-IX)
                   NOT INVALID KEY
                       MOVE COMPANY-NAME TO WS-YCO-NAME (WS-YCO-IX)
               END-READ
           END-IF.

       6500-WRITE-COMPANY-LINE.
           MOVE SPACES TO WS-YTD-DETAIL-LINE
           MOVE WS-YCO-CODE (WS-YCO-SUB) TO YTD-DTL-COMPANY
           MOVE WS-YCO-NAME (WS-YCO-SUB) TO YTD-DTL-NAME
           PERFORM 6600-FIND-PERIOD-COMPANY
           IF WS-PCO-IX > ZERO
               MOVE WS-PCO-TRAN-COUNT (WS-PCO-IX)
                   TO YTD-DTL-PERIOD-COUNT
               MOVE WS-PCO-SUM-TOTAL (WS-PCO-IX) TO YTD-DTL-PERIOD-SUM
           ELSE
               MOVE ZERO TO YTD-DTL-PERIOD-COUNT
               MOVE ZERO TO YTD-DTL-PERIOD-SUM
           END-IF
           MOVE WS-YCO-PERIODS (WS-YCO-SUB) TO YTD-DTL-PERIODS
           MOVE WS-YCO-TRAN-COUNT (WS-YCO-SUB) TO YTD-DTL-YTD-COUNT
           MOVE WS-YCO-SUM-TOTAL (WS-YCO-SUB) TO YTD-DTL-YTD-SUM
           MOVE WS-YCO-DIVIDED-TOTAL (WS-YCO-SUB)
               TO YTD-DTL-YTD-DIVIDED
           MOVE WS-YTD-DETAIL-LINE TO YTD-RPT-RECORD
           WRITE YTD-RPT-RECORD.

       6600-FIND-PERIOD-COMPANY.
           MOVE ZERO TO WS-PCO-IX
           PERFORM 6610-MATCH-PERIOD-SLOT
               VARYING WS-PCO-SUB FROM 1 BY 1
               UNTIL WS-PCO-SUB > WS-PCO-COUNT
               OR WS-PCO-IX > ZERO.

       6610-MATCH-PERIOD-SLOT.
           IF WS-PCO-CODE (WS-PCO-SUB) = WS-YCO-CODE (WS-YCO-SUB)
               MOVE WS-PCO-SUB TO WS-PCO-IX
           END-IF.

       6700-WRITE-YTD-TOTALS.
           MOVE SPACES TO WS-YTD-DETAIL-LINE
           MOVE 'FISCAL YEAR TOTAL' TO YTD-DTL-NAME
           MOVE WS-PERIOD-TRAN-COUNT TO YTD-DTL-PERIOD-COUNT
           MOVE WS-PERIOD-SUM-TOTAL TO YTD-DTL-PERIOD-SUM
           MOVE ZERO TO YTD-DTL-PERIODS
           MOVE WS-YTD-TRAN-COUNT TO YTD-DTL-YTD-COUNT
           MOVE WS-YTD-SUM-TOTAL TO YTD-DTL-YTD-SUM
           MOVE WS-YTD-DIVIDED-TOTAL TO YTD-DTL-YTD-DIVIDED
           MOVE WS-YTD-DETAIL-LINE TO YTD-RPT-RECORD
           WRITE YTD-RPT-RECORD
           MOVE SPACES TO YTD-RPT-RECORD
           STRING 'PERIOD CLOSE NUMBER: ' PCTL-CLOSE-COUNT
               '  YTD ROWS REPLACED: ' WS-YTD-ROWS-REPLACED
               '  YTD ROWS WRITTEN: ' WS-YTD-ROWS-WRITTEN
               DELIMITED BY SIZE INTO YTD-RPT-RECORD
           END-STRING
           WRITE YTD-RPT-RECORD.

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

       8000-FINALIZE.
           CLOSE RESULT-FILE
           CLOSE PCTL-FILE
           CLOSE YTD-FILE
           CLOSE YTD-RPT-FILE
           IF COMPANY-FILE-OPEN
               CLOSE COMPANY-FILE
           END-IF.

       9800-CANCEL-CLOSE.
      *    Same refusal convention as CALCMAIN's run-control check:
      *    nothing has been written yet, so the close simply stops
      *    with return code 12 for operations to resolve and rerun.
           DISPLAY 'CALCCLOS CANCELLED: ' WS-CANCEL-MESSAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCCLOS ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
