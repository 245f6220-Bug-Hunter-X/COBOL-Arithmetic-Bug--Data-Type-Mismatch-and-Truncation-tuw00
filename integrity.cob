       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINTG.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCINTG
      *  Nightly reference-data integrity sweep. The files that hang
      *  off the daily driver are kept in step only by convention -
      *  CALCMAIN writes RESULTFILE and the XREFFILE history row
      *  together, CALCMNT and CALCGLM maintain TRANFILE and GLMAPFILE
      *  separately, and CALCCAL keeps the processing calendar - so
      *  this run cross-checks them and lists every break on an
      *  exceptions report (INTGRPT) before a bad report finds it:
      *  cross-reference rows with no result record and result
      *  records with no cross-reference row, GL mappings whose
      *  transaction key is no longer on TRANFILE, TRANFILE keys with
      *  no mapping for their company (each one posts to suspense the
      *  next time it runs), result companies with no mapping on file
      *  at all, and dates in the coming period - the calendar month
      *  after the business date - with no calendar record. The
      *  business date comes from PARM-BUSINESS-DATE like the rest of
      *  the chain. Strictly read-only: every file opens for input
      *  and nothing is corrected here. A file not on hand skips the
      *  checks that need it, noted on the report and counted as
      *  skipped rather than read as clean. The counts are written to
      *  the one-record integrity summary (INTGREC copybook) that the
      *  CALCSTAT morning report prints.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT CALEN-FILE ASSIGN TO "CALENFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALEN-STATUS.

           SELECT INTG-RPT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-RPT-STATUS.

           SELECT INTG-SUM-FILE ASSIGN TO "INTGSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  XREF-FILE.
       COPY XREFREC.

       FD  RESULT-FILE.
       COPY RESULTREC.

       FD  TRAN-FILE.
       COPY TRANREC.

       FD  GLMAP-FILE.
       COPY GLMAPREC.

       FD  CALEN-FILE.
       COPY CALREC.

       FD  INTG-RPT-FILE.
       01  INTG-RPT-RECORD             PIC X(132).

       FD  INTG-SUM-FILE.
       01  INTG-SUM-FILE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY INTGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-XREF-STATUS          PIC XX    VALUE '00'.
           05  WS-RESULT-STATUS        PIC XX    VALUE '00'.
           05  WS-TRAN-STATUS          PIC XX    VALUE '00'.
           05  WS-GLMAP-STATUS         PIC XX    VALUE '00'.
           05  WS-CALEN-STATUS         PIC XX    VALUE '00'.
           05  WS-INTG-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-INTG-SUM-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.
       01  WS-INTG-NOTE                PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SCAN-EOF-SWITCH      PIC X     VALUE 'N'.
               88  SCAN-EOF                VALUE 'Y'.
           05  WS-XREF-FILE-SW         PIC X     VALUE 'N'.
               88  XREF-ON-HAND            VALUE 'Y'.
           05  WS-RESULT-FILE-SW       PIC X     VALUE 'N'.
               88  RESULT-ON-HAND          VALUE 'Y'.
           05  WS-TRAN-FILE-SW         PIC X     VALUE 'N'.
               88  TRAN-ON-HAND            VALUE 'Y'.
           05  WS-GLMAP-FILE-SW        PIC X     VALUE 'N'.
               88  GLMAP-ON-HAND           VALUE 'Y'.
           05  WS-CALEN-FILE-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ON-HAND        VALUE 'Y'.
           05  WS-COMPANY-FULL-SW      PIC X     VALUE 'N'.
               88  COMPANY-TABLE-FULL      VALUE 'Y'.
           05  WS-MAPPING-FOUND-SW     PIC X     VALUE 'N'.
               88  COMPANY-MAPPING-FOUND   VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).

       01  WS-CALENDAR-PERIOD.
           05  WS-CAL-PERIOD-START     PIC X(8)  VALUE SPACES.
           05  WS-CAL-PERIOD-END       PIC X(8)  VALUE SPACES.
           05  WS-CAL-PERIOD-END-NUM   PIC 9(8)  VALUE ZERO.

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

       01  WS-INTEGRITY-COUNTS.
           05  WS-XREF-READ            PIC 9(9)  VALUE ZERO.
           05  WS-RESULT-READ          PIC 9(9)  VALUE ZERO.
           05  WS-GLMAP-READ           PIC 9(9)  VALUE ZERO.
           05  WS-TRAN-READ            PIC 9(9)  VALUE ZERO.
           05  WS-DATES-CHECKED        PIC 9(3)  VALUE ZERO.
           05  WS-XREF-NO-RESULT       PIC 9(7)  VALUE ZERO.
           05  WS-RESULT-NO-XREF       PIC 9(7)  VALUE ZERO.
           05  WS-GLMAP-NO-TRAN        PIC 9(7)  VALUE ZERO.
           05  WS-TRAN-NO-GLMAP        PIC 9(7)  VALUE ZERO.
           05  WS-COMPANY-NO-GLMAP     PIC 9(3)  VALUE ZERO.
           05  WS-CALENDAR-GAPS        PIC 9(3)  VALUE ZERO.
           05  WS-CHECKS-SKIPPED       PIC 9(1)  VALUE ZERO.

      *    Companies seen on the result file, in the order first met,
      *    with the number of result records each carries. The
      *    mapping check runs once per company after the result pass.
       01  WS-RESULT-COMPANY-AREA.
           05  WS-RCO-LIMIT            PIC 9(3)  VALUE 100.
           05  WS-RCO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-RCO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-RCO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-RCO-ENTRY OCCURS 100 TIMES.
               10  WS-RCO-CODE         PIC X(3).
               10  WS-RCO-RESULTS      PIC 9(9).

       01  WS-LOOKUP-COMPANY           PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-XREF-TO-RESULT
           PERFORM 3000-CHECK-RESULT-TO-XREF
           PERFORM 3500-CHECK-RESULT-COMPANIES
           PERFORM 4000-CHECK-GLMAP-TO-TRAN
           PERFORM 5000-CHECK-TRAN-TO-GLMAP
           PERFORM 6000-CHECK-CALENDAR
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 1160-SET-CALENDAR-PERIOD
           OPEN OUTPUT INTG-RPT-FILE
           IF WS-INTG-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN INTGRPT, STATUS='
                   WS-INTG-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADER
           PERFORM 1300-OPEN-REFERENCE-FILES.

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

       1160-SET-CALENDAR-PERIOD.
      *    The coming period is the calendar month after the one the
      *    business date falls in - the month the calendar has to be
      *    loaded for before the first night of it runs.
           MOVE WS-RUN-DATE-X TO WS-EDIT-DATE
           IF WS-EDIT-MONTH < 12
               ADD 1 TO WS-EDIT-MONTH
           ELSE
               MOVE 01 TO WS-EDIT-MONTH
               ADD 1 TO WS-EDIT-YEAR
           END-IF
           MOVE 01 TO WS-EDIT-DAY
           MOVE WS-EDIT-DATE TO WS-CAL-PERIOD-START
           PERFORM 7100-SET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-EDIT-DAY
           MOVE WS-EDIT-DATE TO WS-CAL-PERIOD-END
           MOVE WS-EDIT-DATE TO WS-CAL-PERIOD-END-NUM.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'REFERENCE-DATA INTEGRITY EXCEPTIONS  BUSINESS DATE '
               WS-RUN-DATE-X
               '  RUN ' WS-CURRENT-DATE-X (1:8)
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD.

       1300-OPEN-REFERENCE-FILES.
      *    Every file is input only. A file that will not open is a
      *    note on the report and the checks that need it are
      *    skipped; the other checks still run.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               SET XREF-ON-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-INTG-NOTE
               STRING 'XREFFILE, STATUS=' WS-XREF-STATUS
                   DELIMITED BY SIZE INTO WS-INTG-NOTE
               END-STRING
               PERFORM 1350-NOTE-FILE-NOT-ON-HAND
           END-IF
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = '00'
               SET RESULT-ON-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-INTG-NOTE
               STRING 'RESULTFILE, STATUS=' WS-RESULT-STATUS
                   DELIMITED BY SIZE INTO WS-INTG-NOTE
               END-STRING
               PERFORM 1350-NOTE-FILE-NOT-ON-HAND
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = '00'
               SET TRAN-ON-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-INTG-NOTE
               STRING 'TRANFILE, STATUS=' WS-TRAN-STATUS
                   DELIMITED BY SIZE INTO WS-INTG-NOTE
               END-STRING
               PERFORM 1350-NOTE-FILE-NOT-ON-HAND
           END-IF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = '00'
               SET GLMAP-ON-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-INTG-NOTE
               STRING 'GLMAPFILE, STATUS=' WS-GLMAP-STATUS
                   DELIMITED BY SIZE INTO WS-INTG-NOTE
               END-STRING
               PERFORM 1350-NOTE-FILE-NOT-ON-HAND
           END-IF
           OPEN INPUT CALEN-FILE
           IF WS-CALEN-STATUS = '00'
               SET CALENDAR-ON-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-INTG-NOTE
               STRING 'CALENFILE, STATUS=' WS-CALEN-STATUS
                   DELIMITED BY SIZE INTO WS-INTG-NOTE
               END-STRING
               PERFORM 1350-NOTE-FILE-NOT-ON-HAND
           END-IF.

       1350-NOTE-FILE-NOT-ON-HAND.
           DISPLAY 'CALCINTG: ' WS-INTG-NOTE ' NOT AVAILABLE'
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'NOT AVAILABLE - ' WS-INTG-NOTE
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD.

       1400-NOTE-CHECK-SKIPPED.
           ADD 1 TO WS-CHECKS-SKIPPED
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'CHECK SKIPPED - ' WS-INTG-NOTE
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD.

       2000-CHECK-XREF-TO-RESULT.
      *    Every history row CALCMAIN wrote should still have the
      *    result record it was written alongside.
           IF XREF-ON-HAND AND RESULT-ON-HAND
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 2100-READ-NEXT-XREF
               PERFORM 2200-CHECK-ONE-XREF
                   UNTIL SCAN-EOF
           ELSE
               MOVE 'XREF ROWS WITHOUT RESULT RECORD'
                   TO WS-INTG-NOTE
               PERFORM 1400-NOTE-CHECK-SKIPPED
           END-IF.

       2100-READ-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       2200-CHECK-ONE-XREF.
           ADD 1 TO WS-XREF-READ
           MOVE XREF-DATE TO RESULT-DATE
           MOVE XREF-TRAN-KEY TO RESULT-TRAN-KEY
           READ RESULT-FILE
               INVALID KEY
                   ADD 1 TO WS-XREF-NO-RESULT
                   MOVE SPACES TO INTG-RPT-RECORD
                   STRING 'XREF ROW WITHOUT RESULT RECORD    KEY '
                       XREF-TRAN-KEY ' DATE ' XREF-DATE
                       DELIMITED BY SIZE INTO INTG-RPT-RECORD
                   END-STRING
                   WRITE INTG-RPT-RECORD
           END-READ
           PERFORM 2100-READ-NEXT-XREF.

       3000-CHECK-RESULT-TO-XREF.
      *    The reverse walk; it also gathers the companies on the
      *    result file for the mapping check that follows.
           IF RESULT-ON-HAND
               MOVE LOW-VALUES TO RESULT-KEY
               START RESULT-FILE KEY IS NOT LESS THAN RESULT-KEY
                   INVALID KEY
                       MOVE '23' TO WS-RESULT-STATUS
               END-START
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               IF WS-RESULT-STATUS NOT = '00'
                   SET SCAN-EOF TO TRUE
               ELSE
                   PERFORM 3100-READ-NEXT-RESULT
               END-IF
               PERFORM 3200-CHECK-ONE-RESULT
                   UNTIL SCAN-EOF
               IF NOT XREF-ON-HAND
                   MOVE 'RESULT RECORDS WITHOUT XREF ROW'
                       TO WS-INTG-NOTE
                   PERFORM 1400-NOTE-CHECK-SKIPPED
               END-IF
           ELSE
               MOVE 'RESULT RECORDS WITHOUT XREF ROW'
                   TO WS-INTG-NOTE
               PERFORM 1400-NOTE-CHECK-SKIPPED
           END-IF.

       3100-READ-NEXT-RESULT.
           READ RESULT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       3200-CHECK-ONE-RESULT.
           ADD 1 TO WS-RESULT-READ
           IF XREF-ON-HAND
               MOVE RESULT-TRAN-KEY TO XREF-TRAN-KEY
               MOVE RESULT-DATE TO XREF-DATE
               READ XREF-FILE
                   INVALID KEY
                       ADD 1 TO WS-RESULT-NO-XREF
                       MOVE SPACES TO INTG-RPT-RECORD
                       STRING 'RESULT RECORD WITHOUT XREF ROW    KEY '
                           RESULT-TRAN-KEY ' DATE ' RESULT-DATE
                           DELIMITED BY SIZE INTO INTG-RPT-RECORD
                       END-STRING
                       WRITE INTG-RPT-RECORD
               END-READ
           END-IF
           MOVE RESULT-COMPANY TO WS-LOOKUP-COMPANY
           PERFORM 7000-LOCATE-RESULT-COMPANY
           IF WS-RCO-IX > ZERO
               ADD 1 TO WS-RCO-RESULTS (WS-RCO-IX)
           END-IF
           PERFORM 3100-READ-NEXT-RESULT.

       3500-CHECK-RESULT-COMPANIES.
      *    A company with results but not one mapping on file posts
      *    everything it does to suspense.
           IF RESULT-ON-HAND AND GLMAP-ON-HAND
               PERFORM 3600-CHECK-ONE-COMPANY
                   VARYING WS-RCO-SUB FROM 1 BY 1
                   UNTIL WS-RCO-SUB > WS-RCO-COUNT
           ELSE
               MOVE 'RESULT COMPANIES WITHOUT GL MAPPING'
                   TO WS-INTG-NOTE
               PERFORM 1400-NOTE-CHECK-SKIPPED
           END-IF.

       3600-CHECK-ONE-COMPANY.
      *    Mappings are keyed company first, so positioning at the
      *    company's lowest key finds its first mapping if it has one.
           MOVE 'N' TO WS-MAPPING-FOUND-SW
           MOVE WS-RCO-CODE (WS-RCO-SUB) TO GLMAP-COMPANY
           MOVE LOW-VALUES TO GLMAP-TRAN-KEY
           START GLMAP-FILE KEY IS NOT LESS THAN GLMAP-KEY
               INVALID KEY
                   MOVE '23' TO WS-GLMAP-STATUS
           END-START
           IF WS-GLMAP-STATUS = '00'
               READ GLMAP-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-GLMAP-STATUS
               END-READ
           END-IF
           IF WS-GLMAP-STATUS = '00'
               AND GLMAP-COMPANY = WS-RCO-CODE (WS-RCO-SUB)
               SET COMPANY-MAPPING-FOUND TO TRUE
           END-IF
           IF NOT COMPANY-MAPPING-FOUND
               ADD 1 TO WS-COMPANY-NO-GLMAP
               MOVE SPACES TO INTG-RPT-RECORD
               STRING 'RESULT COMPANY WITHOUT GL MAPPING COMPANY '
                   WS-RCO-CODE (WS-RCO-SUB)
                   ' RESULT RECORDS ' WS-RCO-RESULTS (WS-RCO-SUB)
                   DELIMITED BY SIZE INTO INTG-RPT-RECORD
               END-STRING
               WRITE INTG-RPT-RECORD
           END-IF.

       4000-CHECK-GLMAP-TO-TRAN.
      *    A mapping left behind after its transaction was deleted.
           IF GLMAP-ON-HAND AND TRAN-ON-HAND
               MOVE LOW-VALUES TO GLMAP-KEY
               START GLMAP-FILE KEY IS NOT LESS THAN GLMAP-KEY
                   INVALID KEY
                       MOVE '23' TO WS-GLMAP-STATUS
               END-START
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               IF WS-GLMAP-STATUS NOT = '00'
                   SET SCAN-EOF TO TRUE
               ELSE
                   PERFORM 4100-READ-NEXT-GLMAP
               END-IF
               PERFORM 4200-CHECK-ONE-GLMAP
                   UNTIL SCAN-EOF
           ELSE
               MOVE 'GL MAPPINGS WITHOUT TRANSACTION'
                   TO WS-INTG-NOTE
               PERFORM 1400-NOTE-CHECK-SKIPPED
           END-IF.

       4100-READ-NEXT-GLMAP.
           READ GLMAP-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       4200-CHECK-ONE-GLMAP.
           ADD 1 TO WS-GLMAP-READ
           MOVE GLMAP-TRAN-KEY TO TRAN-KEY
           READ TRAN-FILE
               INVALID KEY
                   ADD 1 TO WS-GLMAP-NO-TRAN
                   MOVE SPACES TO INTG-RPT-RECORD
                   STRING 'GL MAPPING WITHOUT TRANSACTION    KEY '
                       GLMAP-TRAN-KEY ' COMPANY ' GLMAP-COMPANY
                       ' ACCOUNT ' GLMAP-GL-ACCOUNT
                       ' COST CENTER ' GLMAP-COST-CENTER
                       DELIMITED BY SIZE INTO INTG-RPT-RECORD
                   END-STRING
                   WRITE INTG-RPT-RECORD
           END-READ
           PERFORM 4100-READ-NEXT-GLMAP.

       5000-CHECK-TRAN-TO-GLMAP.
      *    Same lookup CALCMAIN makes - company and key - so every
      *    miss here is a suspense posting the next time the key
      *    runs.
           IF TRAN-ON-HAND AND GLMAP-ON-HAND
               MOVE LOW-VALUES TO TRAN-KEY
               START TRAN-FILE KEY IS NOT LESS THAN TRAN-KEY
                   INVALID KEY
                       MOVE '23' TO WS-TRAN-STATUS
               END-START
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               IF WS-TRAN-STATUS NOT = '00'
                   SET SCAN-EOF TO TRUE
               ELSE
                   PERFORM 5100-READ-NEXT-TRAN
               END-IF
               PERFORM 5200-CHECK-ONE-TRAN
                   UNTIL SCAN-EOF
           ELSE
               MOVE 'TRANSACTIONS WITHOUT GL MAPPING'
                   TO WS-INTG-NOTE
               PERFORM 1400-NOTE-CHECK-SKIPPED
           END-IF.

       5100-READ-NEXT-TRAN.
           READ TRAN-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       5200-CHECK-ONE-TRAN.
           ADD 1 TO WS-TRAN-READ
           MOVE TRAN-COMPANY TO GLMAP-COMPANY
           MOVE TRAN-KEY TO GLMAP-TRAN-KEY
           READ GLMAP-FILE KEY IS GLMAP-KEY
               INVALID KEY
                   ADD 1 TO WS-TRAN-NO-GLMAP
                   MOVE SPACES TO INTG-RPT-RECORD
                   STRING 'TRANSACTION WITHOUT GL MAPPING    KEY '
                       TRAN-KEY ' COMPANY ' TRAN-COMPANY
                       ' - WILL POST TO SUSPENSE'
                       DELIMITED BY SIZE INTO INTG-RPT-RECORD
                   END-STRING
                   WRITE INTG-RPT-RECORD
           END-READ
           PERFORM 5100-READ-NEXT-TRAN.

       6000-CHECK-CALENDAR.
      *    Every date of the coming period should have its calendar
      *    record - weekends and holidays included, since a missing
      *    date silently counts as a business day. With no calendar
      *    file at all, every date is a gap.
           MOVE WS-CAL-PERIOD-START TO WS-WALK-DATE
           PERFORM 6100-CHECK-ONE-DATE
               UNTIL WS-WALK-DATE > WS-CAL-PERIOD-END-NUM.

       6100-CHECK-ONE-DATE.
           ADD 1 TO WS-DATES-CHECKED
           IF CALENDAR-ON-HAND
               MOVE WS-WALK-DATE TO CAL-DATE
               READ CALEN-FILE
                   INVALID KEY
                       PERFORM 6200-REPORT-CALENDAR-GAP
               END-READ
           ELSE
               PERFORM 6200-REPORT-CALENDAR-GAP
           END-IF
           PERFORM 7500-ADVANCE-WALK-DATE.

       6200-REPORT-CALENDAR-GAP.
           ADD 1 TO WS-CALENDAR-GAPS
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'DATE WITHOUT CALENDAR RECORD      DATE '
               WS-WALK-DATE
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD.

       7000-LOCATE-RESULT-COMPANY.
           MOVE ZERO TO WS-RCO-IX
           PERFORM 7050-SCAN-RESULT-COMPANY
               VARYING WS-RCO-SUB FROM 1 BY 1
               UNTIL WS-RCO-SUB > WS-RCO-COUNT
               OR WS-RCO-IX > ZERO
           IF WS-RCO-IX = ZERO
               IF WS-RCO-COUNT < WS-RCO-LIMIT
                   ADD 1 TO WS-RCO-COUNT
                   MOVE WS-RCO-COUNT TO WS-RCO-IX
                   MOVE WS-LOOKUP-COMPANY TO WS-RCO-CODE (WS-RCO-IX)
                   MOVE ZERO TO WS-RCO-RESULTS (WS-RCO-IX)
               ELSE
                   IF NOT COMPANY-TABLE-FULL
                       SET COMPANY-TABLE-FULL TO TRUE
                       DISPLAY 'CALCINTG: MORE THAN ' WS-RCO-LIMIT
                           ' RESULT COMPANIES - REST NOT CHECKED'
                   END-IF
               END-IF
           END-IF.

       7050-SCAN-RESULT-COMPANY.
           IF WS-RCO-CODE (WS-RCO-SUB) = WS-LOOKUP-COMPANY
               MOVE WS-RCO-SUB TO WS-RCO-IX
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

       7500-ADVANCE-WALK-DATE.
           MOVE WS-WALK-DATE TO WS-EDIT-DATE
           PERFORM 7100-SET-DAYS-IN-MONTH
           IF WS-WALK-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 01 TO WS-WALK-DAY
               IF WS-WALK-MONTH < 12
                   ADD 1 TO WS-WALK-MONTH
               ELSE
                   MOVE 01 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               END-IF
           END-IF.

       8000-FINALIZE.
           PERFORM 8100-WRITE-REPORT-TOTALS
           PERFORM 8200-WRITE-INTEGRITY-SUMMARY
           IF XREF-ON-HAND
               CLOSE XREF-FILE
           END-IF
           IF RESULT-ON-HAND
               CLOSE RESULT-FILE
           END-IF
           IF TRAN-ON-HAND
               CLOSE TRAN-FILE
           END-IF
           IF GLMAP-ON-HAND
               CLOSE GLMAP-FILE
           END-IF
           IF CALENDAR-ON-HAND
               CLOSE CALEN-FILE
           END-IF
           CLOSE INTG-RPT-FILE
           DISPLAY 'CALCINTG: XREF/RESULT ' WS-XREF-NO-RESULT
               ' RESULT/XREF ' WS-RESULT-NO-XREF
               ' MAP/TRAN ' WS-GLMAP-NO-TRAN
               ' TRAN/MAP ' WS-TRAN-NO-GLMAP
               ' CO/MAP ' WS-COMPANY-NO-GLMAP
               ' CALENDAR ' WS-CALENDAR-GAPS
               ' SKIPPED ' WS-CHECKS-SKIPPED.

       8100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO INTG-RPT-RECORD
           WRITE INTG-RPT-RECORD
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'READ - XREF: ' WS-XREF-READ
               ' RESULT: ' WS-RESULT-READ
               ' GL MAPPING: ' WS-GLMAP-READ
               ' TRANSACTION: ' WS-TRAN-READ
               ' CALENDAR DATES: ' WS-DATES-CHECKED
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'XREF WITHOUT RESULT: ' WS-XREF-NO-RESULT
               ' RESULT WITHOUT XREF: ' WS-RESULT-NO-XREF
               ' MAPPING WITHOUT TRANSACTION: ' WS-GLMAP-NO-TRAN
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD
           MOVE SPACES TO INTG-RPT-RECORD
           STRING 'TRANSACTION WITHOUT MAPPING: ' WS-TRAN-NO-GLMAP
               ' COMPANY WITHOUT MAPPING: ' WS-COMPANY-NO-GLMAP
               ' CALENDAR GAPS ' WS-CAL-PERIOD-START
               '-' WS-CAL-PERIOD-END ': ' WS-CALENDAR-GAPS
               ' CHECKS SKIPPED: ' WS-CHECKS-SKIPPED
               DELIMITED BY SIZE INTO INTG-RPT-RECORD
           END-STRING
           WRITE INTG-RPT-RECORD.

       8200-WRITE-INTEGRITY-SUMMARY.
      *    Rewritten each run: CALCSTAT only wants the latest sweep.
           MOVE SPACES TO INTG-RECORD
           MOVE WS-RUN-DATE-X TO INTG-BUSINESS-DATE
           MOVE WS-CURRENT-DATE TO INTG-RUN-DATE
           MOVE WS-CURRENT-TIME TO INTG-RUN-TIME
           MOVE WS-XREF-NO-RESULT TO INTG-XREF-NO-RESULT
           MOVE WS-RESULT-NO-XREF TO INTG-RESULT-NO-XREF
           MOVE WS-GLMAP-NO-TRAN TO INTG-GLMAP-NO-TRAN
           MOVE WS-TRAN-NO-GLMAP TO INTG-TRAN-NO-GLMAP
           MOVE WS-COMPANY-NO-GLMAP TO INTG-COMPANY-NO-GLMAP
           MOVE WS-CALENDAR-GAPS TO INTG-CALENDAR-GAPS
           MOVE WS-CAL-PERIOD-START TO INTG-CAL-PERIOD-START
           MOVE WS-CAL-PERIOD-END TO INTG-CAL-PERIOD-END
           MOVE WS-CHECKS-SKIPPED TO INTG-CHECKS-SKIPPED
           EVALUATE TRUE
               WHEN WS-CHECKS-SKIPPED > ZERO
                   SET INTG-INCOMPLETE TO TRUE
               WHEN WS-XREF-NO-RESULT > ZERO
                   OR WS-RESULT-NO-XREF > ZERO
                   OR WS-GLMAP-NO-TRAN > ZERO
                   OR WS-TRAN-NO-GLMAP > ZERO
                   OR WS-COMPANY-NO-GLMAP > ZERO
                   OR WS-CALENDAR-GAPS > ZERO
                   SET INTG-EXCEPTIONS-FOUND TO TRUE
               WHEN OTHER
                   SET INTG-CLEAN TO TRUE
           END-EVALUATE
           OPEN OUTPUT INTG-SUM-FILE
           IF WS-INTG-SUM-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN INTGSUM, STATUS='
                   WS-INTG-SUM-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           MOVE INTG-RECORD TO INTG-SUM-FILE-RECORD
           WRITE INTG-SUM-FILE-RECORD
           CLOSE INTG-SUM-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCINTG ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
