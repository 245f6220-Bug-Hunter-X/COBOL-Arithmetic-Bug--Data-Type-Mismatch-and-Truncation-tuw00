      *  an ATTENTION flag on any date that needs a human, so "did
      *  last night run clean" is one page at 6 AM instead of twenty
      *  minutes of file-hopping. A missing exception or reject file
      *  reports as zero rows rather than failing the report. A
      *  company section closes the page: every company on the
      *  company master (COMPREC) by code and name with its status
      *  and its rejects across the reported dates, so a feed
      *  problem confined to one company shows as that company's
      *  line; rejects for a code not on the master are counted
      *  separately. A missing company master drops the section to
      *  a one-line note rather than failing the report. Beneath the
      *  date lines sits the batch-window line from the CALCTIME
      *  timing summary (BWINREC copybook): the night's elapsed window
      *  against its target and trailing average, steps ended and
      *  still open, and step SLA breaches, flagged ATTENTION unless
      *  within target; a missing summary prints a one-line note.
      *  Under it sit the integrity lines from the last CALCINTG
      *  reference-data sweep (INTGREC copybook): cross-reference,
      *  mapping and calendar breaks and any checks skipped, flagged
      *  ATTENTION unless clean; a missing summary prints a note.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT BWIN-FILE ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWIN-STATUS.

           SELECT INTG-FILE ASSIGN TO "INTGSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       FD  STAT-RPT-FILE.
       01  STAT-RPT-RECORD             PIC X(132).

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  BWIN-FILE.
       01  BWIN-FILE-RECORD            PIC X(80).

       FD  INTG-FILE.
       01  INTG-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EXCPREC.
       COPY BWINREC.
       COPY INTGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUNCTL-STATUS        PIC XX    VALUE '00'.
           05  WS-EXCP-STATUS          PIC XX    VALUE '00'.
           05  WS-REJECT-STATUS        PIC XX    VALUE '00'.
           05  WS-STAT-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-BWIN-STATUS          PIC XX    VALUE '00'.
           05  WS-INTG-STATUS          PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

               88  REJ-EOF                 VALUE 'Y'.
           05  WS-DAY-ATTENTION-SW     PIC X     VALUE 'N'.
               88  DAY-NEEDS-ATTENTION     VALUE 'Y'.
           05  WS-COMPANY-EOF-SWITCH   PIC X     VALUE 'N'.
               88  COMPANY-EOF             VALUE 'Y'.
           05  WS-COMPANY-FILE-SW      PIC X     VALUE 'N'.
               88  COMPANY-MASTER-LOADED   VALUE 'Y'.
           05  WS-BWIN-FILE-SW         PIC X     VALUE 'N'.
               88  BATCH-WINDOW-LOADED     VALUE 'Y'.
           05  WS-INTG-FILE-SW         PIC X     VALUE 'N'.
               88  INTEGRITY-LOADED        VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
           05  WS-EXCP-OUTSIDE         PIC 9(9)  VALUE ZERO.
           05  WS-REJ-OUTSIDE          PIC 9(9)  VALUE ZERO.

      *    Company roster from the company master, in code order.
      *    Rejects inside the reported dates are counted against the
      *    company in the feed-record image; a code not on the
      *    master lands in the unlisted count.
       01  WS-STAT-COMPANY-AREA.
           05  WS-SCO-LIMIT            PIC 9(3)  VALUE 100.
           05  WS-SCO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-SCO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-SCO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-SCO-ENTRY OCCURS 100 TIMES.
               10  WS-SCO-CODE         PIC X(3).
               10  WS-SCO-NAME         PIC X(30).
               10  WS-SCO-STATUS       PIC X.
               10  WS-SCO-REJECTS      PIC 9(6).
           05  WS-SCO-NOT-LISTED       PIC 9(6)  VALUE ZERO.
           05  WS-REJ-UNLISTED-COMPANY PIC 9(9)  VALUE ZERO.

       01  WS-LOOKUP-COMPANY           PIC X(3)  VALUE SPACES.

      *    Batch-window durations from the CALCTIME summary print as
      *    HH:MM:SS.
       01  WS-WINDOW-FORMAT-FIELDS.
           05  WS-FMT-SECONDS          PIC 9(7)  VALUE ZERO.
           05  WS-FMT-REMAINDER        PIC 9(7)  VALUE ZERO.
           05  WS-FMT-HMS.
               10  WS-FMT-HH           PIC 9(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-FMT-MM           PIC 9(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-FMT-SS           PIC 9(2).
           05  WS-FMT-HMS-X            REDEFINES WS-FMT-HMS
                                       PIC X(8).
           05  WS-WIN-ELAPSED-HMS      PIC X(8)  VALUE SPACES.
           05  WS-WIN-TARGET-HMS       PIC X(8)  VALUE SPACES.
           05  WS-WIN-AVERAGE-HMS      PIC X(8)  VALUE SPACES.
           05  WS-WIN-STATUS-TEXT      PIC X(10) VALUE SPACES.
           05  WS-WIN-FLAG             PIC X(10) VALUE SPACES.

      *    The reject file carries the reason code, the business
      *    date the record bounced on (stamped by CALCEDIT), and the
      *    feed-record image; the stamp is what ties a reject to its
               10  FILLER              PIC X(1).
               10  WS-REJ-IMAGE-KEY    PIC X(10).
               10  WS-REJ-IMAGE-DATE   PIC X(8).
               10  FILLER              PIC X(17).
               10  WS-REJ-IMAGE-COMPANY PIC X(3).
               10  FILLER              PIC X(30).

       01  WS-STAT-HEADER-LINE.
           05  FILLER                  PIC X(34)
           05  STAT-DTL-FLAG           PIC X(9).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-STAT-COMPANY-LINE.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  STAT-CO-CODE            PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  STAT-CO-NAME            PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  STAT-CO-STATUS          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE 'REJECTS: '.
           05  STAT-CO-REJ             PIC ZZZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUN-CONTROL-DAYS
           PERFORM 2500-LOAD-COMPANY-MASTER
           PERFORM 2800-LOAD-BATCH-WINDOW
           PERFORM 2900-LOAD-INTEGRITY-SUMMARY
           PERFORM 3000-COUNT-EXCEPTIONS
           PERFORM 4000-COUNT-REJECTS
           PERFORM 5000-WRITE-STATUS-REPORT
           MOVE WS-DAY-ENTRY (WS-DAY-IX + 1)
               TO WS-DAY-ENTRY (WS-DAY-IX).

       2500-LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               DISPLAY 'CALCSTAT: NO COMPANY MASTER ON HAND, STATUS='
                   WS-COMPANY-STATUS
           ELSE
               SET COMPANY-MASTER-LOADED TO TRUE
               MOVE LOW-VALUES TO COMPANY-CODE
               START COMPANY-FILE KEY IS NOT LESS THAN COMPANY-CODE
                   INVALID KEY
                       SET COMPANY-EOF TO TRUE
               END-START
               IF NOT COMPANY-EOF
                   PERFORM 2600-READ-NEXT-COMPANY
                   PERFORM 2700-TAKE-COMPANY-RECORD
                       UNTIL COMPANY-EOF
               END-IF
               CLOSE COMPANY-FILE
           END-IF.

       2600-READ-NEXT-COMPANY.
           READ COMPANY-FILE NEXT RECORD
               AT END
                   SET COMPANY-EOF TO TRUE
           END-READ.

       2700-TAKE-COMPANY-RECORD.
      *    The roster is a page section, not a control total: a
      *    master larger than the table reports how many companies
      *    were left off instead of stopping the morning report.
           IF WS-SCO-COUNT < WS-SCO-LIMIT
               ADD 1 TO WS-SCO-COUNT
               MOVE COMPANY-CODE TO WS-SCO-CODE (WS-SCO-COUNT)
               MOVE COMPANY-NAME TO WS-SCO-NAME (WS-SCO-COUNT)
               MOVE COMPANY-STATUS TO WS-SCO-STATUS (WS-SCO-COUNT)
               MOVE ZERO TO WS-SCO-REJECTS (WS-SCO-COUNT)
           ELSE
               ADD 1 TO WS-SCO-NOT-LISTED
           END-IF
           PERFORM 2600-READ-NEXT-COMPANY.

       2800-LOAD-BATCH-WINDOW.
      *    The one-record summary CALCTIME leaves for the night it
      *    last timed. Like the other feeds into this page, a missing
      *    file is a note on the report, not a failed report.
           OPEN INPUT BWIN-FILE
           IF WS-BWIN-STATUS NOT = '00'
               DISPLAY 'CALCSTAT: NO BATCH WINDOW SUMMARY ON HAND, '
                   'STATUS=' WS-BWIN-STATUS
           ELSE
               READ BWIN-FILE INTO BWIN-RECORD
                   AT END
                       DISPLAY 'CALCSTAT: BATCH WINDOW SUMMARY EMPTY'
                   NOT AT END
                       SET BATCH-WINDOW-LOADED TO TRUE
               END-READ
               CLOSE BWIN-FILE
           END-IF.

       2900-LOAD-INTEGRITY-SUMMARY.
      *    The one-record summary CALCINTG leaves from its last
      *    sweep; missing is a note, the same as the batch window.
           OPEN INPUT INTG-FILE
           IF WS-INTG-STATUS NOT = '00'
               DISPLAY 'CALCSTAT: NO INTEGRITY SUMMARY ON HAND, '
                   'STATUS=' WS-INTG-STATUS
           ELSE
               READ INTG-FILE INTO INTG-RECORD
                   AT END
                       DISPLAY 'CALCSTAT: INTEGRITY SUMMARY EMPTY'
                   NOT AT END
                       SET INTEGRITY-LOADED TO TRUE
               END-READ
               CLOSE INTG-FILE
           END-IF.

       3000-COUNT-EXCEPTIONS.
           OPEN INPUT EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
                   ADD 1 TO WS-REJ-OUTSIDE
               ELSE
                   ADD 1 TO WS-DAY-REJECTS (WS-DAY-IX)
                   PERFORM 4300-COUNT-COMPANY-REJECT
               END-IF
           ELSE
               ADD 1 TO WS-REJ-OUTSIDE
           END-IF
           PERFORM 4100-READ-NEXT-REJECT.

       4300-COUNT-COMPANY-REJECT.
           MOVE WS-REJ-IMAGE-COMPANY TO WS-LOOKUP-COMPANY
           PERFORM 6200-LOCATE-COMPANY-SLOT
           IF WS-SCO-IX = ZERO
               ADD 1 TO WS-REJ-UNLISTED-COMPANY
           ELSE
               ADD 1 TO WS-SCO-REJECTS (WS-SCO-IX)
           END-IF.

       5000-WRITE-STATUS-REPORT.
           MOVE WS-RUN-DATE-X TO STAT-HDR-RUN-DATE
           MOVE WS-STAT-HEADER-LINE TO STAT-RPT-RECORD
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
           END-IF
           PERFORM 5300-WRITE-BATCH-WINDOW-LINE
           PERFORM 5370-WRITE-INTEGRITY-LINES
           PERFORM 5400-WRITE-OUTSIDE-LINES
           PERFORM 5500-WRITE-COMPANY-SECTION.

       5100-WRITE-DAY-LINE.
           PERFORM 5200-GRADE-DAY
               SET DAY-NEEDS-ATTENTION TO TRUE
           END-IF.

       5300-WRITE-BATCH-WINDOW-LINE.
      *    One line for the night's batch window as CALCTIME graded
      *    it; anything short of within target earns ATTENTION the
      *    same as a day line.
           MOVE SPACES TO STAT-RPT-RECORD
           IF NOT BATCH-WINDOW-LOADED
               STRING 'BATCH WINDOW: NO TIMING SUMMARY ON HAND'
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
           ELSE
               MOVE BWIN-ELAPSED-SECONDS TO WS-FMT-SECONDS
               PERFORM 5350-FORMAT-DURATION
               MOVE WS-FMT-HMS-X TO WS-WIN-ELAPSED-HMS
               IF BWIN-TARGET-SECONDS > ZERO
                   MOVE BWIN-TARGET-SECONDS TO WS-FMT-SECONDS
                   PERFORM 5350-FORMAT-DURATION
                   MOVE WS-FMT-HMS-X TO WS-WIN-TARGET-HMS
               ELSE
                   MOVE 'NONE' TO WS-WIN-TARGET-HMS
               END-IF
               IF BWIN-AVERAGE-NIGHTS > ZERO
                   MOVE BWIN-AVERAGE-SECONDS TO WS-FMT-SECONDS
                   PERFORM 5350-FORMAT-DURATION
                   MOVE WS-FMT-HMS-X TO WS-WIN-AVERAGE-HMS
               ELSE
                   MOVE 'NONE' TO WS-WIN-AVERAGE-HMS
               END-IF
               MOVE 'ATTENTION' TO WS-WIN-FLAG
               EVALUATE TRUE
                   WHEN BWIN-WITHIN-TARGET
                       MOVE 'WITHIN' TO WS-WIN-STATUS-TEXT
                       MOVE SPACES TO WS-WIN-FLAG
                   WHEN BWIN-BREACHED
                       MOVE 'SLA BREACH' TO WS-WIN-STATUS-TEXT
                   WHEN BWIN-INCOMPLETE
                       MOVE 'INCOMPLETE' TO WS-WIN-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'NO STEPS' TO WS-WIN-STATUS-TEXT
               END-EVALUATE
               STRING 'BATCH WINDOW ' BWIN-BUSINESS-DATE '/'
                   BWIN-CYCLE
                   ' ELAPSED ' WS-WIN-ELAPSED-HMS
                   ' TARGET ' WS-WIN-TARGET-HMS
                   ' AVG ' WS-WIN-AVERAGE-HMS
                   ' ENDED ' BWIN-STEPS-ENDED
                   ' OPEN ' BWIN-STEPS-OPEN
                   ' BREACH ' BWIN-STEP-BREACHES
                   ' ' WS-WIN-STATUS-TEXT
                   ' ' WS-WIN-FLAG
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
           END-IF
           WRITE STAT-RPT-RECORD.

       5350-FORMAT-DURATION.
           IF WS-FMT-SECONDS > 359999
               MOVE 99 TO WS-FMT-HH
               MOVE 59 TO WS-FMT-MM
               MOVE 59 TO WS-FMT-SS
           ELSE
               DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HH
                   REMAINDER WS-FMT-REMAINDER
               DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MM
                   REMAINDER WS-FMT-SS
           END-IF.

       5370-WRITE-INTEGRITY-LINES.
      *    Two lines for the last reference-data sweep: the
      *    cross-reference and mapping breaks, then the calendar gaps
      *    and skipped checks. Anything short of clean earns
      *    ATTENTION.
           MOVE SPACES TO STAT-RPT-RECORD
           IF NOT INTEGRITY-LOADED
               STRING 'INTEGRITY: NO REFERENCE-DATA SWEEP ON HAND'
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
           ELSE
               MOVE 'ATTENTION' TO WS-WIN-FLAG
               EVALUATE TRUE
                   WHEN INTG-CLEAN
                       MOVE 'CLEAN' TO WS-WIN-STATUS-TEXT
                       MOVE SPACES TO WS-WIN-FLAG
                   WHEN INTG-EXCEPTIONS-FOUND
                       MOVE 'EXCEPTIONS' TO WS-WIN-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'INCOMPLETE' TO WS-WIN-STATUS-TEXT
               END-EVALUATE
               STRING 'INTEGRITY ' INTG-BUSINESS-DATE
                   ' XREF-NO-RESULT ' INTG-XREF-NO-RESULT
                   ' RESULT-NO-XREF ' INTG-RESULT-NO-XREF
                   ' MAP-NO-TRAN ' INTG-GLMAP-NO-TRAN
                   ' TRAN-NO-MAP ' INTG-TRAN-NO-GLMAP
                   ' ' WS-WIN-STATUS-TEXT
                   ' ' WS-WIN-FLAG
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
               MOVE SPACES TO STAT-RPT-RECORD
               STRING '          COMPANY-NO-MAP ' INTG-COMPANY-NO-GLMAP
                   ' CALENDAR GAPS ' INTG-CAL-PERIOD-START
                   '-' INTG-CAL-PERIOD-END ' ' INTG-CALENDAR-GAPS
                   ' CHECKS SKIPPED ' INTG-CHECKS-SKIPPED
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
           END-IF.

       5400-WRITE-OUTSIDE-LINES.
           IF WS-EXCP-OUTSIDE > ZERO
               MOVE SPACES TO STAT-RPT-RECORD
               WRITE STAT-RPT-RECORD
           END-IF.

       5500-WRITE-COMPANY-SECTION.
           MOVE SPACES TO STAT-RPT-RECORD
           WRITE STAT-RPT-RECORD
           IF NOT COMPANY-MASTER-LOADED
               MOVE SPACES TO STAT-RPT-RECORD
               STRING 'COMPANY MASTER NOT AVAILABLE - NO COMPANY '
                   'SECTION'
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
           ELSE
               MOVE SPACES TO STAT-RPT-RECORD
               STRING 'COMPANIES ON MASTER - REJECTS ACROSS '
                   'REPORTED DATES'
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
               PERFORM 5600-WRITE-COMPANY-LINE
                   VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-COUNT
               IF WS-SCO-NOT-LISTED > ZERO
                   MOVE SPACES TO STAT-RPT-RECORD
                   STRING 'COMPANIES ON MASTER NOT LISTED: '
                       WS-SCO-NOT-LISTED
                       DELIMITED BY SIZE INTO STAT-RPT-RECORD
                   END-STRING
                   WRITE STAT-RPT-RECORD
               END-IF
           END-IF
           IF WS-REJ-UNLISTED-COMPANY > ZERO
               MOVE SPACES TO STAT-RPT-RECORD
               STRING 'REJECTS FOR COMPANIES NOT LISTED: '
                   WS-REJ-UNLISTED-COMPANY
                   DELIMITED BY SIZE INTO STAT-RPT-RECORD
               END-STRING
               WRITE STAT-RPT-RECORD
           END-IF.

       5600-WRITE-COMPANY-LINE.
           MOVE WS-SCO-CODE (WS-SCO-SUB) TO STAT-CO-CODE
           MOVE WS-SCO-NAME (WS-SCO-SUB) TO STAT-CO-NAME
           IF WS-SCO-STATUS (WS-SCO-SUB) = 'A'
               MOVE 'ACTIVE' TO STAT-CO-STATUS
           ELSE
               MOVE 'INACTIVE' TO STAT-CO-STATUS
           END-IF
           MOVE WS-SCO-REJECTS (WS-SCO-SUB) TO STAT-CO-REJ
           MOVE WS-STAT-COMPANY-LINE TO STAT-RPT-RECORD
           WRITE STAT-RPT-RECORD.

       6000-LOCATE-DAY-SLOT.
      *    Exception and reject rows carry a date but no cycle, so
      *    on a two-cycle date the scan runs to the end and the
               MOVE WS-DAY-SUB TO WS-DAY-IX
           END-IF.

       6200-LOCATE-COMPANY-SLOT.
           MOVE ZERO TO WS-SCO-IX
           PERFORM 6300-SCAN-COMPANY-SLOT
               VARYING WS-SCO-SUB FROM 1 BY 1
               UNTIL WS-SCO-SUB > WS-SCO-COUNT
               OR WS-SCO-IX > ZERO.

       6300-SCAN-COMPANY-SLOT.
           IF WS-SCO-CODE (WS-SCO-SUB) = WS-LOOKUP-COMPANY
               MOVE WS-SCO-SUB TO WS-SCO-IX
           END-IF.

       8000-FINALIZE.
           CLOSE STAT-RPT-FILE.

