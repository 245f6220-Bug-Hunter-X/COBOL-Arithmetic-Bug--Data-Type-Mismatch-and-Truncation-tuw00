       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTIME.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCTIME
      *  Batch-window step-timing report. Every step of the nightly
      *  chain - CALCEDIT, CALCMAIN, CALCSUSP, CALCVFY, CALCGATE,
      *  CALCXMIT, CALCACK, CALCARCH - logs a start row and an end
      *  row to the shared step-timing log (STEPREC copybook). This
      *  run reads that log for the business date and cycle on the
      *  parameter card (system date and cycle 01 when blank) and
      *  prints one line per step: when it started and ended, the
      *  elapsed time against the step's target, the records it
      *  handled and the records per minute, and an SLA BREACH flag
      *  on any step that ran past its target. Targets come from the
      *  STEPTGT control deck, one card per program giving its
      *  target in minutes, plus a WINDOW card for the night as a
      *  whole; a step with no card has no target and is never
      *  flagged. Beside each step sit its trailing averages -
      *  elapsed time and records per minute over the last
      *  PARM-BASELINE-DAYS completed runs before the reported night
      *  (the CALCTRND baseline length, 5 when blank, at most 30) -
      *  and how far tonight's run sits from that average, so a step
      *  creeping longer shows before it breaches. A started step
      *  with no end is reported as NO END (abended, cancelled, or
      *  still running); when a step is rerun the latest attempt is
      *  the one timed. The night's window runs from the first step
      *  start to the last step end and is graded against the
      *  WINDOW target and its own trailing average, then written as
      *  the one-record batch-window file (BWINREC copybook) the
      *  CALCSTAT morning report prints as its batch-window line. A
      *  missing log or target deck reports what it can rather than
      *  failing the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT STEP-TGT-FILE ASSIGN TO "STEPTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TGT-STATUS.

           SELECT TIME-RPT-FILE ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-RPT-STATUS.

           SELECT BWIN-FILE ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       FD  STEP-TGT-FILE.
       01  STEP-TGT-RECORD             PIC X(80).

       FD  TIME-RPT-FILE.
       01  TIME-RPT-RECORD             PIC X(132).

       FD  BWIN-FILE.
       01  BWIN-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY STEPREC.
       COPY BWINREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.
           05  WS-STEP-TGT-STATUS      PIC XX    VALUE '00'.
           05  WS-TIME-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-BWIN-STATUS          PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-LOG-EOF-SWITCH       PIC X     VALUE 'N'.
               88  LOG-EOF                 VALUE 'Y'.
           05  WS-TGT-EOF-SWITCH       PIC X     VALUE 'N'.
               88  TGT-EOF                 VALUE 'Y'.
           05  WS-LOG-FILE-SW          PIC X     VALUE 'N'.
               88  STEP-LOG-ON-HAND        VALUE 'Y'.
           05  WS-TGT-FILE-SW          PIC X     VALUE 'N'.
               88  TARGET-DECK-ON-HAND     VALUE 'Y'.
           05  WS-WINDOW-TARGET-SW     PIC X     VALUE 'N'.
               88  WINDOW-HAS-TARGET       VALUE 'Y'.
           05  WS-PWN-WANTED-SW        PIC X     VALUE 'N'.
               88  PRIOR-WINDOW-WANTED     VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).
           05  WS-RUN-CYCLE-X          PIC X(2)  VALUE '01'.

      *    The night being reported and the night each log row
      *    belongs to, both as business date then cycle, so one
      *    comparison orders them.
       01  WS-TARGET-KEY.
           05  WS-TARGET-KEY-DATE      PIC X(8).
           05  WS-TARGET-KEY-CYCLE     PIC X(2).

       01  WS-ROW-KEY.
           05  WS-ROW-KEY-DATE         PIC X(8).
           05  WS-ROW-KEY-CYCLE        PIC X(2).

       01  WS-ROW-STAMP.
           05  WS-ROW-STAMP-DATE       PIC X(8).
           05  WS-ROW-STAMP-TIME       PIC X(8).

      *    STEPTGT control deck: program name in columns 1-8 (or
      *    WINDOW for the night as a whole), target minutes in
      *    columns 10-13.
       01  WS-TARGET-CARD.
           05  WS-TGT-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-TGT-MINUTES-X        PIC X(4).
           05  WS-TGT-MINUTES          REDEFINES WS-TGT-MINUTES-X
                                       PIC 9(4).
           05  FILLER                  PIC X(67).

       01  WS-LOOKUP-PROGRAM           PIC X(8)  VALUE SPACES.

      *    The chain in running order - the order the report lists.
       01  WS-CHAIN-NAMES.
           05  FILLER                  PIC X(32)
               VALUE 'CALCEDITCALCMAINCALCSUSPCALCVFY '.
           05  FILLER                  PIC X(32)
               VALUE 'CALCGATECALCXMITCALCACK CALCARCH'.
       01  WS-CHAIN-NAME-TABLE         REDEFINES WS-CHAIN-NAMES.
           05  WS-CHAIN-NAME           PIC X(8)  OCCURS 8 TIMES.

      *    One slot per chain step: its target, the pending start of
      *    whatever run it has open in the log, tonight's latest
      *    attempt, and the trailing history of its completed runs
      *    before tonight, oldest in slot 1 (shifted down when full,
      *    same pattern as the CALCTRND trailing baseline).
       01  WS-STEP-TABLE-AREA.
           05  WS-STEP-COUNT           PIC 9(2)  VALUE 8.
           05  WS-STEP-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-STEP-SUB             PIC 9(2)  COMP VALUE ZERO.
           05  WS-HIST-LIMIT           PIC 9(2)  VALUE ZERO.
           05  WS-HIST-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STP-PROGRAM      PIC X(8).
               10  WS-STP-TARGET-SECS  PIC 9(7).
               10  WS-STP-TARGET-SW    PIC X.
                   88  STP-HAS-TARGET      VALUE 'Y'.
               10  WS-STP-PENDING-KEY  PIC X(10).
               10  WS-STP-PENDING-SECS PIC 9(11).
               10  WS-STP-STATE        PIC X.
                   88  STP-NOT-RUN         VALUE ' '.
                   88  STP-RUNNING         VALUE 'O'.
                   88  STP-ENDED           VALUE 'E'.
               10  WS-STP-ATTEMPTS     PIC 9(3).
               10  WS-STP-START-DATE   PIC X(8).
               10  WS-STP-START-TIME   PIC X(8).
               10  WS-STP-END-TIME     PIC X(8).
               10  WS-STP-ELAPSED      PIC 9(7).
               10  WS-STP-RECORDS      PIC 9(9).
               10  WS-STP-BREACH-SW    PIC X.
                   88  STP-BREACHED        VALUE 'Y'.
               10  WS-STP-HIST-COUNT   PIC 9(2).
               10  WS-STP-HIST-ENTRY OCCURS 30 TIMES.
                   15  WS-STP-HIST-ELAPSED PIC 9(7).
                   15  WS-STP-HIST-RECORDS PIC 9(9).

      *    Windows of the nights before the reported one, in date
      *    and cycle order: first start and last end seen for each.
      *    A full table sheds its oldest night.
       01  WS-PRIOR-WINDOW-AREA.
           05  WS-PWN-LIMIT            PIC 9(3)  VALUE 100.
           05  WS-PWN-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-PWN-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-PWN-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-PWN-TAKEN            PIC 9(2)  VALUE ZERO.
           05  WS-PWN-ENTRY OCCURS 100 TIMES.
               10  WS-PWN-KEY          PIC X(10).
               10  WS-PWN-START-SECS   PIC 9(11).
               10  WS-PWN-END-SECS     PIC 9(11).

       01  WS-WINDOW-FIELDS.
           05  WS-WIN-START-STAMP      PIC X(16) VALUE SPACES.
           05  WS-WIN-START-SPLIT      REDEFINES WS-WIN-START-STAMP.
               10  WS-WIN-START-DATE   PIC X(8).
               10  WS-WIN-START-TIME   PIC X(8).
           05  WS-WIN-END-STAMP        PIC X(16) VALUE SPACES.
           05  WS-WIN-END-SPLIT        REDEFINES WS-WIN-END-STAMP.
               10  WS-WIN-END-DATE     PIC X(8).
               10  WS-WIN-END-TIME     PIC X(8).
           05  WS-WIN-START-SECS       PIC 9(11) VALUE ZERO.
           05  WS-WIN-END-SECS         PIC 9(11) VALUE ZERO.
           05  WS-WIN-ELAPSED          PIC 9(7)  VALUE ZERO.
           05  WS-WIN-TARGET-SECS      PIC 9(7)  VALUE ZERO.
           05  WS-WIN-AVERAGE          PIC 9(7)  VALUE ZERO.
           05  WS-WIN-SUM              PIC 9(11) VALUE ZERO.

       01  WS-GRADE-COUNTS.
           05  WS-STEPS-ENDED          PIC 9(2)  VALUE ZERO.
           05  WS-STEPS-OPEN           PIC 9(2)  VALUE ZERO.
           05  WS-STEP-BREACHES        PIC 9(2)  VALUE ZERO.
           05  WS-LOG-ROWS-READ        PIC 9(9)  VALUE ZERO.
           05  WS-LOG-ROWS-IGNORED     PIC 9(9)  VALUE ZERO.
           05  WS-UNPAIRED-ENDS        PIC 9(9)  VALUE ZERO.

       01  WS-CALC-FIELDS.
           05  WS-CALC-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-CALC-TIME            PIC 9(8)  VALUE ZERO.
           05  WS-CALC-TIME-PARTS      REDEFINES WS-CALC-TIME.
               10  WS-CALC-HH          PIC 9(2).
               10  WS-CALC-MM          PIC 9(2).
               10  WS-CALC-SS          PIC 9(2).
               10  WS-CALC-CC          PIC 9(2).
           05  WS-CALC-SECONDS         PIC 9(11) VALUE ZERO.
           05  WS-PAIR-ELAPSED         PIC 9(7)  VALUE ZERO.
           05  WS-HIST-SUM-ELAPSED     PIC 9(9)  VALUE ZERO.
           05  WS-HIST-SUM-RECORDS     PIC 9(11) VALUE ZERO.
           05  WS-HIST-AVG-ELAPSED     PIC 9(7)  VALUE ZERO.
           05  WS-VS-AVG-PCT           PIC S9(4) VALUE ZERO.
           05  WS-RATE-RECORDS         PIC 9(11) VALUE ZERO.
           05  WS-RATE-SECONDS         PIC 9(9)  VALUE ZERO.
           05  WS-RATE-PER-MIN         PIC 9(9)  VALUE ZERO.

      *    Elapsed seconds and clock stamps print as HH:MM:SS.
       01  WS-FORMAT-FIELDS.
           05  WS-FMT-SECONDS          PIC 9(7)  VALUE ZERO.
           05  WS-FMT-REMAINDER        PIC 9(7)  VALUE ZERO.
           05  WS-FMT-CLOCK            PIC X(8)  VALUE SPACES.
           05  WS-FMT-CLOCK-PARTS      REDEFINES WS-FMT-CLOCK.
               10  WS-FMT-CLOCK-HH     PIC X(2).
               10  WS-FMT-CLOCK-MM     PIC X(2).
               10  WS-FMT-CLOCK-SS     PIC X(2).
               10  WS-FMT-CLOCK-CC     PIC X(2).
           05  WS-FMT-HMS.
               10  WS-FMT-HH           PIC 9(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-FMT-MM           PIC 9(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-FMT-SS           PIC 9(2).
           05  WS-FMT-HMS-X            REDEFINES WS-FMT-HMS
                                       PIC X(8).
           05  WS-FMT-CLOCK-HMS        PIC X(8)  VALUE SPACES.
           05  WS-FMT-EDIT-2           PIC Z9.

       01  WS-TIME-HEADER-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'BATCH WINDOW STEP TIMING REPORT  '.
           05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
           05  TIME-HDR-DATE           PIC X(8).
           05  FILLER                  PIC X(7)  VALUE ' CYCLE '.
           05  TIME-HDR-CYCLE          PIC X(2).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  TIME-HDR-RUN-DATE       PIC X(8).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-TIME-COLUMN-LINE.
           05  FILLER                  PIC X(9)  VALUE 'STEP     '.
           05  FILLER                  PIC X(8)  VALUE 'STATUS  '.
           05  FILLER                  PIC X(9)  VALUE 'STARTED  '.
           05  FILLER                  PIC X(9)  VALUE 'AT       '.
           05  FILLER                  PIC X(9)  VALUE 'ENDED AT '.
           05  FILLER                  PIC X(9)  VALUE 'ELAPSED  '.
           05  FILLER                  PIC X(9)  VALUE 'TARGET   '.
           05  FILLER                  PIC X(10) VALUE '  RECORDS '.
           05  FILLER                  PIC X(10) VALUE '  REC/MIN '.
           05  FILLER                  PIC X(4)  VALUE 'TRY '.
           05  FILLER                  PIC X(3)  VALUE ' N '.
           05  FILLER                  PIC X(9)  VALUE 'AVG ELAP '.
           05  FILLER                  PIC X(10) VALUE 'AVG R/MIN '.
           05  FILLER                  PIC X(7)  VALUE 'VS AVG '.
           05  FILLER                  PIC X(17) VALUE 'FLAG'.

       01  WS-TIME-DETAIL-LINE.
           05  TIME-DTL-PROGRAM        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-STATUS         PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-START-DATE     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-START-TIME     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-END-TIME       PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-ELAPSED        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-TARGET         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-RECORDS        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-RATE           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-ATTEMPTS       PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-HIST-RUNS      PIC Z9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-AVG-ELAPSED    PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-AVG-RATE       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-VS-AVG         PIC +ZZZ9.
           05  TIME-DTL-VS-PCT         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TIME-DTL-FLAG           PIC X(10).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TARGETS
           PERFORM 3000-READ-STEP-LOG
           PERFORM 4000-GRADE-STEPS
           PERFORM 5000-WRITE-TIMING-REPORT
           PERFORM 6000-WRITE-WINDOW-RECORD
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 1200-SET-HISTORY-LIMIT
           PERFORM 1300-SET-STEP-SLOT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           OPEN OUTPUT TIME-RPT-FILE
           IF WS-TIME-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN TIMERPT, STATUS='
                   WS-TIME-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

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
           END-IF
           IF PARM-CYCLE-NUMBER IS NUMERIC
               AND PARM-CYCLE-NUMBER > ZERO
               MOVE PARM-CYCLE-NUMBER TO WS-RUN-CYCLE-X
           ELSE
               MOVE '01' TO WS-RUN-CYCLE-X
           END-IF
           MOVE WS-RUN-DATE-X TO WS-TARGET-KEY-DATE
           MOVE WS-RUN-CYCLE-X TO WS-TARGET-KEY-CYCLE.

       1200-SET-HISTORY-LIMIT.
      *    Same defaulting as the CALCTRND baseline: blank or zero
      *    takes five runs, and the table holds thirty.
           IF PARM-BASELINE-DAYS IS NUMERIC
               AND PARM-BASELINE-DAYS > ZERO
               MOVE PARM-BASELINE-DAYS TO WS-HIST-LIMIT
           ELSE
               MOVE 5 TO WS-HIST-LIMIT
           END-IF
           IF WS-HIST-LIMIT > 30
               MOVE 30 TO WS-HIST-LIMIT
           END-IF.

       1300-SET-STEP-SLOT.
           MOVE WS-CHAIN-NAME (WS-STEP-SUB)
               TO WS-STP-PROGRAM (WS-STEP-SUB)
           MOVE ZERO TO WS-STP-TARGET-SECS (WS-STEP-SUB)
           MOVE 'N' TO WS-STP-TARGET-SW (WS-STEP-SUB)
           MOVE SPACES TO WS-STP-PENDING-KEY (WS-STEP-SUB)
           MOVE ZERO TO WS-STP-PENDING-SECS (WS-STEP-SUB)
           SET STP-NOT-RUN (WS-STEP-SUB) TO TRUE
           MOVE ZERO TO WS-STP-ATTEMPTS (WS-STEP-SUB)
           MOVE SPACES TO WS-STP-START-DATE (WS-STEP-SUB)
           MOVE SPACES TO WS-STP-START-TIME (WS-STEP-SUB)
           MOVE SPACES TO WS-STP-END-TIME (WS-STEP-SUB)
           MOVE ZERO TO WS-STP-ELAPSED (WS-STEP-SUB)
           MOVE ZERO TO WS-STP-RECORDS (WS-STEP-SUB)
           MOVE 'N' TO WS-STP-BREACH-SW (WS-STEP-SUB)
           MOVE ZERO TO WS-STP-HIST-COUNT (WS-STEP-SUB).

       2000-LOAD-TARGETS.
           OPEN INPUT STEP-TGT-FILE
           IF WS-STEP-TGT-STATUS NOT = '00'
               DISPLAY 'CALCTIME: NO TARGET DECK ON HAND, STATUS='
                   WS-STEP-TGT-STATUS
           ELSE
               SET TARGET-DECK-ON-HAND TO TRUE
               PERFORM 2100-READ-NEXT-TARGET
               PERFORM 2200-TAKE-TARGET-CARD
                   UNTIL TGT-EOF
               CLOSE STEP-TGT-FILE
           END-IF.

       2100-READ-NEXT-TARGET.
           READ STEP-TGT-FILE INTO WS-TARGET-CARD
               AT END
                   SET TGT-EOF TO TRUE
           END-READ.

       2200-TAKE-TARGET-CARD.
           EVALUATE TRUE
               WHEN WS-TGT-PROGRAM = SPACES
                   CONTINUE
               WHEN WS-TGT-MINUTES-X IS NOT NUMERIC
                   DISPLAY 'CALCTIME: TARGET CARD IGNORED, MINUTES '
                       'NOT NUMERIC: ' WS-TARGET-CARD
               WHEN WS-TGT-PROGRAM = 'WINDOW'
                   SET WINDOW-HAS-TARGET TO TRUE
                   COMPUTE WS-WIN-TARGET-SECS = WS-TGT-MINUTES * 60
               WHEN OTHER
                   MOVE WS-TGT-PROGRAM TO WS-LOOKUP-PROGRAM
                   PERFORM 7300-LOCATE-STEP-SLOT
                   IF WS-STEP-IX = ZERO
                       DISPLAY 'CALCTIME: TARGET CARD IGNORED, NOT A '
                           'CHAIN STEP: ' WS-TGT-PROGRAM
                   ELSE
                       MOVE 'Y' TO WS-STP-TARGET-SW (WS-STEP-IX)
                       COMPUTE WS-STP-TARGET-SECS (WS-STEP-IX) =
                           WS-TGT-MINUTES * 60
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-NEXT-TARGET.

       3000-READ-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS NOT = '00'
               DISPLAY 'CALCTIME: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           ELSE
               SET STEP-LOG-ON-HAND TO TRUE
               PERFORM 3100-READ-NEXT-STEP-ROW
               PERFORM 3200-TAKE-STEP-ROW
                   UNTIL LOG-EOF
               CLOSE STEP-LOG-FILE
           END-IF.

       3100-READ-NEXT-STEP-ROW.
           READ STEP-LOG-FILE INTO STEP-RECORD
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       3200-TAKE-STEP-ROW.
      *    The log is appended in clock order by every step, so a
      *    step's start always precedes its own end; rows for other
      *    nights feed the trailing averages, rows for later nights
      *    (a catch-up run reported after the fact) are passed by.
           ADD 1 TO WS-LOG-ROWS-READ
           MOVE STEP-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM 7300-LOCATE-STEP-SLOT
           MOVE STEP-BUSINESS-DATE TO WS-ROW-KEY-DATE
           MOVE STEP-CYCLE TO WS-ROW-KEY-CYCLE
           MOVE STEP-STAMP-DATE TO WS-ROW-STAMP-DATE
           MOVE STEP-STAMP-TIME TO WS-ROW-STAMP-TIME
           EVALUATE TRUE
               WHEN WS-STEP-IX = ZERO
               WHEN STEP-STAMP-DATE IS NOT NUMERIC
               WHEN STEP-STAMP-TIME IS NOT NUMERIC
                   ADD 1 TO WS-LOG-ROWS-IGNORED
               WHEN STEP-STARTED
                   PERFORM 7000-COMPUTE-STAMP-SECONDS
                   PERFORM 3300-TAKE-START-ROW
               WHEN STEP-ENDED
                   PERFORM 7000-COMPUTE-STAMP-SECONDS
                   PERFORM 3400-TAKE-END-ROW
               WHEN OTHER
                   ADD 1 TO WS-LOG-ROWS-IGNORED
           END-EVALUATE
           PERFORM 3100-READ-NEXT-STEP-ROW.

       3300-TAKE-START-ROW.
      *    Each start opens a fresh attempt; a start left without an
      *    end by an abended or cancelled attempt is simply replaced
      *    by the rerun's.
           MOVE WS-ROW-KEY TO WS-STP-PENDING-KEY (WS-STEP-IX)
           MOVE WS-CALC-SECONDS TO WS-STP-PENDING-SECS (WS-STEP-IX)
           EVALUATE TRUE
               WHEN WS-ROW-KEY = WS-TARGET-KEY
                   ADD 1 TO WS-STP-ATTEMPTS (WS-STEP-IX)
                   SET STP-RUNNING (WS-STEP-IX) TO TRUE
                   MOVE STEP-STAMP-DATE
                       TO WS-STP-START-DATE (WS-STEP-IX)
                   MOVE STEP-STAMP-TIME
                       TO WS-STP-START-TIME (WS-STEP-IX)
                   MOVE SPACES TO WS-STP-END-TIME (WS-STEP-IX)
                   PERFORM 3500-WIDEN-WINDOW-START
               WHEN WS-ROW-KEY < WS-TARGET-KEY
                   PERFORM 7400-LOCATE-PRIOR-WINDOW
                   IF WS-PWN-IX > ZERO
                       IF WS-PWN-START-SECS (WS-PWN-IX) = ZERO
                           OR WS-CALC-SECONDS
                               < WS-PWN-START-SECS (WS-PWN-IX)
                           MOVE WS-CALC-SECONDS
                               TO WS-PWN-START-SECS (WS-PWN-IX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3400-TAKE-END-ROW.
           IF WS-STP-PENDING-KEY (WS-STEP-IX) NOT = WS-ROW-KEY
               ADD 1 TO WS-UNPAIRED-ENDS
           ELSE
               IF WS-CALC-SECONDS < WS-STP-PENDING-SECS (WS-STEP-IX)
                   MOVE ZERO TO WS-PAIR-ELAPSED
               ELSE
                   COMPUTE WS-PAIR-ELAPSED = WS-CALC-SECONDS
                       - WS-STP-PENDING-SECS (WS-STEP-IX)
               END-IF
               MOVE SPACES TO WS-STP-PENDING-KEY (WS-STEP-IX)
               EVALUATE TRUE
                   WHEN WS-ROW-KEY = WS-TARGET-KEY
                       PERFORM 3600-TAKE-TARGET-END
                   WHEN WS-ROW-KEY < WS-TARGET-KEY
                       PERFORM 3700-ADD-HISTORY-RUN
                       PERFORM 7400-LOCATE-PRIOR-WINDOW
                       IF WS-PWN-IX > ZERO
                           AND WS-CALC-SECONDS
                               > WS-PWN-END-SECS (WS-PWN-IX)
                           MOVE WS-CALC-SECONDS
                               TO WS-PWN-END-SECS (WS-PWN-IX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3500-WIDEN-WINDOW-START.
           IF WS-WIN-START-STAMP = SPACES
               OR WS-ROW-STAMP < WS-WIN-START-STAMP
               MOVE WS-ROW-STAMP TO WS-WIN-START-STAMP
               MOVE WS-CALC-SECONDS TO WS-WIN-START-SECS
           END-IF.

       3550-WIDEN-WINDOW-END.
           IF WS-WIN-END-STAMP = SPACES
               OR WS-ROW-STAMP > WS-WIN-END-STAMP
               MOVE WS-ROW-STAMP TO WS-WIN-END-STAMP
               MOVE WS-CALC-SECONDS TO WS-WIN-END-SECS
           END-IF.

       3600-TAKE-TARGET-END.
           SET STP-ENDED (WS-STEP-IX) TO TRUE
           MOVE STEP-STAMP-TIME TO WS-STP-END-TIME (WS-STEP-IX)
           MOVE WS-PAIR-ELAPSED TO WS-STP-ELAPSED (WS-STEP-IX)
           MOVE STEP-RECORD-COUNT TO WS-STP-RECORDS (WS-STEP-IX)
           PERFORM 3550-WIDEN-WINDOW-END.

       3700-ADD-HISTORY-RUN.
           IF WS-STP-HIST-COUNT (WS-STEP-IX) < WS-HIST-LIMIT
               ADD 1 TO WS-STP-HIST-COUNT (WS-STEP-IX)
           ELSE
               PERFORM 3710-SHIFT-HISTORY-SLOT
                   VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX >= WS-STP-HIST-COUNT (WS-STEP-IX)
           END-IF
           MOVE WS-STP-HIST-COUNT (WS-STEP-IX) TO WS-HIST-IX
           MOVE WS-PAIR-ELAPSED
               TO WS-STP-HIST-ELAPSED (WS-STEP-IX, WS-HIST-IX)
           MOVE STEP-RECORD-COUNT
               TO WS-STP-HIST-RECORDS (WS-STEP-IX, WS-HIST-IX).

       3710-SHIFT-HISTORY-SLOT.
           MOVE WS-STP-HIST-ENTRY (WS-STEP-IX, WS-HIST-IX + 1)
               TO WS-STP-HIST-ENTRY (WS-STEP-IX, WS-HIST-IX).

       4000-GRADE-STEPS.
           PERFORM 4100-GRADE-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           IF WS-WIN-START-STAMP NOT = SPACES
               AND WS-WIN-END-STAMP NOT = SPACES
               AND WS-WIN-END-SECS > WS-WIN-START-SECS
               COMPUTE WS-WIN-ELAPSED =
                   WS-WIN-END-SECS - WS-WIN-START-SECS
           END-IF
           MOVE ZERO TO WS-PWN-TAKEN
           MOVE ZERO TO WS-WIN-SUM
           PERFORM 4200-TAKE-PRIOR-WINDOW
               VARYING WS-PWN-SUB FROM WS-PWN-COUNT BY -1
               UNTIL WS-PWN-SUB = ZERO
               OR WS-PWN-TAKEN >= WS-HIST-LIMIT
           IF WS-PWN-TAKEN > ZERO
               COMPUTE WS-WIN-AVERAGE ROUNDED =
                   WS-WIN-SUM / WS-PWN-TAKEN
           END-IF.

       4100-GRADE-ONE-STEP.
           IF STP-ENDED (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-ENDED
               IF STP-HAS-TARGET (WS-STEP-SUB)
                   AND WS-STP-ELAPSED (WS-STEP-SUB)
                       > WS-STP-TARGET-SECS (WS-STEP-SUB)
                   SET STP-BREACHED (WS-STEP-SUB) TO TRUE
                   ADD 1 TO WS-STEP-BREACHES
               END-IF
           END-IF
           IF STP-RUNNING (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-OPEN
           END-IF.

       4200-TAKE-PRIOR-WINDOW.
      *    Newest nights first; a night with no end logged (or none
      *    of its start) has no window to average.
           IF WS-PWN-START-SECS (WS-PWN-SUB) > ZERO
               AND WS-PWN-END-SECS (WS-PWN-SUB)
                   > WS-PWN-START-SECS (WS-PWN-SUB)
               ADD 1 TO WS-PWN-TAKEN
               COMPUTE WS-WIN-SUM = WS-WIN-SUM
                   + WS-PWN-END-SECS (WS-PWN-SUB)
                   - WS-PWN-START-SECS (WS-PWN-SUB)
           END-IF.

       5000-WRITE-TIMING-REPORT.
           MOVE WS-RUN-DATE-X TO TIME-HDR-DATE
           MOVE WS-RUN-CYCLE-X TO TIME-HDR-CYCLE
           MOVE WS-CURRENT-DATE TO TIME-HDR-RUN-DATE
           MOVE WS-TIME-HEADER-LINE TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           MOVE WS-HIST-LIMIT TO WS-FMT-EDIT-2
           MOVE SPACES TO TIME-RPT-RECORD
           STRING 'TRAILING AVERAGES OVER THE LAST ' WS-FMT-EDIT-2
               ' COMPLETED RUNS BEFORE THIS DATE AND CYCLE - '
               'N IS RUNS AVERAGED, TRY IS ATTEMPTS LOGGED TONIGHT'
               DELIMITED BY SIZE INTO TIME-RPT-RECORD
           END-STRING
           WRITE TIME-RPT-RECORD
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           MOVE WS-TIME-COLUMN-LINE TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           PERFORM 5100-WRITE-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           PERFORM 5300-WRITE-WINDOW-LINES
           PERFORM 5400-WRITE-LOG-NOTES.

       5100-WRITE-STEP-LINE.
           MOVE SPACES TO WS-TIME-DETAIL-LINE
           MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO TIME-DTL-PROGRAM
           EVALUATE TRUE
               WHEN STP-ENDED (WS-STEP-SUB)
                   MOVE 'ENDED' TO TIME-DTL-STATUS
               WHEN STP-RUNNING (WS-STEP-SUB)
                   MOVE 'NO END' TO TIME-DTL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO TIME-DTL-STATUS
           END-EVALUATE
           IF NOT STP-NOT-RUN (WS-STEP-SUB)
               MOVE WS-STP-START-DATE (WS-STEP-SUB)
                   TO TIME-DTL-START-DATE
               MOVE WS-STP-START-TIME (WS-STEP-SUB) TO WS-FMT-CLOCK
               PERFORM 7250-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK-HMS TO TIME-DTL-START-TIME
               MOVE WS-STP-ATTEMPTS (WS-STEP-SUB) TO TIME-DTL-ATTEMPTS
           END-IF
           IF STP-ENDED (WS-STEP-SUB)
               MOVE WS-STP-END-TIME (WS-STEP-SUB) TO WS-FMT-CLOCK
               PERFORM 7250-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK-HMS TO TIME-DTL-END-TIME
               MOVE WS-STP-ELAPSED (WS-STEP-SUB) TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-FMT-HMS-X TO TIME-DTL-ELAPSED
               MOVE WS-STP-RECORDS (WS-STEP-SUB) TO TIME-DTL-RECORDS
               MOVE WS-STP-RECORDS (WS-STEP-SUB) TO WS-RATE-RECORDS
               MOVE WS-STP-ELAPSED (WS-STEP-SUB) TO WS-RATE-SECONDS
               PERFORM 7100-COMPUTE-RATE
               MOVE WS-RATE-PER-MIN TO TIME-DTL-RATE
           END-IF
           IF STP-HAS-TARGET (WS-STEP-SUB)
               MOVE WS-STP-TARGET-SECS (WS-STEP-SUB) TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-FMT-HMS-X TO TIME-DTL-TARGET
           ELSE
               MOVE 'NONE' TO TIME-DTL-TARGET
           END-IF
           MOVE WS-STP-HIST-COUNT (WS-STEP-SUB) TO TIME-DTL-HIST-RUNS
           IF WS-STP-HIST-COUNT (WS-STEP-SUB) > ZERO
               PERFORM 5200-WRITE-STEP-AVERAGES
           END-IF
           IF STP-BREACHED (WS-STEP-SUB)
               MOVE 'SLA BREACH' TO TIME-DTL-FLAG
           END-IF
           MOVE WS-TIME-DETAIL-LINE TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD.

       5200-WRITE-STEP-AVERAGES.
           MOVE ZERO TO WS-HIST-SUM-ELAPSED
           MOVE ZERO TO WS-HIST-SUM-RECORDS
           PERFORM 5250-ADD-HISTORY-RUN
               VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-STP-HIST-COUNT (WS-STEP-SUB)
           COMPUTE WS-HIST-AVG-ELAPSED ROUNDED =
               WS-HIST-SUM-ELAPSED / WS-STP-HIST-COUNT (WS-STEP-SUB)
           MOVE WS-HIST-AVG-ELAPSED TO WS-FMT-SECONDS
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-FMT-HMS-X TO TIME-DTL-AVG-ELAPSED
           MOVE WS-HIST-SUM-RECORDS TO WS-RATE-RECORDS
           MOVE WS-HIST-SUM-ELAPSED TO WS-RATE-SECONDS
           PERFORM 7100-COMPUTE-RATE
           MOVE WS-RATE-PER-MIN TO TIME-DTL-AVG-RATE
      *    How far tonight's elapsed sits above (or below) the
      *    trailing average, as a whole percentage.
           IF STP-ENDED (WS-STEP-SUB)
               AND WS-HIST-AVG-ELAPSED > ZERO
               COMPUTE WS-VS-AVG-PCT ROUNDED =
                   (WS-STP-ELAPSED (WS-STEP-SUB) - WS-HIST-AVG-ELAPSED)
                   * 100 / WS-HIST-AVG-ELAPSED
                   ON SIZE ERROR
                       MOVE 9999 TO WS-VS-AVG-PCT
               END-COMPUTE
               MOVE WS-VS-AVG-PCT TO TIME-DTL-VS-AVG
               MOVE '%' TO TIME-DTL-VS-PCT
           END-IF.

       5250-ADD-HISTORY-RUN.
           ADD WS-STP-HIST-ELAPSED (WS-STEP-SUB, WS-HIST-IX)
               TO WS-HIST-SUM-ELAPSED
           ADD WS-STP-HIST-RECORDS (WS-STEP-SUB, WS-HIST-IX)
               TO WS-HIST-SUM-RECORDS.

       5300-WRITE-WINDOW-LINES.
           MOVE SPACES TO TIME-RPT-RECORD
           IF WS-WIN-START-STAMP = SPACES
               STRING 'BATCH WINDOW: NO STEPS LOGGED FOR '
                   WS-RUN-DATE-X ' CYCLE ' WS-RUN-CYCLE-X
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
               WRITE TIME-RPT-RECORD
           ELSE
               MOVE WS-WIN-START-TIME TO WS-FMT-CLOCK
               PERFORM 7250-FORMAT-CLOCK
               STRING 'BATCH WINDOW: FIRST START ' WS-WIN-START-DATE
                   ' ' WS-FMT-CLOCK-HMS
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
               WRITE TIME-RPT-RECORD
               MOVE SPACES TO TIME-RPT-RECORD
               IF WS-WIN-END-STAMP = SPACES
                   STRING '              NO STEP HAS LOGGED AN END'
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
               ELSE
                   MOVE WS-WIN-END-TIME TO WS-FMT-CLOCK
                   PERFORM 7250-FORMAT-CLOCK
                   MOVE WS-WIN-ELAPSED TO WS-FMT-SECONDS
                   PERFORM 7200-FORMAT-DURATION
                   STRING '              LAST END    ' WS-WIN-END-DATE
                       ' ' WS-FMT-CLOCK-HMS
                       '  ELAPSED ' WS-FMT-HMS-X
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
               END-IF
               WRITE TIME-RPT-RECORD
           END-IF
           MOVE SPACES TO TIME-RPT-RECORD
           IF WINDOW-HAS-TARGET
               MOVE WS-WIN-TARGET-SECS TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               STRING '              WINDOW TARGET ' WS-FMT-HMS-X
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           ELSE
               STRING '              WINDOW TARGET NONE'
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           END-IF
           WRITE TIME-RPT-RECORD
           MOVE SPACES TO TIME-RPT-RECORD
           IF WS-PWN-TAKEN > ZERO
               MOVE WS-WIN-AVERAGE TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-PWN-TAKEN TO WS-FMT-EDIT-2
               STRING '              TRAILING AVERAGE ' WS-FMT-HMS-X
                   ' OVER ' WS-FMT-EDIT-2 ' PRIOR NIGHTS'
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           ELSE
               STRING '              TRAILING AVERAGE NONE - NO '
                   'PRIOR NIGHTS ON THE LOG'
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           END-IF
           WRITE TIME-RPT-RECORD
           PERFORM 5350-SET-WINDOW-STATUS
           MOVE SPACES TO TIME-RPT-RECORD
           STRING '              STEPS ENDED: ' WS-STEPS-ENDED
               '  STILL OPEN: ' WS-STEPS-OPEN
               '  STEP SLA BREACHES: ' WS-STEP-BREACHES
               DELIMITED BY SIZE INTO TIME-RPT-RECORD
           END-STRING
           WRITE TIME-RPT-RECORD
           MOVE SPACES TO TIME-RPT-RECORD
           EVALUATE TRUE
               WHEN BWIN-NO-STEPS
                   STRING '              WINDOW STATUS: NO STEPS '
                       'LOGGED'
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
               WHEN BWIN-BREACHED
                   STRING '              WINDOW STATUS: SLA BREACH'
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
               WHEN BWIN-INCOMPLETE
                   STRING '              WINDOW STATUS: INCOMPLETE '
                       '- STEPS WITH NO END'
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING '              WINDOW STATUS: WITHIN '
                       'TARGET'
                       DELIMITED BY SIZE INTO TIME-RPT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE TIME-RPT-RECORD.

       5350-SET-WINDOW-STATUS.
      *    A breach outranks an open step: the night already missed
      *    its mark whether or not the rest of it finished.
           MOVE SPACES TO BWIN-RECORD
           EVALUATE TRUE
               WHEN WS-WIN-START-STAMP = SPACES
                   SET BWIN-NO-STEPS TO TRUE
               WHEN WS-STEP-BREACHES > ZERO
                   SET BWIN-BREACHED TO TRUE
               WHEN WINDOW-HAS-TARGET
                   AND WS-WIN-ELAPSED > WS-WIN-TARGET-SECS
                   SET BWIN-BREACHED TO TRUE
               WHEN WS-STEPS-OPEN > ZERO
                   SET BWIN-INCOMPLETE TO TRUE
               WHEN OTHER
                   SET BWIN-WITHIN-TARGET TO TRUE
           END-EVALUATE.

       5400-WRITE-LOG-NOTES.
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           MOVE SPACES TO TIME-RPT-RECORD
           IF STEP-LOG-ON-HAND
               STRING 'STEP LOG ROWS READ: ' WS-LOG-ROWS-READ
                   '  NOT A CHAIN STEP OR UNREADABLE: '
                   WS-LOG-ROWS-IGNORED
                   '  ENDS WITH NO START: ' WS-UNPAIRED-ENDS
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           ELSE
               STRING 'STEP LOG NOT AVAILABLE - NO STEPS TIMED'
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
           END-IF
           WRITE TIME-RPT-RECORD
           IF NOT TARGET-DECK-ON-HAND
               MOVE SPACES TO TIME-RPT-RECORD
               STRING 'TARGET DECK NOT AVAILABLE - NO STEP IS '
                   'GRADED AGAINST A TARGET'
                   DELIMITED BY SIZE INTO TIME-RPT-RECORD
               END-STRING
               WRITE TIME-RPT-RECORD
           END-IF.

       6000-WRITE-WINDOW-RECORD.
      *    BWIN-STATUS was set when the window lines were graded;
      *    the rest of the record is filled in around it.
           MOVE WS-RUN-DATE-X TO BWIN-BUSINESS-DATE
           MOVE WS-RUN-CYCLE-X TO BWIN-CYCLE
           MOVE WS-WIN-START-DATE TO BWIN-START-DATE
           MOVE WS-WIN-START-TIME TO BWIN-START-TIME
           MOVE WS-WIN-END-DATE TO BWIN-END-DATE
           MOVE WS-WIN-END-TIME TO BWIN-END-TIME
           MOVE WS-WIN-ELAPSED TO BWIN-ELAPSED-SECONDS
           MOVE WS-WIN-TARGET-SECS TO BWIN-TARGET-SECONDS
           MOVE WS-WIN-AVERAGE TO BWIN-AVERAGE-SECONDS
           MOVE WS-PWN-TAKEN TO BWIN-AVERAGE-NIGHTS
           MOVE WS-STEPS-ENDED TO BWIN-STEPS-ENDED
           MOVE WS-STEPS-OPEN TO BWIN-STEPS-OPEN
           MOVE WS-STEP-BREACHES TO BWIN-STEP-BREACHES
           OPEN OUTPUT BWIN-FILE
           IF WS-BWIN-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN BATCHWIN, STATUS='
                   WS-BWIN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           MOVE BWIN-RECORD TO BWIN-FILE-RECORD
           WRITE BWIN-FILE-RECORD
           CLOSE BWIN-FILE.

       7000-COMPUTE-STAMP-SECONDS.
      *    Seconds since the calendar epoch, so an elapsed time is a
      *    plain subtraction even across midnight or a month end.
           MOVE STEP-STAMP-DATE TO WS-CALC-DATE
           MOVE STEP-STAMP-TIME TO WS-CALC-TIME
           COMPUTE WS-CALC-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

       7100-COMPUTE-RATE.
      *    A step that finished inside the clock's second is rated
      *    as if it took one.
           IF WS-RATE-SECONDS = ZERO
               MOVE 1 TO WS-RATE-SECONDS
           END-IF
           COMPUTE WS-RATE-PER-MIN ROUNDED =
               WS-RATE-RECORDS * 60 / WS-RATE-SECONDS
               ON SIZE ERROR
                   MOVE 999999999 TO WS-RATE-PER-MIN
           END-COMPUTE.

       7200-FORMAT-DURATION.
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

       7250-FORMAT-CLOCK.
           MOVE SPACES TO WS-FMT-CLOCK-HMS
           STRING WS-FMT-CLOCK-HH ':' WS-FMT-CLOCK-MM ':'
               WS-FMT-CLOCK-SS
               DELIMITED BY SIZE INTO WS-FMT-CLOCK-HMS
           END-STRING.

       7300-LOCATE-STEP-SLOT.
           MOVE ZERO TO WS-STEP-IX
           PERFORM 7310-SCAN-STEP-SLOT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-STEP-IX > ZERO.

       7310-SCAN-STEP-SLOT.
           IF WS-STP-PROGRAM (WS-STEP-SUB) = WS-LOOKUP-PROGRAM
               MOVE WS-STEP-SUB TO WS-STEP-IX
           END-IF.

       7400-LOCATE-PRIOR-WINDOW.
           MOVE ZERO TO WS-PWN-IX
           PERFORM 7410-SCAN-PRIOR-WINDOW
               VARYING WS-PWN-SUB FROM 1 BY 1
               UNTIL WS-PWN-SUB > WS-PWN-COUNT
               OR WS-PWN-IX > ZERO
           IF WS-PWN-IX = ZERO
               PERFORM 7420-INSERT-PRIOR-WINDOW
           END-IF.

       7410-SCAN-PRIOR-WINDOW.
           IF WS-PWN-KEY (WS-PWN-SUB) = WS-ROW-KEY
               MOVE WS-PWN-SUB TO WS-PWN-IX
           END-IF.

       7420-INSERT-PRIOR-WINDOW.
      *    Slots stay in date and cycle order. A full table sheds its
      *    oldest night to take a newer one; a night older than
      *    everything it holds is not wanted.
           SET PRIOR-WINDOW-WANTED TO TRUE
           IF WS-PWN-COUNT = WS-PWN-LIMIT
               IF WS-ROW-KEY < WS-PWN-KEY (1)
                   MOVE 'N' TO WS-PWN-WANTED-SW
               ELSE
                   PERFORM 7430-SHED-OLDEST-WINDOW
                       VARYING WS-PWN-SUB FROM 1 BY 1
                       UNTIL WS-PWN-SUB >= WS-PWN-COUNT
                   SUBTRACT 1 FROM WS-PWN-COUNT
               END-IF
           END-IF
           IF PRIOR-WINDOW-WANTED
               COMPUTE WS-PWN-IX = WS-PWN-COUNT + 1
               PERFORM 7440-FIND-INSERT-SLOT
                   VARYING WS-PWN-SUB FROM 1 BY 1
                   UNTIL WS-PWN-SUB > WS-PWN-COUNT
               PERFORM 7450-MAKE-ROOM
                   VARYING WS-PWN-SUB FROM WS-PWN-COUNT BY -1
                   UNTIL WS-PWN-SUB < WS-PWN-IX
               ADD 1 TO WS-PWN-COUNT
               MOVE WS-ROW-KEY TO WS-PWN-KEY (WS-PWN-IX)
               MOVE ZERO TO WS-PWN-START-SECS (WS-PWN-IX)
               MOVE ZERO TO WS-PWN-END-SECS (WS-PWN-IX)
           END-IF.

       7430-SHED-OLDEST-WINDOW.
           MOVE WS-PWN-ENTRY (WS-PWN-SUB + 1)
               TO WS-PWN-ENTRY (WS-PWN-SUB).

       7440-FIND-INSERT-SLOT.
           IF WS-PWN-KEY (WS-PWN-SUB) > WS-ROW-KEY
               AND WS-PWN-SUB < WS-PWN-IX
               MOVE WS-PWN-SUB TO WS-PWN-IX
           END-IF.

       7450-MAKE-ROOM.
           MOVE WS-PWN-ENTRY (WS-PWN-SUB)
               TO WS-PWN-ENTRY (WS-PWN-SUB + 1).

       8000-FINALIZE.
           CLOSE TIME-RPT-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCTIME ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
