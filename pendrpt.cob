       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPEND.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCPEND
      *  Pending maintenance report. Lists every TRANFILE and
      *  GLMAPFILE change CALCMNT or CALCGLM has staged on the
      *  pending-change file (PENDREC copybook) that no checker has
      *  yet approved or rejected through CALCAPRV: the file and key,
      *  the action, the maker, when it was keyed, and its age in
      *  days at the business date. A change older than
      *  PARM-PEND-AGE-DAYS on the parameter card (5 days when the
      *  card leaves it blank or zero) is flagged as aged, so
      *  changes nobody has picked up are chased before they go
      *  stale against the files they were keyed against. The
      *  business date comes from PARM-BUSINESS-DATE like the rest of
      *  the chain. Read-only: nothing is approved, dropped or
      *  changed here. A pending file that does not exist yet means
      *  nothing has ever been staged and prints an empty report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PEND-RPT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  PEND-FILE.
       COPY PENDREC.

       FD  PEND-RPT-FILE.
       01  PEND-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PARMREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-PEND-STATUS          PIC XX    VALUE '00'.
           05  WS-PEND-RPT-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  EOF-REACHED             VALUE 'Y'.
           05  WS-PEND-FILE-SW         PIC X     VALUE 'N'.
               88  PENDING-FILE-ON-HAND    VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).
           05  WS-RUN-DATE             REDEFINES WS-RUN-DATE-X
                                       PIC 9(8).

       01  WS-AGE-FIELDS.
           05  WS-PEND-AGE-DAYS        PIC 9(3)  VALUE 5.
           05  WS-MADE-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-AGE-IN-DAYS          PIC S9(5) VALUE ZERO.

       01  WS-PENDING-COUNTS.
           05  WS-PENDING-TOTAL        PIC 9(7)  VALUE ZERO.
           05  WS-PENDING-TRAN         PIC 9(7)  VALUE ZERO.
           05  WS-PENDING-GLMAP        PIC 9(7)  VALUE ZERO.
           05  WS-PENDING-AGED         PIC 9(7)  VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-FILE              PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-KEY               PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-ACTION            PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-MAKER             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-MADE-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-MADE-TIME         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-AGED-FLAG         PIC X(9).
           05  FILLER                  PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-PENDING-CHANGE
               UNTIL EOF-REACHED
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-RUN-VALUES
           OPEN OUTPUT PEND-RPT-FILE
           IF WS-PEND-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN PENDRPT, STATUS='
                   WS-PEND-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADER
           OPEN INPUT PEND-FILE
           EVALUATE WS-PEND-STATUS
               WHEN '00'
                   SET PENDING-FILE-ON-HAND TO TRUE
                   PERFORM 1500-READ-NEXT-PENDING
               WHEN '35'
                   SET EOF-REACHED TO TRUE
               WHEN OTHER
                   STRING 'UNABLE TO OPEN PENDFILE, STATUS='
                       WS-PEND-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-EVALUATE.

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

       1150-SET-RUN-VALUES.
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-X
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
           END-IF
           IF PARM-PEND-AGE-DAYS IS NUMERIC
               AND PARM-PEND-AGE-DAYS > ZERO
               MOVE PARM-PEND-AGE-DAYS TO WS-PEND-AGE-DAYS
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO PEND-RPT-RECORD
           STRING 'PENDING MAINTENANCE REPORT  RUN DATE '
               WS-RUN-DATE-X
               '  AGED AFTER ' WS-PEND-AGE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO PEND-RPT-RECORD
           END-STRING
           WRITE PEND-RPT-RECORD
           MOVE SPACES TO PEND-RPT-RECORD
           STRING 'FILE       KEY            ACTION  MAKER     '
               'KEYED ON         AGE'
               DELIMITED BY SIZE INTO PEND-RPT-RECORD
           END-STRING
           WRITE PEND-RPT-RECORD.

       1500-READ-NEXT-PENDING.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.

       2000-REPORT-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-TOTAL
           MOVE SPACES TO WS-DL-AGED-FLAG
           IF PEND-FOR-TRANFILE
               ADD 1 TO WS-PENDING-TRAN
               MOVE 'TRANFILE' TO WS-DL-FILE
           ELSE
               ADD 1 TO WS-PENDING-GLMAP
               MOVE 'GLMAPFILE' TO WS-DL-FILE
           END-IF
           MOVE PEND-RECORD-KEY TO WS-DL-KEY
           MOVE PEND-ACTION TO WS-DL-ACTION
           MOVE PEND-MAKER-ID TO WS-DL-MAKER
           MOVE PEND-MADE-DATE TO WS-DL-MADE-DATE
           MOVE PEND-MADE-TIME (1:6) TO WS-DL-MADE-TIME
           PERFORM 2100-AGE-PENDING-CHANGE
           MOVE WS-AGE-IN-DAYS TO WS-DL-AGE
           MOVE WS-DETAIL-LINE TO PEND-RPT-RECORD
           WRITE PEND-RPT-RECORD
           PERFORM 1500-READ-NEXT-PENDING.

       2100-AGE-PENDING-CHANGE.
      *    Age is whole days from the day it was keyed to the
      *    business date. A staged date that is not a date at all
      *    cannot be aged, so it is flagged for a look rather than
      *    left to sit unnoticed.
           MOVE ZERO TO WS-AGE-IN-DAYS
           IF PEND-MADE-DATE IS NUMERIC
               MOVE PEND-MADE-DATE TO WS-MADE-DATE
               IF WS-MADE-DATE < WS-RUN-DATE
                   COMPUTE WS-AGE-IN-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-MADE-DATE)
               END-IF
               IF WS-AGE-IN-DAYS > WS-PEND-AGE-DAYS
                   MOVE '*** AGED' TO WS-DL-AGED-FLAG
                   ADD 1 TO WS-PENDING-AGED
               END-IF
           ELSE
               MOVE '*** DATE?' TO WS-DL-AGED-FLAG
               ADD 1 TO WS-PENDING-AGED
           END-IF.

       8000-FINALIZE.
           MOVE SPACES TO PEND-RPT-RECORD
           STRING 'CHANGES PENDING: ' WS-PENDING-TOTAL
               ' TRANFILE: ' WS-PENDING-TRAN
               ' GLMAPFILE: ' WS-PENDING-GLMAP
               ' AGED UNAPPROVED: ' WS-PENDING-AGED
               DELIMITED BY SIZE INTO PEND-RPT-RECORD
           END-STRING
           WRITE PEND-RPT-RECORD
           IF PENDING-FILE-ON-HAND
               CLOSE PEND-FILE
           END-IF
           CLOSE PEND-RPT-FILE
           DISPLAY 'CALCPEND: CHANGES PENDING ' WS-PENDING-TOTAL
               ' AGED ' WS-PENDING-AGED.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCPEND ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
