      *  A zero or blank retention retains everything for that file.
      *  Prints a disposition report of what was archived and what
      *  was retained. The companion CALCREST transaction restores an
      *  archived day back into RESULTFILE on request. Each run logs a
      *  start row and an end row, with its record count and return
      *  code, to the shared step-timing log (STEPREC copybook) that
      *  the CALCTIME batch-window report reads.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-RPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY RESULTREC.

       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-RECORD          PIC X(123).

       FD  XREF-FILE.
       COPY XREFREC.
       FD  ARCH-RPT-FILE.
       01  ARCH-RPT-RECORD             PIC X(132).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY ARCHREC.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-EXCP-NEW-STATUS      PIC XX    VALUE '00'.
           05  WS-EXCP-ARCH-STATUS     PIC XX    VALUE '00'.
           05  WS-ARCH-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).
           05  WS-BUSINESS-DATE-X      PIC X(8).
           05  WS-RUN-CYCLE-X          PIC X(2)  VALUE '01'.

       01  WS-CUTOFF-DATES.
           05  WS-RESULT-CUTOFF        PIC X(8)  VALUE SPACES.
           PERFORM 3000-ARCHIVE-AUDIT-REPORT
           PERFORM 4000-ARCHIVE-EXCEPTION-LOG
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 1200-SET-CUTOFF-DATES
           PERFORM 9700-LOG-STEP-START
           OPEN OUTPUT ARCH-RPT-FILE
           IF WS-ARCH-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN ARCHRPT, STATUS='
               CLOSE PARM-FILE
           END-IF.

       1150-SET-BUSINESS-DATE.
      *    Retention ages off from the system date as it always has;
      *    the business date and cycle only label this step's
      *    timing rows, so the archive lines up with the rest of
      *    the night it ran in.
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           ELSE
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE-X
           END-IF
           IF PARM-CYCLE-NUMBER IS NUMERIC
               AND PARM-CYCLE-NUMBER > ZERO
               MOVE PARM-CYCLE-NUMBER TO WS-RUN-CYCLE-X
           ELSE
               MOVE '01' TO WS-RUN-CYCLE-X
           END-IF.

       1200-SET-CUTOFF-DATES.
      *    A cutoff of spaces means no retention was given for that
      *    file: spaces compare lower than any digit string, so every
           END-IF
           WRITE ARCH-RPT-RECORD.

       9700-LOG-STEP-START.
           MOVE SPACES TO STEP-RECORD
           SET STEP-STARTED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
           MOVE ZERO TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9710-LOG-STEP-END.
           MOVE SPACES TO STEP-RECORD
           SET STEP-ENDED TO TRUE
           ADD WS-RESULT-ARCHIVED WS-RESULT-RETAINED
               GIVING STEP-RECORD-COUNT
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9720-WRITE-STEP-RECORD.
      *    The timing log is shared by every step of the chain, so it
      *    is opened for the one row and closed again. A lost timing
      *    row must never cost the night's processing: a log that
      *    will not open is reported and the step carries on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-BUSINESS-DATE-X TO STEP-BUSINESS-DATE
           MOVE WS-RUN-CYCLE-X TO STEP-CYCLE
           MOVE 'CALCARCH' TO STEP-PROGRAM
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
               DISPLAY 'CALCARCH: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCARCH ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
