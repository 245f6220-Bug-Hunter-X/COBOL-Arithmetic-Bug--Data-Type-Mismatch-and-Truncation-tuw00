      *  other state - day missing, run not complete, verify pending
      *  or failed - ends with return code 8 so the transmission JCL
      *  holds the extract automatically instead of shipping a bad
      *  or unverified file. Each run logs a start row and an end row,
      *  with its record count and return code, to the shared
      *  step-timing log (STEPREC copybook) that the CALCTIME
      *  batch-window report reads.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  RUNCTL-FILE.
       COPY RUNCTLREC.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-RUNCTL-STATUS        PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-GATE-RESULT-SW       PIC X     VALUE 'N'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           PERFORM 1000-CHECK-RUN-CONTROL
           IF GATE-CLEARED
               DISPLAY 'CALCGATE: DATE ' WS-RUN-DATE-X
                   ' NOT RELEASABLE - EXTRACT HELD'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       0100-READ-PARAMETER-CARD.
                   DISPLAY 'CALCGATE: VERIFY NOT YET RUN FOR DATE '
                       WS-RUN-DATE-X
           END-EVALUATE.

       9700-LOG-STEP-START.
           MOVE SPACES TO STEP-RECORD
           SET STEP-STARTED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
           MOVE ZERO TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9710-LOG-STEP-END.
           MOVE SPACES TO STEP-RECORD
           SET STEP-ENDED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
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
           MOVE 'CALCGATE' TO STEP-PROGRAM
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
               DISPLAY 'CALCGATE: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.
