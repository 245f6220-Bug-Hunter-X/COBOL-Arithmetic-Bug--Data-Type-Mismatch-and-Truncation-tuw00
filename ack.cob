      *  posted/unposted outcome is stamped on the day's run-control
      *  record (RUNCTLREC copybook) so an unacknowledged day shows
      *  the next morning instead of at month-end, and the job step
      *  ends with return code 8 when the day is unposted. Each run
      *  logs a start row and an end row, with its record count and
      *  return code, to the shared step-timing log (STEPREC copybook)
      *  that the CALCTIME batch-window report reads.
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
       COPY ACKREC.
       COPY GLEXTRACT.
       COPY PARMREC.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-GL-STATUS            PIC XX    VALUE '00'.
           05  WS-ACK-RPT-STATUS       PIC XX    VALUE '00'.
           05  WS-RUNCTL-STATUS        PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

               UNTIL GL-EOF
           PERFORM 3000-REPORT-UNMATCHED-ACKS
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1050-READ-PARAMETER-CARD
           PERFORM 1060-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN ACKFILE, STATUS='
               CLOSE RUNCTL-FILE
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
           MOVE WS-DETAILS-READ TO STEP-RECORD-COUNT
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
           MOVE 'CALCACK' TO STEP-PROGRAM
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
               DISPLAY 'CALCACK: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCACK ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
