      *  copybook) - a file header with sender id, file date, and a
      *  unique file sequence number, one detail per extract detail
      *  in their layout, and a trailer with the detail count and an
      *  amount hash total. Each detail carries the sender id the
      *  ledger registered for its company, read from the company
      *  master (COMPREC); a company with no sender id of its own
      *  travels under the file's sender id. The sequence number is
      *  assigned from and persisted to the sequence file, and every
      *  transmission is logged by business date, cycle, and
      *  sequence number so the desk can prove what was sent when.
      *  PARM-XMIT-RESEND
      *  regenerates a file under an earlier sequence number for
      *  retransmission - the JCL points GLEXTRACT at that day's
      *  kept extract, the counter is not bumped, and the log
      *  records the resend - which is how a sequence-number gap
      *  complaint from their intake desk gets answered. Our own
      *  control trailers do not travel; the verifier has already
      *  reconciled them before the gate released the file. Each run
      *  logs a start row and an end row, with its record count and
      *  return code, to the shared step-timing log (STEPREC copybook)
      *  that the CALCTIME batch-window report reads.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMITLOG-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  XMITLOG-FILE.
       01  XMITLOG-FILE-RECORD         PIC X(80).

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY GLEXTRACT.
       COPY XMITREC.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-XMIT-STATUS          PIC XX    VALUE '00'.
           05  WS-XMITSEQ-STATUS       PIC XX    VALUE '00'.
           05  WS-XMITLOG-STATUS       PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

      *    header.
       01  WS-SENDER-ID                PIC X(8)  VALUE 'CALCGL01'.

      *    Details arrive grouped by company, so the company master
      *    is read once per change of company rather than per
      *    detail.
       01  WS-DETAIL-SENDER-FIELDS.
           05  WS-SENDER-COMPANY       PIC X(3)  VALUE HIGH-VALUES.
           05  WS-COMPANY-SENDER-ID    PIC X(8)  VALUE SPACES.

       01  WS-SEQUENCE-FIELDS.
           05  WS-LAST-SEQUENCE        PIC 9(6)  VALUE ZERO.
           05  WS-FILE-SEQUENCE        PIC 9(6)  VALUE ZERO.
           PERFORM 2000-FORMAT-DETAILS
               UNTIL GL-EOF
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           PERFORM 1200-ASSIGN-FILE-SEQUENCE
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYFILE, STATUS='
                   WS-COMPANY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1300-WRITE-FILE-HEADER
           PERFORM 1400-READ-NEXT-GL-RECORD.

           MOVE GL-DR-CR-INDICATOR TO XMIT-DTL-DR-CR
           MOVE GL-ACCOUNT TO XMIT-DTL-ACCOUNT
           MOVE GL-COST-CENTER TO XMIT-DTL-COST-CENTER
           IF GL-COMPANY-CODE NOT = WS-SENDER-COMPANY
               PERFORM 2200-RESOLVE-COMPANY-SENDER
           END-IF
           MOVE WS-COMPANY-SENDER-ID TO XMIT-DTL-SENDER-ID
           MOVE SPACES TO XMIT-FILE-RECORD
           MOVE XMIT-DETAIL-RECORD TO XMIT-FILE-RECORD (1:56)
           WRITE XMIT-FILE-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD GL-AMOUNT TO WS-HASH-TOTAL.

       2200-RESOLVE-COMPANY-SENDER.
           MOVE GL-COMPANY-CODE TO WS-SENDER-COMPANY
           MOVE WS-SENDER-ID TO WS-COMPANY-SENDER-ID
           MOVE GL-COMPANY-CODE TO COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMPANY-SENDER-ID NOT = SPACES
                       MOVE COMPANY-SENDER-ID TO WS-COMPANY-SENDER-ID
                   END-IF
           END-READ.

       8000-FINALIZE.
           PERFORM 8050-WRITE-FILE-TRAILER
           CLOSE GL-FILE
           CLOSE XMIT-FILE
           CLOSE COMPANY-FILE
           IF NOT RESEND-RUN
               PERFORM 8100-PERSIST-SEQUENCE
           END-IF
           WRITE XMITLOG-FILE-RECORD
           CLOSE XMITLOG-FILE.

       9700-LOG-STEP-START.
           MOVE SPACES TO STEP-RECORD
           SET STEP-STARTED TO TRUE
           MOVE ZERO TO STEP-RECORD-COUNT
           MOVE ZERO TO STEP-RETURN-CODE
           PERFORM 9720-WRITE-STEP-RECORD.

       9710-LOG-STEP-END.
           MOVE SPACES TO STEP-RECORD
           SET STEP-ENDED TO TRUE
           MOVE WS-DETAILS-WRITTEN TO STEP-RECORD-COUNT
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
           MOVE 'CALCXMIT' TO STEP-PROGRAM
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
               DISPLAY 'CALCXMIT: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCXMIT ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
