      *  reconciliation line per company and an overall verdict that
      *  fails if any company fails, a detail arrives for a company
      *  with no trailer, or a trailer arrives with no details.
      *  The extract is a double-entry journal (every posting carries
      *  its contra to the clearing account), so the verifier also
      *  proves total debits equal total credits for each company
      *  and for the file as a whole; an out-of-balance company
      *  fails the same way a footing break does. Each company's
      *  result line carries the company name from the company
      *  master (COMPREC); the master is only a label here, so the
      *  verdict is still graded when it cannot be opened.
      *  Deliberately a separate program so the routine that produces
      *  totals is not the same one that grades whether they are
      *  complete. The verdict is also stamped on the day's
      *  run-control record (RUNCTLREC copybook) so the CALCGATE step
      *  ahead of the GL transmission can hold a failed extract, and
      *  the job step itself ends with return code 8 on a failure.
      *  Each run logs a start row and an end row, with its record
      *  count and return code, to the shared step-timing log (STEPREC
      *  copybook) that the CALCTIME batch-window report reads.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

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
       FD  RUNCTL-FILE.
       COPY RUNCTLREC.

       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GLEXTRACT.
       COPY PARMREC.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-GL-STATUS            PIC XX    VALUE '00'.
           05  WS-VFY-STATUS           PIC XX    VALUE '00'.
           05  WS-RUNCTL-STATUS        PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  EOF-REACHED             VALUE 'Y'.
           05  WS-COMPANY-FILE-SW      PIC X     VALUE 'N'.
               88  COMPANY-FILE-OPEN       VALUE 'Y'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.


       01  WS-VERIFY-TOTALS.
           05  WS-RECONCILE-RESULT     PIC X(4)     VALUE SPACES.
           05  WS-FILE-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-FILE-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-FILE-BALANCE-RESULT  PIC X(4)     VALUE SPACES.
           05  WS-GL-RECORDS-READ      PIC 9(9)     VALUE ZERO.

      *    One slot per company seen on the extract, details and
      *    trailers alike, so a company missing either side still
      *    gets a slot and fails its reconciliation.
       01  WS-VFY-COMPANY-AREA.
           05  WS-VCO-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-VCO-IX               PIC 9(3)  COMP VALUE ZERO.
           05  WS-VCO-SUB              PIC 9(3)  COMP VALUE ZERO.
           05  WS-VCO-ENTRY OCCURS 100 TIMES.
               10  WS-VCO-CODE         PIC X(3).
               10  WS-VCO-NAME         PIC X(30).
               10  WS-VCO-COMPUTED-TOTAL PIC 9(11)V99.
               10  WS-VCO-COMPUTED-COUNT PIC 9(9).
               10  WS-VCO-TRAILER-TOTAL PIC 9(11)V99.
               10  WS-VCO-TRAILER-COUNT PIC 9(9).
               10  WS-VCO-TRAILER-FOUND PIC X.
               10  WS-VCO-DEBIT-TOTAL  PIC 9(11)V99.
               10  WS-VCO-CREDIT-TOTAL PIC 9(11)V99.
               10  WS-VCO-RESULT       PIC X(4).

       01  VFY-REPORT-LINE.
               UNTIL EOF-REACHED
           PERFORM 3000-RECONCILE-AND-REPORT
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1050-READ-PARAMETER-CARD
           PERFORM 1060-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GLEXTRACT, STATUS='
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = '00'
               SET COMPANY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CALCVFY: COMPANYFILE NOT AVAILABLE, STATUS='
                   WS-COMPANY-STATUS
           END-IF
           PERFORM 1100-READ-NEXT-GL-RECORD.

       1050-READ-PARAMETER-CARD.
           READ GL-FILE INTO GL-EXTRACT-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-RECORDS-READ
           END-READ.

       2000-READ-AND-FOOT-RECORDS.
                   ADD 1 TO WS-VCO-COMPUTED-COUNT (WS-VCO-IX)
                   ADD GL-AMOUNT
                       TO WS-VCO-COMPUTED-TOTAL (WS-VCO-IX)
                   PERFORM 2050-FOOT-DEBIT-CREDIT
               WHEN GL-TRAILER-RECORD
                   PERFORM 2100-LOCATE-COMPANY
                   MOVE 'Y' TO WS-VCO-TRAILER-FOUND (WS-VCO-IX)
           END-EVALUATE
           PERFORM 1100-READ-NEXT-GL-RECORD.

       2050-FOOT-DEBIT-CREDIT.
           IF GL-IS-DEBIT
               ADD GL-AMOUNT TO WS-VCO-DEBIT-TOTAL (WS-VCO-IX)
               ADD GL-AMOUNT TO WS-FILE-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-VCO-CREDIT-TOTAL (WS-VCO-IX)
               ADD GL-AMOUNT TO WS-FILE-CREDIT-TOTAL
           END-IF.

       2100-LOCATE-COMPANY.
           MOVE ZERO TO WS-VCO-IX
           PERFORM 2200-SCAN-COMPANY-SLOT
               UNTIL WS-VCO-SUB > WS-VCO-COUNT
               OR WS-VCO-IX > ZERO
           IF WS-VCO-IX = ZERO
               IF WS-VCO-COUNT >= 100
                   STRING 'COMPANY TABLE FULL ON GLEXTRACT'
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   END-STRING
               MOVE ZERO TO WS-VCO-TRAILER-TOTAL (WS-VCO-IX)
               MOVE ZERO TO WS-VCO-TRAILER-COUNT (WS-VCO-IX)
               MOVE 'N' TO WS-VCO-TRAILER-FOUND (WS-VCO-IX)
               MOVE ZERO TO WS-VCO-DEBIT-TOTAL (WS-VCO-IX)
               MOVE ZERO TO WS-VCO-CREDIT-TOTAL (WS-VCO-IX)
               MOVE SPACES TO WS-VCO-RESULT (WS-VCO-IX)
               PERFORM 2300-LOAD-COMPANY-NAME
           END-IF.

       2200-SCAN-COMPANY-SLOT.
               MOVE WS-VCO-SUB TO WS-VCO-IX
           END-IF.

       2300-LOAD-COMPANY-NAME.
           MOVE SPACES TO WS-VCO-NAME (WS-VCO-IX)
           IF COMPANY-FILE-OPEN
               MOVE GL-COMPANY-CODE TO COMPANY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE '** NOT ON COMPANY MASTER **'
                           TO WS-VCO-NAME (WS-VCO-IX)
                   NOT INVALID KEY
                       MOVE COMPANY-NAME TO WS-VCO-NAME (WS-VCO-IX)
               END-READ
           END-IF.

       3000-RECONCILE-AND-REPORT.
      *    An empty extract (no companies at all) fails outright -
      *    CALCMAIN always writes a trailer for every company it saw.
                   VARYING WS-VCO-SUB FROM 1 BY 1
                   UNTIL WS-VCO-SUB > WS-VCO-COUNT
           END-IF
      *    File-level proof on top of the company proofs - it can only
      *    break if a company does, but the ledger loads the file as
      *    one journal, so the verdict states it for the file too.
           IF WS-FILE-DEBIT-TOTAL = WS-FILE-CREDIT-TOTAL
               MOVE 'PASS' TO WS-FILE-BALANCE-RESULT
           ELSE
               MOVE 'FAIL' TO WS-FILE-BALANCE-RESULT
               MOVE 'FAIL' TO WS-RECONCILE-RESULT
           END-IF
           PERFORM 3200-WRITE-REPORT.

       3100-RECONCILE-COMPANY.
                   WS-VCO-TRAILER-TOTAL (WS-VCO-SUB)
               AND WS-VCO-COMPUTED-COUNT (WS-VCO-SUB) =
                   WS-VCO-TRAILER-COUNT (WS-VCO-SUB)
               AND WS-VCO-DEBIT-TOTAL (WS-VCO-SUB) =
                   WS-VCO-CREDIT-TOTAL (WS-VCO-SUB)
               MOVE 'PASS' TO WS-VCO-RESULT (WS-VCO-SUB)
           ELSE
               MOVE 'FAIL' TO WS-VCO-RESULT (WS-VCO-SUB)
               DELIMITED BY SIZE INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD
           MOVE SPACES TO VFY-RPT-RECORD
           STRING 'FILE DEBITS: ' WS-FILE-DEBIT-TOTAL
               ' CREDITS: ' WS-FILE-CREDIT-TOTAL
               ' BALANCE: ' WS-FILE-BALANCE-RESULT
               DELIMITED BY SIZE INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD
           PERFORM 3300-WRITE-COMPANY-LINES
               VARYING WS-VCO-SUB FROM 1 BY 1
               UNTIL WS-VCO-SUB > WS-VCO-COUNT.
       3300-WRITE-COMPANY-LINES.
           MOVE SPACES TO VFY-RPT-RECORD
           STRING 'COMPANY ' WS-VCO-CODE (WS-VCO-SUB)
               ' ' WS-VCO-NAME (WS-VCO-SUB)
               ' RESULT: ' WS-VCO-RESULT (WS-VCO-SUB)
               DELIMITED BY SIZE INTO VFY-RPT-RECORD
           END-STRING
               ' TRAILER TOTAL: ' WS-VCO-TRAILER-TOTAL (WS-VCO-SUB)
               DELIMITED BY SIZE INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD

           MOVE SPACES TO VFY-RPT-RECORD
           STRING 'COMPANY ' WS-VCO-CODE (WS-VCO-SUB)
               ' DEBITS: ' WS-VCO-DEBIT-TOTAL (WS-VCO-SUB)
               ' CREDITS: ' WS-VCO-CREDIT-TOTAL (WS-VCO-SUB)
               DELIMITED BY SIZE INTO VFY-RPT-RECORD
           END-STRING
           WRITE VFY-RPT-RECORD.

       8000-FINALIZE.
           PERFORM 8100-STAMP-RUN-CONTROL
           CLOSE GL-FILE
           CLOSE VFY-RPT-FILE
           IF COMPANY-FILE-OPEN
               CLOSE COMPANY-FILE
           END-IF
           IF WS-RECONCILE-RESULT NOT = 'PASS'
               MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE WS-GL-RECORDS-READ TO STEP-RECORD-COUNT
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
           MOVE 'CALCVFY' TO STEP-PROGRAM
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
               DISPLAY 'CALCVFY: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCVFY ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
