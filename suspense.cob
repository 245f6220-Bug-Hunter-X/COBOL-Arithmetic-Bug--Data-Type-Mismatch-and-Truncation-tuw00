      *  transaction against the now-updated mapping file, and for
      *  every one that now resolves writes a reversal out of
      *  suspense and a repost to the proper account and cost center
      *  into the day's extract, each leg followed by its contra
      *  entry to the company's clearing account so the clearing
      *  stays a balanced journal. The suspense and clearing
      *  accounts are the company's own from the company master
      *  (COMPREC), with the house accounts as the fallback, the
      *  same resolution the daily driver used when it posted the
      *  item to suspense. The extract is pre-footed and
      *  extended with superseding company trailers (same pattern as
      *  the CALCMAIN correction reprocess) so CALCVFY still
      *  reconciles, and the day's verify verdict is reset to
      *  next job step swaps into place (same pattern as the
      *  CALCARCH exception-log age-off). Prints a clearing report
      *  with control totals. The business date comes from
      *  PARM-BUSINESS-DATE like the rest of the chain. Nothing is
      *  reclassed inside a closed accounting period (PCTLREC
      *  copybook, closed by CALCCLOS): the run is cancelled when
      *  its business date lies in a closed period, and a suspense
      *  row whose transaction is dated in one stays on the log,
      *  counted on the report, until CALCROPN reopens the period.
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

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

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

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY EXCPREC.
       COPY GLEXTRACT.
       COPY CTLTOTS.
       COPY STEPREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS          PIC XX    VALUE '00'.
           05  WS-GL-STATUS            PIC XX    VALUE '00'.
           05  WS-SUSP-RPT-STATUS      PIC XX    VALUE '00'.
           05  WS-RUNCTL-STATUS        PIC XX    VALUE '00'.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-STEP-LOG-STATUS      PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

               88  PREFOOT-EOF             VALUE 'Y'.
           05  WS-ROW-CLEARED-SW       PIC X     VALUE 'N'.
               88  ROW-CLEARED             VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND  VALUE 'Y'.
           05  WS-PERIOD-CLOSED-SW     PIC X     VALUE 'N'.
               88  DATE-IN-CLOSED-PERIOD   VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
           05  WS-RUN-CYCLE-X          PIC X(2)  VALUE '01'.

       01  WS-LOOKUP-COMPANY           PIC X(3)  VALUE SPACES.
       01  WS-PERIOD-CHECK-DATE        PIC X(8)  VALUE SPACES.

      *    House default accounts, overridden per company from the
      *    company master when the company's slot opens.
       01  WS-SUSPENSE-VALUES.
           05  WS-SUSPENSE-ACCOUNT     PIC X(8)  VALUE '99999999'.
           05  WS-SUSPENSE-COST-CENTER PIC X(4)  VALUE 'SUSP'.

       01  WS-CLEARING-VALUES.
           05  WS-CLEARING-ACCOUNT     PIC X(8)  VALUE '99999990'.
           05  WS-CLEARING-COST-CENTER PIC X(4)  VALUE 'CLRG'.

       01  WS-CLEARING-FIELDS.
           05  WS-CLEAR-AMOUNT         PIC 9(9)V99 VALUE ZERO.
           05  WS-ORIGINAL-SIDE        PIC X     VALUE SPACE.
           05  WS-ROWS-STILL-UNMAPPED  PIC 9(9)  VALUE ZERO.
           05  WS-ROWS-NO-TRAN         PIC 9(9)  VALUE ZERO.
           05  WS-ROWS-NO-RESULT       PIC 9(9)  VALUE ZERO.
           05  WS-ROWS-PERIOD-CLOSED   PIC 9(9)  VALUE ZERO.
           05  WS-DUP-ROWS-DROPPED     PIC 9(9)  VALUE ZERO.
           05  WS-OTHER-ROWS-KEPT      PIC 9(9)  VALUE ZERO.
           05  WS-CLEARED-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
           PERFORM 2000-PROCESS-EXCEPTION-ROWS
               UNTIL EXCP-EOF
           PERFORM 8000-FINALIZE
           PERFORM 9710-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1150-SET-BUSINESS-DATE
           PERFORM 9700-LOG-STEP-START
           PERFORM 1160-CHECK-CLOSED-PERIOD
           OPEN OUTPUT SUSP-RPT-FILE
           IF WS-SUSP-RPT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN SUSPRPT, STATUS='
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADER
      *    The company master is open before the pre-foot, which
      *    opens the company slots.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYFILE, STATUS='
                   WS-COMPANY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1300-PREFOOT-GL-EXTRACT
           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS NOT = '00'
               MOVE '01' TO WS-RUN-CYCLE-X
           END-IF.

       1160-CHECK-CLOSED-PERIOD.
      *    Checked before the report or the extract opens, so a
      *    refused run changes nothing. No period control file means
      *    no period has been closed yet.
           OPEN INPUT PCTL-FILE
           EVALUATE WS-PCTL-STATUS
               WHEN '00'
                   SET PERIOD-CONTROL-ON-HAND TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   STRING 'UNABLE TO OPEN PCTLFILE, STATUS='
                       WS-PCTL-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9900-ABEND-FILE-ERROR
           END-EVALUATE
           MOVE WS-RUN-DATE-X TO WS-PERIOD-CHECK-DATE
           PERFORM 1170-CHECK-DATE-PERIOD
           IF DATE-IN-CLOSED-PERIOD
               DISPLAY 'CALCSUSP: DATE ' WS-RUN-DATE-X
                   ' IS IN CLOSED PERIOD ' PCTL-PERIOD-START
                   ' - ' PCTL-PERIOD-END
               DISPLAY 'CALCSUSP CANCELLED: BUSINESS DATE IS IN A'
                   ' CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1170-CHECK-DATE-PERIOD.
      *    The first control record ending on or after the date is
      *    the only period that can contain it.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW
           IF PERIOD-CONTROL-ON-HAND
               MOVE WS-PERIOD-CHECK-DATE TO PCTL-PERIOD-END
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
                   AND PCTL-CLOSED
                   AND PCTL-PERIOD-START NOT > WS-PERIOD-CHECK-DATE
                   SET DATE-IN-CLOSED-PERIOD TO TRUE
               END-IF
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO SUSP-RPT-RECORD
           STRING 'SUSPENSE CLEARING REPORT  RUN DATE '
                   INVALID KEY
                       ADD 1 TO WS-ROWS-NO-TRAN
                   NOT INVALID KEY
                       MOVE TRAN-DATE TO WS-PERIOD-CHECK-DATE
                       PERFORM 1170-CHECK-DATE-PERIOD
                       IF DATE-IN-CLOSED-PERIOD
                           ADD 1 TO WS-ROWS-PERIOD-CLOSED
                       ELSE
                           PERFORM 2200-RESOLVE-MAPPING
                       END-IF
               END-READ
               IF NOT ROW-CLEARED
                   PERFORM 2900-RETAIN-EXCEPTION-ROW
           ELSE
               SET GL-IS-DEBIT TO TRUE
           END-IF
           MOVE WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX) TO GL-ACCOUNT
           MOVE WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
               TO GL-COST-CENTER
           ADD WS-CLEAR-AMOUNT TO WS-GL-CONTROL-TOTAL
           ADD WS-CLEAR-AMOUNT TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           ADD 1 TO WS-CO-RECORDS (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD
           PERFORM 2650-WRITE-GL-CONTRA.

       2600-WRITE-REPOST-DETAIL.
           MOVE SPACES TO GL-EXTRACT-RECORD
           ADD WS-CLEAR-AMOUNT TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           ADD 1 TO WS-CO-RECORDS (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD
           PERFORM 2650-WRITE-GL-CONTRA.

       2650-WRITE-GL-CONTRA.
      *    Offset the leg just written - still in GL-EXTRACT-RECORD -
      *    to the clearing account on the opposite side, the same
      *    contra the daily driver writes behind every posting, so
      *    CALCVFY's debits-equal-credits proof holds on the
      *    extended extract.
           IF GL-IS-DEBIT
               SET GL-IS-CREDIT TO TRUE
           ELSE
               SET GL-IS-DEBIT TO TRUE
           END-IF
           MOVE WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX) TO GL-ACCOUNT
           MOVE WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
               TO GL-COST-CENTER
           ADD WS-CLEAR-AMOUNT TO WS-GL-CONTROL-TOTAL
           ADD WS-CLEAR-AMOUNT TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
           ADD 1 TO WS-CO-RECORDS (WS-COMPANY-IX)
           MOVE GL-EXTRACT-RECORD TO GL-FILE-RECORD
           WRITE GL-FILE-RECORD.

       2700-WRITE-CLEARED-LINE.
               UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT
               OR WS-COMPANY-IX > ZERO
           IF WS-COMPANY-IX = ZERO
               IF WS-COMPANY-COUNT >= 100
                   STRING 'COMPANY TABLE FULL, COMPANY '
                       WS-LOOKUP-COMPANY
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               MOVE ZERO TO WS-CO-RECORDS (WS-COMPANY-IX)
               MOVE ZERO TO WS-CO-GL-TOTAL (WS-COMPANY-IX)
               MOVE ZERO TO WS-CO-TOLERANCE-EXCP (WS-COMPANY-IX)
               PERFORM 7150-LOAD-COMPANY-MASTER
           END-IF.

       7100-SCAN-COMPANY-SLOT.
               MOVE WS-COMPANY-SUB TO WS-COMPANY-IX
           END-IF.

       7150-LOAD-COMPANY-MASTER.
      *    Same resolution as the daily driver: the company's own
      *    accounts from the master, the house accounts for a blank
      *    field or a company no longer on file.
           MOVE WS-SUSPENSE-ACCOUNT
               TO WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX)
           MOVE WS-SUSPENSE-COST-CENTER
               TO WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
           MOVE WS-CLEARING-ACCOUNT
               TO WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX)
           MOVE WS-CLEARING-COST-CENTER
               TO WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
           MOVE WS-CO-CODE (WS-COMPANY-IX) TO COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY
                   MOVE '** NOT ON COMPANY MASTER **'
                       TO WS-CO-NAME (WS-COMPANY-IX)
               NOT INVALID KEY
                   MOVE COMPANY-NAME TO WS-CO-NAME (WS-COMPANY-IX)
                   IF COMPANY-SUSP-ACCOUNT NOT = SPACES
                       MOVE COMPANY-SUSP-ACCOUNT
                           TO WS-CO-SUSP-ACCOUNT (WS-COMPANY-IX)
                       MOVE COMPANY-SUSP-COST-CENTER
                           TO WS-CO-SUSP-COST-CENTER (WS-COMPANY-IX)
                   END-IF
                   IF COMPANY-CLEAR-ACCOUNT NOT = SPACES
                       MOVE COMPANY-CLEAR-ACCOUNT
                           TO WS-CO-CLEAR-ACCOUNT (WS-COMPANY-IX)
                       MOVE COMPANY-CLEAR-COST-CENTER
                           TO WS-CO-CLEAR-COST-CENTER (WS-COMPANY-IX)
                   END-IF
           END-READ.

       7200-CHECK-ALREADY-CLEARED.
           MOVE ZERO TO WS-CLEARED-KEY-IX
           PERFORM 7250-SCAN-CLEARED-KEY-SLOT
           CLOSE TRAN-FILE
           CLOSE GLMAP-FILE
           CLOSE RESULT-FILE
           CLOSE COMPANY-FILE
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF
           CLOSE EXCP-FILE
           CLOSE EXCP-NEW-FILE
           CLOSE SUSP-RPT-FILE.
           STRING 'SUSPENSE ROWS READ: ' WS-SUSP-ROWS-READ
               ' CLEARED: ' WS-ROWS-CLEARED
               ' STILL UNMAPPED: ' WS-ROWS-STILL-UNMAPPED
               ' IN CLOSED PERIOD: ' WS-ROWS-PERIOD-CLOSED
               DELIMITED BY SIZE INTO SUSP-RPT-RECORD
           END-STRING
           WRITE SUSP-RPT-RECORD
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
           ADD WS-SUSP-ROWS-READ WS-OTHER-ROWS-KEPT
               GIVING STEP-RECORD-COUNT
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
           MOVE 'CALCSUSP' TO STEP-PROGRAM
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
               DISPLAY 'CALCSUSP: STEPLOG NOT AVAILABLE, STATUS='
                   WS-STEP-LOG-STATUS
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCSUSP ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
