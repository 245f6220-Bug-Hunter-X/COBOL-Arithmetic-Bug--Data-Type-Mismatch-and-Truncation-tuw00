      *  copybook, maintained by CALCSEC) and requires the
      *  corrections authority before the correction file opens;
      *  every attempt, granted or denied, lands on the security log
      *  (SECLOGREC copybook). A transaction dated inside an
      *  accounting period the month-end close (CALCCLOS) has closed
      *  is shown but cannot be corrected - the period control file
      *  (PCTLREC copybook) is checked before the values are keyed,
      *  and the period must be reopened through CALCROPN first.
      *  Same console prompt/response style as CALCINQ - no CICS map
      *  is available in this shop's batch-only build.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  CORR-FILE.
       01  CORR-FILE-RECORD            PIC X(80).

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  OPER-FILE.
       COPY OPERREC.

           05  WS-EXCP-STATUS          PIC XX    VALUE '00'.
           05  WS-TRAN-STATUS          PIC XX    VALUE '00'.
           05  WS-CORR-STATUS          PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

               88  INPUT-ERROR-FOUND       VALUE 'Y'.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND  VALUE 'Y'.
           05  WS-PERIOD-CLOSED-SW     PIC X     VALUE 'N'.
               88  DATE-IN-CLOSED-PERIOD   VALUE 'Y'.

       01  WS-PERIOD-CHECK-DATE        PIC X(8)  VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
       01  WS-CORRECTION-COUNTS.
           05  WS-EXCEPTIONS-SHOWN     PIC 9(9)  VALUE ZERO.
           05  WS-CORRECTIONS-WRITTEN  PIC 9(9)  VALUE ZERO.
           05  WS-CORRECTIONS-REFUSED  PIC 9(9)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1090-OPEN-PERIOD-CONTROL
           PERFORM 1100-READ-NEXT-EXCEPTION.

       1050-OPERATOR-SIGN-ON.
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       1090-OPEN-PERIOD-CONTROL.
      *    No period control file means no period has been closed
      *    yet - every date is open to correction.
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
           END-EVALUATE.

       1100-READ-NEXT-EXCEPTION.
           READ EXCP-FILE INTO EXCP-RECORD
               AT END
               INVALID KEY
                   DISPLAY 'KEY NOT ON TRANFILE: ' EXCP-TRAN-KEY
               NOT INVALID KEY
                   MOVE TRAN-DATE TO WS-PERIOD-CHECK-DATE
                   PERFORM 2250-CHECK-PERIOD-CLOSED
                   IF DATE-IN-CLOSED-PERIOD
                       DISPLAY 'TRAN-DATE ' TRAN-DATE
                           ' IS IN CLOSED PERIOD ' PCTL-PERIOD-START
                           ' - ' PCTL-PERIOD-END
                       DISPLAY 'CORRECTION NOT WRITTEN'
                       ADD 1 TO WS-CORRECTIONS-REFUSED
                   ELSE
                       PERFORM 2300-ACCEPT-CORRECTED-VALUES
                   END-IF
           END-READ.

       2250-CHECK-PERIOD-CLOSED.
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

       2300-ACCEPT-CORRECTED-VALUES.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           DISPLAY 'CURRENT COMP-1...: ' TRAN-COMP-1

       2400-WRITE-CORRECTION.
      *    The correction record keeps the TRAN-RECORD layout - the
      *    transaction's own date, company and currency ride along
      *    unchanged, only the keyed input values are replaced.
           MOVE WS-ENTERED-COMP-1-N TO TRAN-COMP-1
           MOVE WS-ENTERED-COMP-2-N TO TRAN-COMP-2
           MOVE WS-ENTERED-INT-VALUE-N TO TRAN-INT-VALUE
           MOVE SPACES TO CORR-FILE-RECORD
           MOVE TRAN-RECORD TO CORR-FILE-RECORD (1:41)
           WRITE CORR-FILE-RECORD
           ADD 1 TO WS-CORRECTIONS-WRITTEN
           DISPLAY 'CORRECTION WRITTEN FOR KEY ' TRAN-KEY.
       8000-FINALIZE.
           DISPLAY 'EXCEPTIONS PRESENTED...: ' WS-EXCEPTIONS-SHOWN
           DISPLAY 'CORRECTIONS WRITTEN....: ' WS-CORRECTIONS-WRITTEN
           DISPLAY 'CLOSED-PERIOD REFUSALS.: ' WS-CORRECTIONS-REFUSED
           CLOSE EXCP-FILE
           CLOSE TRAN-FILE
           CLOSE CORR-FILE
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

