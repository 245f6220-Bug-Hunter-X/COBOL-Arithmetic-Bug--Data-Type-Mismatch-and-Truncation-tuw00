       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCROPN.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCROPN
      *  Console-driven accounting period reopen transaction - the
      *  only way back into a period the month-end close (CALCCLOS)
      *  has closed. An operator holding the override authority keys
      *  the period end date, reviews the period's bounds and closing
      *  totals, and confirms; the period control record (PCTLREC
      *  copybook) is marked reopened and stamped with the operator,
      *  date, and time, and the reopen itself is written to the
      *  security log (SECLOGREC copybook) with the period end as its
      *  subject, so the audit trail shows who let corrections back
      *  into a closed month. A reopened period stays open until
      *  CALCCLOS closes it again. The list function shows every
      *  period on the control file with its status. Sign-on checks
      *  the keyed operator id and password against the security
      *  file (OPERREC copybook, maintained by CALCSEC); every
      *  attempt, granted or denied, lands on the security log. Same
      *  console prompt/response style as CALCMNT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X     VALUE 'N'.
               88  REOPEN-DONE             VALUE 'Y'.
           05  WS-INPUT-ERROR-SW       PIC X     VALUE 'N'.
               88  INPUT-ERROR-FOUND       VALUE 'Y'.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.
           05  WS-LIST-EOF-SW          PIC X     VALUE 'N'.
               88  LIST-COMPLETE           VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).

       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(8)  VALUE SPACES.

       01  WS-CONSOLE-FIELDS.
           05  WS-FUNCTION-CODE        PIC X     VALUE SPACE.
               88  FUNCTION-REOPEN         VALUE 'R'.
               88  FUNCTION-LIST           VALUE 'L'.
               88  FUNCTION-EXIT           VALUE 'X'.
           05  WS-ENTERED-PERIOD-END   PIC X(8)  VALUE SPACES.
           05  WS-CONFIRM-REPLY        PIC X     VALUE SPACE.
               88  REOPEN-CONFIRMED        VALUE 'Y'.
           05  WS-SECLOG-SUBJECT       PIC X(20) VALUE SPACES.

       01  WS-REOPEN-COUNTS.
           05  WS-PERIODS-LISTED       PIC 9(5)  VALUE ZERO.
           05  WS-PERIODS-REOPENED     PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REOPEN-LOOP
               UNTIL REOPEN-DONE
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
      *    No control file means no period has ever been closed, so
      *    there is nothing to reopen - that is an error here, not a
      *    file to create.
           OPEN I-O PCTL-FILE
           IF WS-PCTL-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN PCTLFILE, STATUS='
                   WS-PCTL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN OPERFILE, STATUS='
                   WS-OPER-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = '00'
               OPEN OUTPUT SECLOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN SECLOG, STATUS='
                   WS-SECLOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1100-OPERATOR-SIGN-ON.

       1100-OPERATOR-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY 'ENTER PASSWORD: '
           ACCEPT WS-OPERATOR-PASSWORD FROM CONSOLE
           MOVE 'N' TO WS-SIGNON-SW
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-PASSWORD = WS-OPERATOR-PASSWORD
                           AND OPER-CAN-OVERRIDE
                           SET SIGNON-ACCEPTED TO TRUE
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-SECLOG-SUBJECT
           IF SIGNON-ACCEPTED
               PERFORM 1150-LOG-GRANTED
           ELSE
               DISPLAY 'SIGN-ON DENIED'
               PERFORM 1160-LOG-DENIED
               SET REOPEN-DONE TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1150-LOG-GRANTED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-GRANTED TO TRUE
           PERFORM 1170-WRITE-SECLOG-RECORD.

       1160-LOG-DENIED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-DENIED TO TRUE
           PERFORM 1170-WRITE-SECLOG-RECORD.

       1170-WRITE-SECLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO SECLOG-DATE
           MOVE WS-CURRENT-TIME TO SECLOG-TIME
           MOVE WS-OPERATOR-ID TO SECLOG-OPERATOR
           MOVE 'CALCROPN' TO SECLOG-PROGRAM
           MOVE 'PRD-REOPEN' TO SECLOG-FUNCTION
           MOVE WS-SECLOG-SUBJECT TO SECLOG-SUBJECT
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       2000-REOPEN-LOOP.
           DISPLAY 'ENTER FUNCTION - R(EOPEN) L(IST) OR X TO EXIT: '
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE
           EVALUATE TRUE
               WHEN FUNCTION-EXIT
                   SET REOPEN-DONE TO TRUE
               WHEN WS-FUNCTION-CODE = SPACE
                   SET REOPEN-DONE TO TRUE
               WHEN FUNCTION-REOPEN
                   PERFORM 3000-REOPEN-PERIOD
               WHEN FUNCTION-LIST
                   PERFORM 4000-LIST-PERIODS
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION: ' WS-FUNCTION-CODE
           END-EVALUATE.

       3000-REOPEN-PERIOD.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           DISPLAY 'ENTER PERIOD END DATE (YYYYMMDD): '
           ACCEPT WS-ENTERED-PERIOD-END FROM CONSOLE
           IF WS-ENTERED-PERIOD-END IS NOT NUMERIC
               DISPLAY 'PERIOD END MUST BE A DATE (YYYYMMDD)'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-PERIOD-END TO PCTL-PERIOD-END
               READ PCTL-FILE
                   INVALID KEY
                       DISPLAY 'NO CLOSED PERIOD ENDS ON '
                           WS-ENTERED-PERIOD-END
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT INPUT-ERROR-FOUND
               AND NOT PCTL-CLOSED
               DISPLAY 'PERIOD IS ALREADY OPEN: ' PCTL-PERIOD-START
                   ' - ' PCTL-PERIOD-END
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           IF NOT INPUT-ERROR-FOUND
               PERFORM 4200-DISPLAY-PERIOD
               DISPLAY 'REOPEN THIS PERIOD TO CORRECTIONS? Y(ES) OR'
                   ' N(O): '
               ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
               IF NOT REOPEN-CONFIRMED
                   SET INPUT-ERROR-FOUND TO TRUE
               END-IF
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'REOPEN NOT APPLIED'
           ELSE
               PERFORM 3100-MARK-PERIOD-REOPENED
           END-IF.

       3100-MARK-PERIOD-REOPENED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           SET PCTL-REOPENED TO TRUE
           MOVE WS-CURRENT-DATE TO PCTL-REOPENED-DATE
           MOVE WS-CURRENT-TIME TO PCTL-REOPENED-TIME
           MOVE WS-OPERATOR-ID TO PCTL-REOPENED-BY
           REWRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR PERIOD: '
                       PCTL-PERIOD-END
               NOT INVALID KEY
                   STRING 'PERIOD END ' PCTL-PERIOD-END
                       DELIMITED BY SIZE INTO WS-SECLOG-SUBJECT
                   END-STRING
                   PERFORM 1150-LOG-GRANTED
                   ADD 1 TO WS-PERIODS-REOPENED
                   DISPLAY 'PERIOD REOPENED: ' PCTL-PERIOD-START
                       ' - ' PCTL-PERIOD-END
           END-REWRITE.

       4000-LIST-PERIODS.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE ZERO TO WS-PERIODS-LISTED
           MOVE LOW-VALUES TO PCTL-PERIOD-END
           START PCTL-FILE KEY IS NOT LESS THAN PCTL-PERIOD-END
               INVALID KEY
                   SET LIST-COMPLETE TO TRUE
           END-START
           PERFORM 4100-LIST-ONE-PERIOD
               UNTIL LIST-COMPLETE
           DISPLAY 'PERIODS LISTED: ' WS-PERIODS-LISTED.

       4100-LIST-ONE-PERIOD.
           READ PCTL-FILE NEXT RECORD
               AT END
                   SET LIST-COMPLETE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PERIODS-LISTED
                   PERFORM 4200-DISPLAY-PERIOD
           END-READ.

       4200-DISPLAY-PERIOD.
           IF PCTL-CLOSED
               DISPLAY 'PERIOD ' PCTL-PERIOD-START ' - '
                   PCTL-PERIOD-END ' FY ' PCTL-FISCAL-YEAR
                   ' CLOSED ' PCTL-CLOSED-DATE
                   ' CLOSE NUMBER ' PCTL-CLOSE-COUNT
           ELSE
               DISPLAY 'PERIOD ' PCTL-PERIOD-START ' - '
                   PCTL-PERIOD-END ' FY ' PCTL-FISCAL-YEAR
                   ' REOPENED ' PCTL-REOPENED-DATE
                   ' BY ' PCTL-REOPENED-BY
           END-IF
           DISPLAY '    TRANSACTIONS: ' PCTL-TRAN-COUNT
               ' TOTAL SUM: ' PCTL-TOTAL-SUM.

       8000-FINALIZE.
           DISPLAY 'PERIODS REOPENED.......: ' WS-PERIODS-REOPENED
           CLOSE PCTL-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCROPN ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
