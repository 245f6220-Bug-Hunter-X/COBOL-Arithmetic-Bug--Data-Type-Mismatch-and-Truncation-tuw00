       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRV.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCAPRV
      *  Maintenance approval transaction - the checker's half of
      *  dual control on TRANFILE and GLMAPFILE. CALCMNT and CALCGLM
      *  only stage a keyed change on the pending-change file
      *  (PENDREC copybook); this transaction walks the pending
      *  changes, shows each one's before and after images with the
      *  maker's id and when it was keyed, and lets a second
      *  operator approve or reject it. An approved change is
      *  applied to its file and its before/after images are written
      *  to that file's maintenance log (MAINTREC copybook for
      *  TRANFILE, GLMLOGREC for GLMAPFILE) with both the maker and
      *  checker ids; a rejected change is dropped and its proposed
      *  image logged as a REJECT row. A change keyed by the
      *  operator signed on here is shown as the operator's own and
      *  cannot be approved or rejected by them. Approval re-checks
      *  what the maker saw: an update or delete whose record no
      *  longer matches its before image, an insert whose key has
      *  since been added, or a TRANFILE change dated inside a
      *  period the month-end close has closed since it was keyed
      *  is refused and stays pending for the checker to reject.
      *  Sign-on requires the approval authority on the security
      *  file (OPERREC copybook) and every attempt lands on the
      *  security log (SECLOGREC copybook). Same console
      *  prompt/response style as CALCREJ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT GLMAP-LOG-FILE ASSIGN TO "GLMAPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-LOG-STATUS.

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
       FD  PEND-FILE.
       COPY PENDREC.

       FD  TRAN-FILE.
       COPY TRANREC.

       FD  GLMAP-FILE.
       COPY GLMAPREC.

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-FILE-RECORD       PIC X(90).

       FD  GLMAP-LOG-FILE.
       01  GLMAP-LOG-FILE-RECORD       PIC X(80).

       FD  PCTL-FILE.
       COPY PCTLREC.

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MAINTREC.
       COPY GLMLOGREC.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PEND-STATUS          PIC XX    VALUE '00'.
           05  WS-TRAN-STATUS          PIC XX    VALUE '00'.
           05  WS-GLMAP-STATUS         PIC XX    VALUE '00'.
           05  WS-MAINT-LOG-STATUS     PIC XX    VALUE '00'.
           05  WS-GLMAP-LOG-STATUS     PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X     VALUE 'N'.
               88  EOF-REACHED             VALUE 'Y'.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.
           05  WS-PASS-THROUGH-SW      PIC X     VALUE 'N'.
               88  PASSING-THROUGH         VALUE 'Y'.
           05  WS-APPLY-ERROR-SW       PIC X     VALUE 'N'.
               88  APPLY-ERROR-FOUND       VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND  VALUE 'Y'.
           05  WS-RECORD-FOUND-SW      PIC X     VALUE 'N'.
               88  TARGET-RECORD-FOUND     VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).

       01  WS-PERIOD-CHECK-DATE        PIC X(8)  VALUE SPACES.

       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(8)  VALUE SPACES.

      *    Display views of a pending image, field by field. The
      *    TRANFILE amounts show as their stored digits, the same as
      *    the CALCREJ reject display.
       01  WS-TRAN-VIEW.
           05  WS-TV-KEY               PIC X(10).
           05  WS-TV-DATE              PIC X(8).
           05  WS-TV-COMP-1            PIC X(4).
           05  WS-TV-COMP-2            PIC X(4).
           05  WS-TV-INT-VALUE         PIC X(9).
           05  WS-TV-COMPANY           PIC X(3).
           05  WS-TV-CURRENCY          PIC X(3).

       01  WS-GLMAP-VIEW.
           05  WS-GV-COMPANY           PIC X(3).
           05  WS-GV-TRAN-KEY          PIC X(10).
           05  WS-GV-ACCOUNT           PIC X(8).
           05  WS-GV-COST-CENTER       PIC X(4).
           05  FILLER                  PIC X(16).

       01  WS-CONSOLE-FIELDS.
           05  WS-ACTION-REPLY         PIC X     VALUE SPACE.
               88  ACTION-APPROVE          VALUE 'A'.
               88  ACTION-REJECT           VALUE 'R'.
               88  ACTION-SKIP             VALUE 'N'.
               88  ACTION-STOP             VALUE 'X'.

       01  WS-APPROVAL-COUNTS.
           05  WS-PENDING-READ         PIC 9(7)  VALUE ZERO.
           05  WS-CHANGES-APPROVED     PIC 9(7)  VALUE ZERO.
           05  WS-CHANGES-REJECTED     PIC 9(7)  VALUE ZERO.
           05  WS-CHANGES-REFUSED      PIC 9(7)  VALUE ZERO.
           05  WS-OWN-CHANGES          PIC 9(7)  VALUE ZERO.
           05  WS-CHANGES-LEFT         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-PENDING
               UNTIL EOF-REACHED
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
      *    Sign-on runs before anything else opens: a denied
      *    operator must not get as far as touching the pending
      *    file. The security file is required - a missing or
      *    unopenable file stops the transaction.
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
           PERFORM 1050-OPERATOR-SIGN-ON
           PERFORM 1300-OPEN-CHANGE-FILES
           PERFORM 1400-POSITION-PENDING.

       1050-OPERATOR-SIGN-ON.
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
                           AND OPER-CAN-APPROVE
                           SET SIGNON-ACCEPTED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF SIGNON-ACCEPTED
               PERFORM 1060-LOG-SIGNON-GRANTED
           ELSE
               DISPLAY 'SIGN-ON DENIED'
               PERFORM 1070-LOG-SIGNON-DENIED
               CLOSE OPER-FILE
               CLOSE SECLOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-LOG-SIGNON-GRANTED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-GRANTED TO TRUE
           PERFORM 1080-WRITE-SECLOG-RECORD.

       1070-LOG-SIGNON-DENIED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-DENIED TO TRUE
           PERFORM 1080-WRITE-SECLOG-RECORD.

       1080-WRITE-SECLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO SECLOG-DATE
           MOVE WS-CURRENT-TIME TO SECLOG-TIME
           MOVE WS-OPERATOR-ID TO SECLOG-OPERATOR
           MOVE 'CALCAPRV' TO SECLOG-PROGRAM
           MOVE 'APPROVAL' TO SECLOG-FUNCTION
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       1300-OPEN-CHANGE-FILES.
      *    No pending file yet means nothing has ever been staged -
      *    create it empty so the walk below simply finds no work.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN PENDFILE, STATUS='
                   WS-PEND-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN I-O TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN TRANFILE, STATUS='
                   WS-TRAN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    Same create-on-first-use as CALCGLM, so the first mapping
      *    approved can land on a file nobody has loaded yet.
           OPEN I-O GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           IF WS-GLMAP-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GLMAPFILE, STATUS='
                   WS-GLMAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    Both maintenance logs accumulate across runs - extend,
      *    creating on first use.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS NOT = '00'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           IF WS-MAINT-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN MAINTLOG, STATUS='
                   WS-MAINT-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND GLMAP-LOG-FILE
           IF WS-GLMAP-LOG-STATUS NOT = '00'
               OPEN OUTPUT GLMAP-LOG-FILE
           END-IF
           IF WS-GLMAP-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GLMAPLOG, STATUS='
                   WS-GLMAP-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    No period control file means no period has been closed
      *    yet - every date is open to maintenance.
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

       1400-POSITION-PENDING.
           MOVE LOW-VALUES TO PEND-KEY
           START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START
           IF EOF-REACHED
               DISPLAY 'NO CHANGES PENDING APPROVAL'
           ELSE
               PERFORM 1500-READ-NEXT-PENDING
           END-IF.

       1500-READ-NEXT-PENDING.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.

       2000-REVIEW-PENDING.
           ADD 1 TO WS-PENDING-READ
           EVALUATE TRUE
               WHEN PASSING-THROUGH
                   ADD 1 TO WS-CHANGES-LEFT
               WHEN PEND-MAKER-ID = WS-OPERATOR-ID
                   PERFORM 2050-SHOW-OWN-CHANGE
               WHEN OTHER
                   PERFORM 2100-PRESENT-ONE-CHANGE
           END-EVALUATE
           PERFORM 1500-READ-NEXT-PENDING.

       2050-SHOW-OWN-CHANGE.
      *    The checker must be a different person from the maker -
      *    the operator's own changes are listed so they can see
      *    what is waiting, but never offered for a decision.
           ADD 1 TO WS-OWN-CHANGES
           ADD 1 TO WS-CHANGES-LEFT
           PERFORM 2200-SHOW-CHANGE-HEADER
           DISPLAY 'KEYED BY YOU - ANOTHER OPERATOR MUST APPROVE IT'.

       2100-PRESENT-ONE-CHANGE.
           PERFORM 2200-SHOW-CHANGE-HEADER
           IF PEND-BEFORE-IMAGE NOT = SPACES
               DISPLAY 'BEFORE:'
               MOVE PEND-BEFORE-IMAGE TO WS-TRAN-VIEW
               MOVE PEND-BEFORE-IMAGE TO WS-GLMAP-VIEW
               PERFORM 2300-SHOW-IMAGE
           END-IF
           IF PEND-AFTER-IMAGE NOT = SPACES
               DISPLAY 'AFTER:'
               MOVE PEND-AFTER-IMAGE TO WS-TRAN-VIEW
               MOVE PEND-AFTER-IMAGE TO WS-GLMAP-VIEW
               PERFORM 2300-SHOW-IMAGE
           END-IF
           DISPLAY 'A(PPROVE) R(EJECT) N(EXT) OR X TO STOP: '
           ACCEPT WS-ACTION-REPLY FROM CONSOLE
           EVALUATE TRUE
               WHEN ACTION-STOP
                   SET PASSING-THROUGH TO TRUE
                   ADD 1 TO WS-CHANGES-LEFT
               WHEN ACTION-APPROVE
                   PERFORM 3000-APPROVE-CHANGE
               WHEN ACTION-REJECT
                   PERFORM 4000-REJECT-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-CHANGES-LEFT
           END-EVALUATE.

       2200-SHOW-CHANGE-HEADER.
           IF PEND-FOR-TRANFILE
               DISPLAY 'PENDING TRANFILE ' PEND-ACTION
                   ' KEY ' PEND-RECORD-KEY
           ELSE
               DISPLAY 'PENDING GLMAPFILE ' PEND-ACTION
                   ' KEY ' PEND-RECORD-KEY
           END-IF
           DISPLAY 'KEYED BY ' PEND-MAKER-ID
               ' ON ' PEND-MADE-DATE ' AT ' PEND-MADE-TIME (1:6).

       2300-SHOW-IMAGE.
           IF PEND-FOR-TRANFILE
               DISPLAY '  DATE.....: ' WS-TV-DATE
               DISPLAY '  COMP-1...: ' WS-TV-COMP-1
               DISPLAY '  COMP-2...: ' WS-TV-COMP-2
               DISPLAY '  INT-VALUE: ' WS-TV-INT-VALUE
               DISPLAY '  COMPANY..: ' WS-TV-COMPANY
               DISPLAY '  CURRENCY.: ' WS-TV-CURRENCY
           ELSE
               DISPLAY '  ACCOUNT....: ' WS-GV-ACCOUNT
               DISPLAY '  COST CENTER: ' WS-GV-COST-CENTER
           END-IF.

       3000-APPROVE-CHANGE.
      *    The change is applied first; only when it lands does the
      *    pending record go. A refused apply leaves it pending, so
      *    the checker can reject it and the maker re-key.
           MOVE 'N' TO WS-APPLY-ERROR-SW
           IF PEND-FOR-TRANFILE
               PERFORM 3100-APPLY-TRAN-CHANGE
           ELSE
               PERFORM 3200-APPLY-GLMAP-CHANGE
           END-IF
           IF APPLY-ERROR-FOUND
               ADD 1 TO WS-CHANGES-REFUSED
               ADD 1 TO WS-CHANGES-LEFT
               DISPLAY 'CHANGE NOT APPLIED - LEFT PENDING'
           ELSE
               DELETE PEND-FILE RECORD
                   INVALID KEY
                       DISPLAY 'PENDING RECORD NOT REMOVED, STATUS='
                           WS-PEND-STATUS
               END-DELETE
               ADD 1 TO WS-CHANGES-APPROVED
               DISPLAY 'CHANGE APPROVED AND APPLIED'
           END-IF.

       3100-APPLY-TRAN-CHANGE.
           IF PEND-BEFORE-IMAGE NOT = SPACES
               MOVE PEND-BEFORE-IMAGE TO WS-TRAN-VIEW
               MOVE WS-TV-DATE TO WS-PERIOD-CHECK-DATE
               PERFORM 3500-CHECK-PERIOD-CLOSED
           END-IF
           IF PEND-AFTER-IMAGE NOT = SPACES
               MOVE PEND-AFTER-IMAGE TO WS-TRAN-VIEW
               MOVE WS-TV-DATE TO WS-PERIOD-CHECK-DATE
               PERFORM 3500-CHECK-PERIOD-CLOSED
           END-IF
           MOVE 'N' TO WS-RECORD-FOUND-SW
           MOVE PEND-RECORD-KEY TO TRAN-KEY
           READ TRAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-RECORD-FOUND TO TRUE
           END-READ
           IF PEND-ACTION-INSERT
               IF TARGET-RECORD-FOUND
                   DISPLAY 'KEY ADDED SINCE THE CHANGE WAS KEYED'
                   SET APPLY-ERROR-FOUND TO TRUE
               END-IF
           ELSE
               IF NOT TARGET-RECORD-FOUND
                   OR TRAN-RECORD NOT = PEND-BEFORE-IMAGE
                   DISPLAY 'RECORD CHANGED SINCE THE CHANGE WAS KEYED'
                   SET APPLY-ERROR-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT APPLY-ERROR-FOUND
               EVALUATE TRUE
                   WHEN PEND-ACTION-INSERT
                       PERFORM 3110-INSERT-TRAN-RECORD
                   WHEN PEND-ACTION-UPDATE
                       PERFORM 3120-UPDATE-TRAN-RECORD
                   WHEN PEND-ACTION-DELETE
                       PERFORM 3130-DELETE-TRAN-RECORD
               END-EVALUATE
           END-IF.

       3110-INSERT-TRAN-RECORD.
           MOVE PEND-AFTER-IMAGE TO TRAN-RECORD
           WRITE TRAN-RECORD
               INVALID KEY
                   DISPLAY 'WRITE FAILED, STATUS=' WS-TRAN-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 6100-LOG-TRAN-AFTER-IMAGE
           END-WRITE.

       3120-UPDATE-TRAN-RECORD.
           PERFORM 6000-LOG-TRAN-BEFORE-IMAGE
           MOVE PEND-AFTER-IMAGE TO TRAN-RECORD
           REWRITE TRAN-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED, STATUS=' WS-TRAN-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 6100-LOG-TRAN-AFTER-IMAGE
           END-REWRITE.

       3130-DELETE-TRAN-RECORD.
           PERFORM 6000-LOG-TRAN-BEFORE-IMAGE
           DELETE TRAN-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED, STATUS=' WS-TRAN-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
           END-DELETE.

       3200-APPLY-GLMAP-CHANGE.
           MOVE 'N' TO WS-RECORD-FOUND-SW
           MOVE PEND-RECORD-KEY TO GLMAP-KEY
           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-RECORD-FOUND TO TRUE
           END-READ
           IF PEND-ACTION-INSERT
               IF TARGET-RECORD-FOUND
                   DISPLAY 'MAPPING ADDED SINCE THE CHANGE WAS KEYED'
                   SET APPLY-ERROR-FOUND TO TRUE
               END-IF
           ELSE
               IF NOT TARGET-RECORD-FOUND
                   OR GLMAP-RECORD NOT = PEND-BEFORE-IMAGE (1:25)
                   DISPLAY 'MAPPING CHANGED SINCE THE CHANGE WAS KEYED'
                   SET APPLY-ERROR-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT APPLY-ERROR-FOUND
               EVALUATE TRUE
                   WHEN PEND-ACTION-INSERT
                       PERFORM 3210-INSERT-GLMAP-RECORD
                   WHEN PEND-ACTION-UPDATE
                       PERFORM 3220-UPDATE-GLMAP-RECORD
                   WHEN PEND-ACTION-DELETE
                       PERFORM 3230-DELETE-GLMAP-RECORD
               END-EVALUATE
           END-IF.

       3210-INSERT-GLMAP-RECORD.
           MOVE PEND-AFTER-IMAGE TO GLMAP-RECORD
           WRITE GLMAP-RECORD
               INVALID KEY
                   DISPLAY 'WRITE FAILED, STATUS=' WS-GLMAP-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 7100-LOG-GLMAP-AFTER-IMAGE
           END-WRITE.

       3220-UPDATE-GLMAP-RECORD.
           PERFORM 7000-LOG-GLMAP-BEFORE-IMAGE
           MOVE PEND-AFTER-IMAGE TO GLMAP-RECORD
           REWRITE GLMAP-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED, STATUS=' WS-GLMAP-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 7100-LOG-GLMAP-AFTER-IMAGE
           END-REWRITE.

       3230-DELETE-GLMAP-RECORD.
           PERFORM 7000-LOG-GLMAP-BEFORE-IMAGE
           DELETE GLMAP-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED, STATUS=' WS-GLMAP-STATUS
                   SET APPLY-ERROR-FOUND TO TRUE
           END-DELETE.

       3500-CHECK-PERIOD-CLOSED.
      *    Same test as CALCMNT's edit: the first control record
      *    ending on or after the date is the only period that can
      *    contain it. A period closed since the change was keyed
      *    refuses the apply.
           IF PERIOD-CONTROL-ON-HAND
               AND NOT APPLY-ERROR-FOUND
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
                   DISPLAY 'TRAN-DATE ' WS-PERIOD-CHECK-DATE
                       ' IS IN CLOSED PERIOD ' PCTL-PERIOD-START
                       ' - ' PCTL-PERIOD-END
                   SET APPLY-ERROR-FOUND TO TRUE
               END-IF
           END-IF.

       4000-REJECT-CHANGE.
      *    A rejected change never reaches its file. The proposed
      *    image - the after image, or the before image of a
      *    rejected delete - goes on the log as a REJECT row.
           IF PEND-FOR-TRANFILE
               IF PEND-ACTION-DELETE
                   MOVE PEND-BEFORE-IMAGE TO TRAN-RECORD
               ELSE
                   MOVE PEND-AFTER-IMAGE TO TRAN-RECORD
               END-IF
               MOVE SPACES TO MAINT-LOG-RECORD
               SET MAINT-REJECTED-IMAGE TO TRUE
               PERFORM 6200-WRITE-MAINT-LOG
           ELSE
               IF PEND-ACTION-DELETE
                   MOVE PEND-BEFORE-IMAGE TO GLMAP-RECORD
               ELSE
                   MOVE PEND-AFTER-IMAGE TO GLMAP-RECORD
               END-IF
               MOVE SPACES TO GLMAP-LOG-RECORD
               MOVE 'REJECT' TO GLMAP-LOG-IMAGE-TYPE
               PERFORM 7200-WRITE-GLMAP-LOG
           END-IF
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'PENDING RECORD NOT REMOVED, STATUS='
                       WS-PEND-STATUS
           END-DELETE
           ADD 1 TO WS-CHANGES-REJECTED
           DISPLAY 'CHANGE REJECTED'.

       6000-LOG-TRAN-BEFORE-IMAGE.
           MOVE SPACES TO MAINT-LOG-RECORD
           SET MAINT-BEFORE-IMAGE TO TRUE
           PERFORM 6200-WRITE-MAINT-LOG.

       6100-LOG-TRAN-AFTER-IMAGE.
           MOVE SPACES TO MAINT-LOG-RECORD
           SET MAINT-AFTER-IMAGE TO TRUE
           PERFORM 6200-WRITE-MAINT-LOG.

       6200-WRITE-MAINT-LOG.
      *    The operator on the row is the maker who keyed the change;
      *    the checker is the operator signed on here.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO MAINT-LOG-DATE
           MOVE WS-CURRENT-TIME TO MAINT-LOG-TIME
           MOVE PEND-MAKER-ID TO MAINT-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO MAINT-CHECKER-ID
           MOVE PEND-ACTION TO MAINT-ACTION
           MOVE TRAN-RECORD TO MAINT-RECORD-IMAGE
           MOVE MAINT-LOG-RECORD TO MAINT-LOG-FILE-RECORD
           WRITE MAINT-LOG-FILE-RECORD.

       7000-LOG-GLMAP-BEFORE-IMAGE.
           MOVE SPACES TO GLMAP-LOG-RECORD
           MOVE 'BEFORE' TO GLMAP-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-GLMAP-LOG.

       7100-LOG-GLMAP-AFTER-IMAGE.
           MOVE SPACES TO GLMAP-LOG-RECORD
           MOVE 'AFTER' TO GLMAP-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-GLMAP-LOG.

       7200-WRITE-GLMAP-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO GLMAP-LOG-DATE
           MOVE WS-CURRENT-TIME TO GLMAP-LOG-TIME
           MOVE PEND-MAKER-ID TO GLMAP-LOG-OPERATOR
           MOVE WS-OPERATOR-ID TO GLMAP-LOG-CHECKER
           MOVE PEND-ACTION TO GLMAP-LOG-ACTION
           MOVE GLMAP-RECORD TO GLMAP-LOG-IMAGE
           MOVE GLMAP-LOG-RECORD TO GLMAP-LOG-FILE-RECORD
           WRITE GLMAP-LOG-FILE-RECORD.

       8000-FINALIZE.
           DISPLAY 'PENDING CHANGES READ...: ' WS-PENDING-READ
           DISPLAY 'APPROVED AND APPLIED...: ' WS-CHANGES-APPROVED
           DISPLAY 'REJECTED...............: ' WS-CHANGES-REJECTED
           DISPLAY 'REFUSED ON APPLY.......: ' WS-CHANGES-REFUSED
           DISPLAY 'YOUR OWN (NOT OFFERED).: ' WS-OWN-CHANGES
           DISPLAY 'STILL PENDING..........: ' WS-CHANGES-LEFT
           CLOSE PEND-FILE
           CLOSE TRAN-FILE
           CLOSE GLMAP-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE GLMAP-LOG-FILE
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCAPRV ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
