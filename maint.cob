      *  Console-driven TRANFILE maintenance transaction. Lets an
      *  authorized operator key a TRAN-KEY and insert, update
      *  (TRAN-COMP-1, TRAN-COMP-2, TRAN-INT-VALUE, TRAN-DATE,
      *  TRAN-COMPANY, TRAN-CURRENCY), or
      *  delete that record in the indexed transaction file, instead
      *  of regenerating the whole file upstream to fix one bad pair.
      *  Changes are dual-controlled: a keyed change is staged on the
      *  pending-change file (PENDREC copybook) with the record's
      *  before and after images and the keying operator as maker,
      *  and only takes effect when a second operator approves it at
      *  CALCAPRV, which writes the before/after images to the
      *  maintenance log (MAINTREC copybook) stamped with date, time,
      *  and both operator ids so month-end can prove who changed
      *  what and who let it through. Sign-on checks the keyed
      *  operator id and password against the security file
      *  (OPERREC copybook, maintained by CALCSEC) and requires the
      *  transaction-maintenance authority; every attempt, granted
      *  or denied, lands on the security log (SECLOGREC copybook).
      *  A record dated inside an accounting period the month-end
      *  close (CALCCLOS) has closed cannot be inserted, updated, or
      *  deleted, and an update cannot move a record into or out of
      *  one - the period control file (PCTLREC copybook) is checked
      *  against both the record's date on file and the date keyed,
      *  and the period must be reopened through CALCROPN first.
      *  Same console prompt/response style as the CALCINQ inquiry
      *  transaction - no CICS map is available in this shop's
      *  batch-only build.
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT PCTL-FILE ASSIGN TO "PCTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD-END
               FILE STATUS IS WS-PCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY TRANREC.

       FD  PEND-FILE.
       COPY PENDREC.

       FD  OPER-FILE.
       COPY OPERREC.
       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       FD  PCTL-FILE.
       COPY PCTLREC.

       WORKING-STORAGE SECTION.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRAN-STATUS          PIC XX    VALUE '00'.
           05  WS-PEND-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.
           05  WS-PCTL-STATUS          PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

               88  INPUT-ERROR-FOUND       VALUE 'Y'.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.
           05  WS-PCTL-FILE-SW         PIC X     VALUE 'N'.
               88  PERIOD-CONTROL-ON-HAND  VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
                                       PIC X(16).
           05  WS-RUN-DATE-X           PIC X(8).

       01  WS-PERIOD-CHECK-DATE        PIC X(8)  VALUE SPACES.

       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(8)  VALUE SPACES.

           05  WS-ENTERED-INT-VALUE-N  REDEFINES WS-ENTERED-INT-VALUE
                                       PIC 9(9).
           05  WS-ENTERED-COMPANY      PIC X(3)  VALUE SPACES.
           05  WS-ENTERED-CURRENCY     PIC X(3)  VALUE SPACES.

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8).
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X
      *    TRANFILE is read here, never written: a keyed change is
      *    only staged, and takes effect when a second operator
      *    approves it at CALCAPRV, which also writes the
      *    maintenance log.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN TRANFILE, STATUS='
                   WS-TRAN-STATUS DELIMITED BY SIZE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    First use creates the pending-change file (same
      *    create-on-first-use pattern as CALCMAIN's
      *    1310-OPEN-RESULT-FILE).
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
           END-EVALUATE
           PERFORM 1100-OPERATOR-SIGN-ON.

       1100-OPERATOR-SIGN-ON.
           IF WS-ENTERED-COMPANY = SPACES
               DISPLAY 'COMPANY CODE MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           DISPLAY 'ENTER CURRENCY CODE (3 CHARACTERS): '
           ACCEPT WS-ENTERED-CURRENCY FROM CONSOLE
           IF WS-ENTERED-CURRENCY = SPACES
               DISPLAY 'CURRENCY CODE MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF.

       2210-VALIDATE-DATE.
               END-IF
           END-IF.

       2300-CHECK-PERIOD-CLOSED.
      *    The first control record ending on or after the date is
      *    the only period that can contain it. A closed period
      *    fails the edit like any other bad value.
           IF PERIOD-CONTROL-ON-HAND
               AND NOT INPUT-ERROR-FOUND
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
                   SET INPUT-ERROR-FOUND TO TRUE
               END-IF
           END-IF.

       3000-INSERT-RECORD.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-KEY
           IF NOT INPUT-ERROR-FOUND
               PERFORM 2200-ACCEPT-FIELD-VALUES
           END-IF
           MOVE WS-ENTERED-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 2300-CHECK-PERIOD-CLOSED
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-MAINT-KEY TO TRAN-KEY
               READ TRAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'KEY ALREADY ON FILE: ' WS-MAINT-KEY
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'INSERT NOT STAGED'
           ELSE
               MOVE SPACES TO PEND-RECORD
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-MAINT-KEY TO TRAN-KEY
               MOVE WS-ENTERED-DATE TO TRAN-DATE
               MOVE WS-ENTERED-COMP-2-N TO TRAN-COMP-2
               MOVE WS-ENTERED-INT-VALUE-N TO TRAN-INT-VALUE
               MOVE WS-ENTERED-COMPANY TO TRAN-COMPANY
               MOVE WS-ENTERED-CURRENCY TO TRAN-CURRENCY
               MOVE TRAN-RECORD TO PEND-AFTER-IMAGE
               PERFORM 6000-STAGE-CHANGE
           END-IF.

       4000-UPDATE-RECORD.
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           MOVE TRAN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 2300-CHECK-PERIOD-CLOSED
           IF NOT INPUT-ERROR-FOUND
               PERFORM 2200-ACCEPT-FIELD-VALUES
           END-IF
           MOVE WS-ENTERED-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 2300-CHECK-PERIOD-CLOSED
           IF INPUT-ERROR-FOUND
               DISPLAY 'UPDATE NOT STAGED'
           ELSE
      *        Nothing is staged until the entered values pass their
      *        edits, so an abandoned update leaves no phantom change
      *        waiting for approval. The record as read is the before
      *        image; the entered values laid over it, the after.
               MOVE SPACES TO PEND-RECORD
               MOVE TRAN-RECORD TO PEND-BEFORE-IMAGE
               MOVE WS-ENTERED-DATE TO TRAN-DATE
               MOVE WS-ENTERED-COMP-1-N TO TRAN-COMP-1
               MOVE WS-ENTERED-COMP-2-N TO TRAN-COMP-2
               MOVE WS-ENTERED-INT-VALUE-N TO TRAN-INT-VALUE
               MOVE WS-ENTERED-COMPANY TO TRAN-COMPANY
               MOVE WS-ENTERED-CURRENCY TO TRAN-CURRENCY
               MOVE TRAN-RECORD TO PEND-AFTER-IMAGE
               PERFORM 6000-STAGE-CHANGE
           END-IF.

       5000-DELETE-RECORD.
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           MOVE TRAN-DATE TO WS-PERIOD-CHECK-DATE
           PERFORM 2300-CHECK-PERIOD-CLOSED
           IF INPUT-ERROR-FOUND
               DISPLAY 'DELETE NOT STAGED'
           ELSE
               MOVE SPACES TO PEND-RECORD
               MOVE TRAN-RECORD TO PEND-BEFORE-IMAGE
               PERFORM 6000-STAGE-CHANGE
           END-IF.

       6000-STAGE-CHANGE.
      *    One pending change per record: a second change to a key
      *    already waiting for approval is refused, so the checker
      *    never has to choose between two competing versions.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           SET PEND-FOR-TRANFILE TO TRUE
           MOVE WS-MAINT-KEY TO PEND-RECORD-KEY
           MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WS-CURRENT-DATE TO PEND-MADE-DATE
           MOVE WS-CURRENT-TIME TO PEND-MADE-TIME
           EVALUATE TRUE
               WHEN FUNCTION-INSERT
                   SET PEND-ACTION-INSERT TO TRUE
               WHEN FUNCTION-UPDATE
                   SET PEND-ACTION-UPDATE TO TRUE
               WHEN FUNCTION-DELETE
                   SET PEND-ACTION-DELETE TO TRUE
           END-EVALUATE
           WRITE PEND-RECORD
               INVALID KEY
                   DISPLAY 'A CHANGE IS ALREADY PENDING FOR KEY: '
                       WS-MAINT-KEY
                   DISPLAY 'CHANGE NOT STAGED'
               NOT INVALID KEY
                   DISPLAY PEND-ACTION ' STAGED FOR APPROVAL: '
                       WS-MAINT-KEY
           END-WRITE.

       8000-FINALIZE.
           CLOSE TRAN-FILE
           CLOSE PEND-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE
           IF PERIOD-CONTROL-ON-HAND
               CLOSE PCTL-FILE
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCMNT ABEND: ' WS-ABEND-MESSAGE
