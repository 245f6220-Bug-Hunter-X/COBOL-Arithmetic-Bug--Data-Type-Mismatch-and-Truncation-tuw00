       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDUP.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCDUP
      *  Cross-day duplicate suspect review transaction. Walks the
      *  accumulated suspect file CALCEDIT writes (DUPSREC copybook),
      *  the feed records whose key and amounts match a posting from
      *  an earlier day inside the look-back window, and shows each
      *  suspect with the date of the posting it matched. The
      *  operator releases a suspect that is genuine new business or
      *  confirms one that is a true duplicate. A release goes to
      *  the recycle file in feed format, flagged as released, so the
      *  next CALCEDIT run takes it through the normal edits without
      *  holding it again; a confirm drops the suspect. Every
      *  decision is written to the decision log (DUPLREC copybook)
      *  with the operator id. Suspects left undecided are rewritten
      *  to a replacement suspect file the next job step swaps into
      *  place (same pattern as CALCREJ). Sign-on requires the
      *  corrections authority on the security file (OPERREC
      *  copybook) and every attempt lands on the security log
      *  (SECLOGREC copybook). Same console prompt/response style as
      *  CALCREJ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-SUSPECT-STATUS.

           SELECT DUP-SUSPECT-NEW-FILE ASSIGN TO "DUPSUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-SUSPECT-NEW-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "TRANRECYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT DUP-LOG-FILE ASSIGN TO "DUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-LOG-STATUS.

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
       FD  DUP-SUSPECT-FILE.
       01  DUP-SUSPECT-FILE-RECORD     PIC X(80).

       FD  DUP-SUSPECT-NEW-FILE.
       01  DUP-SUSPECT-NEW-RECORD      PIC X(80).

       FD  RECYCLE-FILE.
       01  RECYCLE-FILE-RECORD         PIC X(80).

       FD  DUP-LOG-FILE.
       01  DUP-LOG-FILE-RECORD         PIC X(80).

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DUPSREC.
       COPY DUPLREC.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-DUP-SUSPECT-STATUS   PIC XX    VALUE '00'.
           05  WS-DUP-SUSPECT-NEW-STATUS PIC XX  VALUE '00'.
           05  WS-RECYCLE-STATUS       PIC XX    VALUE '00'.
           05  WS-DUP-LOG-STATUS       PIC XX    VALUE '00'.
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

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE     PIC 9(8).
               10  WS-CURRENT-TIME     PIC 9(8).
           05  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE-DATA
                                       PIC X(16).

       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(8)  VALUE SPACES.

      *    Released suspect in feed format for the recycle file. The
      *    release flag after the image tells CALCEDIT the suspect
      *    has been judged and is not to be held a second time.
       01  WS-RECYCLE-LINE.
           05  WS-RCY-FEED-IMAGE       PIC X(41).
           05  WS-RCY-RELEASE-FLAG     PIC X(1).
               88  RCY-DUP-RELEASED        VALUE 'R'.
           05  FILLER                  PIC X(38).

       01  WS-CONSOLE-FIELDS.
           05  WS-ACTION-REPLY         PIC X     VALUE SPACE.
               88  ACTION-RELEASE          VALUE 'R'.
               88  ACTION-CONFIRM          VALUE 'C'.
               88  ACTION-SKIP             VALUE 'N'.
               88  ACTION-STOP             VALUE 'X'.

       01  WS-REVIEW-COUNTS.
           05  WS-SUSPECTS-READ        PIC 9(9)  VALUE ZERO.
           05  WS-SUSPECTS-RELEASED    PIC 9(9)  VALUE ZERO.
           05  WS-SUSPECTS-CONFIRMED   PIC 9(9)  VALUE ZERO.
           05  WS-SUSPECTS-RETAINED    PIC 9(9)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRESENT-SUSPECTS
               UNTIL EOF-REACHED
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
      *    Sign-on runs before anything else opens: a denied
      *    operator must not get as far as rewriting the suspect
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
           PERFORM 1300-OPEN-SUSPECT-FILES
           PERFORM 1500-READ-NEXT-SUSPECT.

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
                           AND OPER-CAN-CORRECT
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
           MOVE 'CALCDUP' TO SECLOG-PROGRAM
           MOVE 'DUP-REVIEW' TO SECLOG-FUNCTION
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       1300-OPEN-SUSPECT-FILES.
           OPEN INPUT DUP-SUSPECT-FILE
           IF WS-DUP-SUSPECT-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN DUPSUSP, STATUS='
                   WS-DUP-SUSPECT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN OUTPUT DUP-SUSPECT-NEW-FILE
           IF WS-DUP-SUSPECT-NEW-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN DUPSUSPNEW, STATUS='
                   WS-DUP-SUSPECT-NEW-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    Releases share the recycle file with CALCREJ corrections
      *    and accumulate until the next edit run consumes them -
      *    extend, creating on first use.
           OPEN EXTEND RECYCLE-FILE
           IF WS-RECYCLE-STATUS NOT = '00'
               OPEN OUTPUT RECYCLE-FILE
           END-IF
           IF WS-RECYCLE-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN TRANRECYC, STATUS='
                   WS-RECYCLE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    The decision log is the permanent record of who released
      *    or dropped each suspect, so it only ever extends.
           OPEN EXTEND DUP-LOG-FILE
           IF WS-DUP-LOG-STATUS NOT = '00'
               OPEN OUTPUT DUP-LOG-FILE
           END-IF
           IF WS-DUP-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN DUPLOG, STATUS='
                   WS-DUP-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1500-READ-NEXT-SUSPECT.
           READ DUP-SUSPECT-FILE INTO DUPS-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.

       2000-PRESENT-SUSPECTS.
           ADD 1 TO WS-SUSPECTS-READ
           IF PASSING-THROUGH
               PERFORM 2800-RETAIN-SUSPECT
           ELSE
               PERFORM 2100-PRESENT-ONE-SUSPECT
           END-IF
           PERFORM 1500-READ-NEXT-SUSPECT.

       2100-PRESENT-ONE-SUSPECT.
           DISPLAY 'DUPLICATE SUSPECT HELD ' DUPS-HELD-DATE
               ' KEY ' DUPS-KEY
           DISPLAY 'MATCHES POSTING DATED: ' DUPS-PRIOR-DATE
           DISPLAY 'DATE.....: ' DUPS-DATE
           DISPLAY 'COMP-1...: ' DUPS-COMP-1
           DISPLAY 'COMP-2...: ' DUPS-COMP-2
           DISPLAY 'INT-VALUE: ' DUPS-INT-VALUE
           DISPLAY 'COMPANY..: ' DUPS-COMPANY
           DISPLAY 'CURRENCY.: ' DUPS-CURRENCY
           DISPLAY 'R(ELEASE) INTO NEXT RUN, C(ONFIRM) DUPLICATE,'
               ' N(EXT) OR X TO STOP: '
           ACCEPT WS-ACTION-REPLY FROM CONSOLE
           EVALUATE TRUE
               WHEN ACTION-STOP
                   SET PASSING-THROUGH TO TRUE
                   PERFORM 2800-RETAIN-SUSPECT
               WHEN ACTION-RELEASE
                   PERFORM 2200-RELEASE-SUSPECT
               WHEN ACTION-CONFIRM
                   PERFORM 2300-CONFIRM-DUPLICATE
               WHEN OTHER
                   PERFORM 2800-RETAIN-SUSPECT
           END-EVALUATE.

       2200-RELEASE-SUSPECT.
           MOVE SPACES TO WS-RECYCLE-LINE
           MOVE DUPS-FEED-IMAGE TO WS-RCY-FEED-IMAGE
           SET RCY-DUP-RELEASED TO TRUE
           MOVE WS-RECYCLE-LINE TO RECYCLE-FILE-RECORD
           WRITE RECYCLE-FILE-RECORD
           ADD 1 TO WS-SUSPECTS-RELEASED
           MOVE SPACES TO DUPL-RECORD
           SET DUPL-RELEASED TO TRUE
           PERFORM 2900-WRITE-DECISION-LOG
           DISPLAY 'SUSPECT RELEASED INTO NEXT RUN FOR KEY ' DUPS-KEY.

       2300-CONFIRM-DUPLICATE.
      *    Confirmed duplicates are dropped: nothing goes to the
      *    recycle file and the row leaves the suspect file. The
      *    decision log keeps the image, so the drop can be traced.
           ADD 1 TO WS-SUSPECTS-CONFIRMED
           MOVE SPACES TO DUPL-RECORD
           SET DUPL-CONFIRMED TO TRUE
           PERFORM 2900-WRITE-DECISION-LOG
           DISPLAY 'DUPLICATE CONFIRMED AND DROPPED FOR KEY ' DUPS-KEY.

       2800-RETAIN-SUSPECT.
           ADD 1 TO WS-SUSPECTS-RETAINED
           MOVE SPACES TO DUP-SUSPECT-NEW-RECORD
           MOVE DUPS-RECORD TO DUP-SUSPECT-NEW-RECORD
           WRITE DUP-SUSPECT-NEW-RECORD.

       2900-WRITE-DECISION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO DUPL-DATE
           MOVE WS-CURRENT-TIME TO DUPL-TIME
           MOVE WS-OPERATOR-ID TO DUPL-OPERATOR
           MOVE DUPS-PRIOR-DATE TO DUPL-PRIOR-DATE
           MOVE DUPS-FEED-IMAGE TO DUPL-RECORD-IMAGE
           MOVE SPACES TO DUP-LOG-FILE-RECORD
           MOVE DUPL-RECORD TO DUP-LOG-FILE-RECORD
           WRITE DUP-LOG-FILE-RECORD.

       8000-FINALIZE.
           DISPLAY 'SUSPECTS READ..........: ' WS-SUSPECTS-READ
           DISPLAY 'RELEASED INTO NEXT RUN.: ' WS-SUSPECTS-RELEASED
           DISPLAY 'CONFIRMED AND DROPPED..: ' WS-SUSPECTS-CONFIRMED
           DISPLAY 'SUSPECTS STILL ON FILE.: ' WS-SUSPECTS-RETAINED
           CLOSE DUP-SUSPECT-FILE
           CLOSE DUP-SUSPECT-NEW-FILE
           CLOSE RECYCLE-FILE
           CLOSE DUP-LOG-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCDUP ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
