       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCOMP.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCCOMP
      *  Console-driven maintenance and listing transaction for the
      *  company master reference file (COMPREC copybook). Company
      *  codes used to be whatever the feed said; the master is now
      *  the list of companies the books know about - each with its
      *  name, active/inactive flag, its own suspense account and
      *  cost center, its own clearing account for the contra side
      *  of every posting, the sender id its postings carry to the
      *  ledger, and the functional currency its books are kept in
      *  (blank for the house currency). An operator keys a company
      *  code and can insert, update, or delete its row, or list
      *  every company on file.
      *  Retiring a company is an update to inactive rather than a
      *  delete, so its history still prints with a name. Changes
      *  write before/after images to a company log stamped with
      *  date, time, and operator id, in the same style as the
      *  CALCMNT maintenance log. Sign-on checks the keyed operator
      *  id and password against the security file (OPERREC
      *  copybook, maintained by CALCSEC); the master carries GL
      *  accounts, so it rides under the GL mapping-maintenance
      *  authority, and every attempt, granted or denied, lands on
      *  the security log (SECLOGREC copybook). Same console
      *  prompt/response style as CALCINQ - no CICS map is available
      *  in this shop's batch-only build.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPANYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT COMPANY-LOG-FILE ASSIGN TO "COMPANYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-LOG-STATUS.

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
       FD  COMPANY-FILE.
       COPY COMPREC.

       FD  COMPANY-LOG-FILE.
       01  COMPANY-LOG-FILE-RECORD     PIC X(132).

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-COMPANY-STATUS       PIC XX    VALUE '00'.
           05  WS-COMPANY-LOG-STATUS   PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X     VALUE 'N'.
               88  COMPANY-MAINT-DONE      VALUE 'Y'.
           05  WS-INPUT-ERROR-SW       PIC X     VALUE 'N'.
               88  INPUT-ERROR-FOUND       VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH      PIC X     VALUE 'N'.
               88  LIST-EOF                VALUE 'Y'.
           05  WS-SIGNON-SW            PIC X     VALUE 'N'.
               88  SIGNON-ACCEPTED         VALUE 'Y'.

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
               88  FUNCTION-INSERT         VALUE 'I'.
               88  FUNCTION-UPDATE         VALUE 'U'.
               88  FUNCTION-DELETE         VALUE 'D'.
               88  FUNCTION-LIST           VALUE 'L'.
               88  FUNCTION-EXIT           VALUE 'X'.
           05  WS-ENTERED-CODE         PIC X(3)  VALUE SPACES.
           05  WS-ENTERED-NAME         PIC X(30) VALUE SPACES.
           05  WS-ENTERED-STATUS       PIC X     VALUE SPACE.
               88  ENTERED-STATUS-VALID    VALUE 'A' 'I'.
           05  WS-ENTERED-SUSP-ACCOUNT PIC X(8)  VALUE SPACES.
           05  WS-ENTERED-SUSP-CC      PIC X(4)  VALUE SPACES.
           05  WS-ENTERED-CLEAR-ACCOUNT PIC X(8) VALUE SPACES.
           05  WS-ENTERED-CLEAR-CC     PIC X(4)  VALUE SPACES.
           05  WS-ENTERED-SENDER-ID    PIC X(8)  VALUE SPACES.
           05  WS-ENTERED-FUNC-CURRENCY PIC X(3) VALUE SPACES.

       01  WS-LIST-COUNT               PIC 9(5)  VALUE ZERO.

       01  WS-COMPANY-LOG-RECORD.
           05  COMPANY-LOG-DATE        PIC X(8).
           05  COMPANY-LOG-TIME        PIC X(8).
           05  COMPANY-LOG-OPERATOR    PIC X(8).
           05  COMPANY-LOG-ACTION      PIC X(6).
           05  COMPANY-LOG-IMAGE-TYPE  PIC X(6).
           05  COMPANY-LOG-IMAGE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-LOOP
               UNTIL COMPANY-MAINT-DONE
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
      *    First use creates the company master so the desk can load
      *    the companies without a separate set-up job (same
      *    create-on-first-use pattern as CALCCAL). Create only when
      *    the file genuinely is not there (status 35): any other
      *    failure abends below rather than quietly recreating the
      *    file empty - an empty master rejects every transaction
      *    at the edit step.
           OPEN I-O COMPANY-FILE
           IF WS-COMPANY-STATUS = '35'
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF
           IF WS-COMPANY-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYFILE, STATUS='
                   WS-COMPANY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND COMPANY-LOG-FILE
           IF WS-COMPANY-LOG-STATUS NOT = '00'
               OPEN OUTPUT COMPANY-LOG-FILE
           END-IF
           IF WS-COMPANY-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN COMPANYLOG, STATUS='
                   WS-COMPANY-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    The security file is required - running the maintenance
      *    transaction without the authority check open is exactly
      *    what the audit flagged, so a missing or unopenable file
      *    stops the transaction instead.
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
                           AND OPER-CAN-MAINT-MAPS
                           SET SIGNON-ACCEPTED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF SIGNON-ACCEPTED
               PERFORM 1150-LOG-SIGNON-GRANTED
           ELSE
               DISPLAY 'SIGN-ON DENIED'
               PERFORM 1160-LOG-SIGNON-DENIED
               SET COMPANY-MAINT-DONE TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1150-LOG-SIGNON-GRANTED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-GRANTED TO TRUE
           PERFORM 1170-WRITE-SECLOG-RECORD.

       1160-LOG-SIGNON-DENIED.
           MOVE SPACES TO SECLOG-RECORD
           SET SECLOG-DENIED TO TRUE
           PERFORM 1170-WRITE-SECLOG-RECORD.

       1170-WRITE-SECLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO SECLOG-DATE
           MOVE WS-CURRENT-TIME TO SECLOG-TIME
           MOVE WS-OPERATOR-ID TO SECLOG-OPERATOR
           MOVE 'CALCCOMP' TO SECLOG-PROGRAM
           MOVE 'COMP-MAINT' TO SECLOG-FUNCTION
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       2000-MAINTENANCE-LOOP.
           DISPLAY 'ENTER FUNCTION - I(NSERT) U(PDATE) D(ELETE)'
               ' L(IST) OR X TO EXIT: '
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE
           EVALUATE TRUE
               WHEN FUNCTION-EXIT
                   SET COMPANY-MAINT-DONE TO TRUE
               WHEN WS-FUNCTION-CODE = SPACE
                   SET COMPANY-MAINT-DONE TO TRUE
               WHEN FUNCTION-INSERT
                   PERFORM 3000-INSERT-COMPANY
               WHEN FUNCTION-UPDATE
                   PERFORM 4000-UPDATE-COMPANY
               WHEN FUNCTION-DELETE
                   PERFORM 5000-DELETE-COMPANY
               WHEN FUNCTION-LIST
                   PERFORM 6000-LIST-COMPANIES
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION: ' WS-FUNCTION-CODE
           END-EVALUATE.

       2100-ACCEPT-CODE.
           DISPLAY 'ENTER COMPANY CODE (3 CHARACTERS): '
           ACCEPT WS-ENTERED-CODE FROM CONSOLE
           IF WS-ENTERED-CODE = SPACES
               DISPLAY 'COMPANY CODE MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF.

       2200-ACCEPT-FIELD-VALUES.
      *    The suspense and clearing accounts, the sender id and the
      *    functional currency may be left blank - the edit, posting
      *    and transmission programs fall back to the house defaults
      *    for a blank field.
           DISPLAY 'ENTER COMPANY NAME (30 CHARACTERS): '
           ACCEPT WS-ENTERED-NAME FROM CONSOLE
           IF WS-ENTERED-NAME = SPACES
               DISPLAY 'COMPANY NAME MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           DISPLAY 'ENTER STATUS - A(CTIVE) I(NACTIVE): '
           ACCEPT WS-ENTERED-STATUS FROM CONSOLE
           IF NOT ENTERED-STATUS-VALID
               DISPLAY 'STATUS MUST BE A OR I'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           DISPLAY 'ENTER SUSPENSE ACCOUNT (8 CHARACTERS): '
           ACCEPT WS-ENTERED-SUSP-ACCOUNT FROM CONSOLE
           DISPLAY 'ENTER SUSPENSE COST CENTER (4 CHARACTERS): '
           ACCEPT WS-ENTERED-SUSP-CC FROM CONSOLE
           DISPLAY 'ENTER CLEARING ACCOUNT (8 CHARACTERS): '
           ACCEPT WS-ENTERED-CLEAR-ACCOUNT FROM CONSOLE
           DISPLAY 'ENTER CLEARING COST CENTER (4 CHARACTERS): '
           ACCEPT WS-ENTERED-CLEAR-CC FROM CONSOLE
           DISPLAY 'ENTER TRANSMISSION SENDER ID (8 CHARACTERS): '
           ACCEPT WS-ENTERED-SENDER-ID FROM CONSOLE
           DISPLAY 'ENTER FUNCTIONAL CURRENCY (3 CHARACTERS): '
           ACCEPT WS-ENTERED-FUNC-CURRENCY FROM CONSOLE.

       2300-MOVE-FIELD-VALUES.
           MOVE WS-ENTERED-NAME TO COMPANY-NAME
           MOVE WS-ENTERED-STATUS TO COMPANY-STATUS
           MOVE WS-ENTERED-SUSP-ACCOUNT TO COMPANY-SUSP-ACCOUNT
           MOVE WS-ENTERED-SUSP-CC TO COMPANY-SUSP-COST-CENTER
           MOVE WS-ENTERED-CLEAR-ACCOUNT TO COMPANY-CLEAR-ACCOUNT
           MOVE WS-ENTERED-CLEAR-CC TO COMPANY-CLEAR-COST-CENTER
           MOVE WS-ENTERED-SENDER-ID TO COMPANY-SENDER-ID
           MOVE WS-ENTERED-FUNC-CURRENCY TO COMPANY-FUNC-CURRENCY.

       3000-INSERT-COMPANY.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-CODE
           IF NOT INPUT-ERROR-FOUND
               PERFORM 2200-ACCEPT-FIELD-VALUES
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'INSERT NOT APPLIED'
           ELSE
               MOVE SPACES TO COMPANY-RECORD
               MOVE WS-ENTERED-CODE TO COMPANY-CODE
               PERFORM 2300-MOVE-FIELD-VALUES
               WRITE COMPANY-RECORD
                   INVALID KEY
                       DISPLAY 'COMPANY ALREADY ON FILE: '
                           WS-ENTERED-CODE
                   NOT INVALID KEY
                       PERFORM 7100-LOG-AFTER-IMAGE
                       DISPLAY 'COMPANY INSERTED: ' WS-ENTERED-CODE
               END-WRITE
           END-IF.

       4000-UPDATE-COMPANY.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-CODE
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-CODE TO COMPANY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       DISPLAY 'COMPANY NOT ON FILE: '
                           WS-ENTERED-CODE
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT INPUT-ERROR-FOUND
               PERFORM 6300-DISPLAY-COMPANY
               PERFORM 2200-ACCEPT-FIELD-VALUES
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'UPDATE NOT APPLIED'
           ELSE
      *        The before image is logged only once the entered
      *        values pass their edits, so an abandoned update leaves
      *        no phantom change on the company log.
               PERFORM 7000-LOG-BEFORE-IMAGE
               PERFORM 2300-MOVE-FIELD-VALUES
               REWRITE COMPANY-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR COMPANY: '
                           WS-ENTERED-CODE
                   NOT INVALID KEY
                       PERFORM 7100-LOG-AFTER-IMAGE
                       DISPLAY 'COMPANY UPDATED: ' WS-ENTERED-CODE
               END-REWRITE
           END-IF.

       5000-DELETE-COMPANY.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-CODE
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-CODE TO COMPANY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       DISPLAY 'COMPANY NOT ON FILE: '
                           WS-ENTERED-CODE
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'DELETE NOT APPLIED'
           ELSE
               PERFORM 7000-LOG-BEFORE-IMAGE
               DELETE COMPANY-FILE
                   INVALID KEY
                       DISPLAY 'DELETE FAILED FOR COMPANY: '
                           WS-ENTERED-CODE
                   NOT INVALID KEY
                       DISPLAY 'COMPANY DELETED: ' WS-ENTERED-CODE
               END-DELETE
           END-IF.

       6000-LIST-COMPANIES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO COMPANY-CODE
           START COMPANY-FILE KEY IS NOT LESS THAN COMPANY-CODE
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           IF NOT LIST-EOF
               PERFORM 6100-READ-NEXT-COMPANY
               PERFORM 6200-LIST-ONE-COMPANY
                   UNTIL LIST-EOF
           END-IF
           DISPLAY 'COMPANIES ON FILE: ' WS-LIST-COUNT.

       6100-READ-NEXT-COMPANY.
           READ COMPANY-FILE NEXT RECORD
               AT END
                   SET LIST-EOF TO TRUE
           END-READ.

       6200-LIST-ONE-COMPANY.
           ADD 1 TO WS-LIST-COUNT
           PERFORM 6300-DISPLAY-COMPANY
           PERFORM 6100-READ-NEXT-COMPANY.

       6300-DISPLAY-COMPANY.
           IF COMPANY-ACTIVE
               DISPLAY 'COMPANY ' COMPANY-CODE ' ' COMPANY-NAME
                   ' ACTIVE'
           ELSE
               DISPLAY 'COMPANY ' COMPANY-CODE ' ' COMPANY-NAME
                   ' INACTIVE'
           END-IF
           DISPLAY '    SUSPENSE ' COMPANY-SUSP-ACCOUNT
               '/' COMPANY-SUSP-COST-CENTER
               ' CLEARING ' COMPANY-CLEAR-ACCOUNT
               '/' COMPANY-CLEAR-COST-CENTER
               ' SENDER ' COMPANY-SENDER-ID
               ' CURRENCY ' COMPANY-FUNC-CURRENCY.

       7000-LOG-BEFORE-IMAGE.
           MOVE SPACES TO WS-COMPANY-LOG-RECORD
           MOVE 'BEFORE' TO COMPANY-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-LOG-RECORD.

       7100-LOG-AFTER-IMAGE.
           MOVE SPACES TO WS-COMPANY-LOG-RECORD
           MOVE 'AFTER' TO COMPANY-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-LOG-RECORD.

       7200-WRITE-LOG-RECORD.
      *    Re-capture the clock per image so a long console session
      *    stamps each change at the moment it happened, not at
      *    sign-on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO COMPANY-LOG-DATE
           MOVE WS-CURRENT-TIME TO COMPANY-LOG-TIME
           MOVE WS-OPERATOR-ID TO COMPANY-LOG-OPERATOR
           EVALUATE TRUE
               WHEN FUNCTION-INSERT
                   MOVE 'INSERT' TO COMPANY-LOG-ACTION
               WHEN FUNCTION-UPDATE
                   MOVE 'UPDATE' TO COMPANY-LOG-ACTION
               WHEN FUNCTION-DELETE
                   MOVE 'DELETE' TO COMPANY-LOG-ACTION
           END-EVALUATE
           MOVE COMPANY-RECORD TO COMPANY-LOG-IMAGE
           MOVE WS-COMPANY-LOG-RECORD TO COMPANY-LOG-FILE-RECORD
           WRITE COMPANY-LOG-FILE-RECORD.

       8000-FINALIZE.
           CLOSE COMPANY-FILE
           CLOSE COMPANY-LOG-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCCOMP ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
