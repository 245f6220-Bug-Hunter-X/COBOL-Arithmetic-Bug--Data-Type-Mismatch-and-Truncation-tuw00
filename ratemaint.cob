       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRATE.
       AUTHOR. ARITHMETIC-ROUTINE-TEAM.
      *****************************************************************
      *  CALCRATE
      *  Console-driven maintenance and listing transaction for the
      *  exchange-rate reference file (RATEREC copybook), so treasury
      *  owns the rates the postings convert at without a code
      *  change. An operator keys a currency code and a business
      *  date and can insert, update, or delete that day's rate, or
      *  list every rate on file. Each rate is the number of house-
      *  currency units one unit of the keyed currency buys; the
      *  house currency is the base of the table and is refused as
      *  a key. CALCEDIT rejects a transaction whose currency has no
      *  rate for the business date, so the day's rates are loaded
      *  here before the feed is edited. Changes write before/after
      *  images to a rate log stamped with date, time, and operator
      *  id, in the same style as the CALCMNT maintenance log.
      *  Sign-on checks the keyed operator id and password against
      *  the security file (OPERREC copybook, maintained by
      *  CALCSEC); the rates drive what the GL is posted at, so they
      *  ride under the GL mapping-maintenance authority, and every
      *  attempt, granted or denied, lands on the security log
      *  (SECLOGREC copybook). Same console prompt/response style as
      *  CALCINQ - no CICS map is available in this shop's batch-only
      *  build.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RATE-LOG-FILE ASSIGN TO "RATELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-LOG-STATUS.

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
       FD  RATE-FILE.
       COPY RATEREC.

       FD  RATE-LOG-FILE.
       01  RATE-LOG-FILE-RECORD        PIC X(80).

       FD  OPER-FILE.
       COPY OPERREC.

       FD  SECLOG-FILE.
       01  SECLOG-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SECLOGREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-RATE-STATUS          PIC XX    VALUE '00'.
           05  WS-RATE-LOG-STATUS      PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X     VALUE 'N'.
               88  RATE-MAINT-DONE         VALUE 'Y'.
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

      *    The house currency is the base every rate is quoted
      *    against - the same value CALCEDIT and CALCMAIN carry.
       01  WS-HOUSE-CURRENCY           PIC X(3)  VALUE 'USD'.

       01  WS-CONSOLE-FIELDS.
           05  WS-FUNCTION-CODE        PIC X     VALUE SPACE.
               88  FUNCTION-INSERT         VALUE 'I'.
               88  FUNCTION-UPDATE         VALUE 'U'.
               88  FUNCTION-DELETE         VALUE 'D'.
               88  FUNCTION-LIST           VALUE 'L'.
               88  FUNCTION-EXIT           VALUE 'X'.
           05  WS-ENTERED-CURRENCY     PIC X(3)  VALUE SPACES.
           05  WS-ENTERED-DATE         PIC X(8)  VALUE SPACES.
           05  WS-ENTERED-RATE         PIC X(12) VALUE SPACES.
           05  WS-ENTERED-RATE-N       REDEFINES WS-ENTERED-RATE
                                       PIC 9(5)V9(7).

       01  WS-LIST-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-RATE-EDIT                PIC ZZZZ9.9999999.

       01  WS-RATE-LOG-RECORD.
           05  RATE-LOG-DATE           PIC X(8).
           05  RATE-LOG-TIME           PIC X(8).
           05  RATE-LOG-OPERATOR       PIC X(8).
           05  RATE-LOG-ACTION         PIC X(6).
           05  RATE-LOG-IMAGE-TYPE     PIC X(6).
           05  RATE-LOG-IMAGE          PIC X(32).

       01  WS-DATE-EDIT-FIELDS.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-EDIT-DATE-PARTS      REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(4).
               10  WS-EDIT-MONTH       PIC 9(2).
               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-DAYS-IN-MONTH        PIC 9(2)  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-LOOP
               UNTIL RATE-MAINT-DONE
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
      *    First use creates the rate file so treasury can load the
      *    first day's rates without a separate set-up job (same
      *    create-on-first-use pattern as CALCCAL). Create only when
      *    the file genuinely is not there (status 35): any other
      *    failure abends below rather than quietly recreating the
      *    file empty - an empty rate file rejects every foreign-
      *    currency transaction at the edit step.
           OPEN I-O RATE-FILE
           IF WS-RATE-STATUS = '35'
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN RATEFILE, STATUS='
                   WS-RATE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND RATE-LOG-FILE
           IF WS-RATE-LOG-STATUS NOT = '00'
               OPEN OUTPUT RATE-LOG-FILE
           END-IF
           IF WS-RATE-LOG-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN RATELOG, STATUS='
                   WS-RATE-LOG-STATUS DELIMITED BY SIZE
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
               SET RATE-MAINT-DONE TO TRUE
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
           MOVE 'CALCRATE' TO SECLOG-PROGRAM
           MOVE 'RATE-MAINT' TO SECLOG-FUNCTION
           MOVE SECLOG-RECORD TO SECLOG-FILE-RECORD
           WRITE SECLOG-FILE-RECORD.

       2000-MAINTENANCE-LOOP.
           DISPLAY 'ENTER FUNCTION - I(NSERT) U(PDATE) D(ELETE)'
               ' L(IST) OR X TO EXIT: '
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE
           EVALUATE TRUE
               WHEN FUNCTION-EXIT
                   SET RATE-MAINT-DONE TO TRUE
               WHEN WS-FUNCTION-CODE = SPACE
                   SET RATE-MAINT-DONE TO TRUE
               WHEN FUNCTION-INSERT
                   PERFORM 3000-INSERT-RATE
               WHEN FUNCTION-UPDATE
                   PERFORM 4000-UPDATE-RATE
               WHEN FUNCTION-DELETE
                   PERFORM 5000-DELETE-RATE
               WHEN FUNCTION-LIST
                   PERFORM 6000-LIST-RATES
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION: ' WS-FUNCTION-CODE
           END-EVALUATE.

       2100-ACCEPT-KEY.
           DISPLAY 'ENTER CURRENCY CODE (3 CHARACTERS): '
           ACCEPT WS-ENTERED-CURRENCY FROM CONSOLE
           IF WS-ENTERED-CURRENCY = SPACES
               DISPLAY 'CURRENCY CODE MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           IF WS-ENTERED-CURRENCY = WS-HOUSE-CURRENCY
               DISPLAY 'THE HOUSE CURRENCY ' WS-HOUSE-CURRENCY
                   ' IS THE BASE RATE AND TAKES NO ROW'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
           IF NOT INPUT-ERROR-FOUND
               DISPLAY 'ENTER RATE DATE (YYYYMMDD): '
               ACCEPT WS-ENTERED-DATE FROM CONSOLE
               PERFORM 2210-VALIDATE-DATE
           END-IF.

       2200-ACCEPT-RATE.
           DISPLAY 'ENTER RATE (9(5)V9(7), 000013500000 = 1.35): '
           ACCEPT WS-ENTERED-RATE FROM CONSOLE
           IF WS-ENTERED-RATE IS NOT NUMERIC
               DISPLAY 'RATE MUST BE NUMERIC'
               SET INPUT-ERROR-FOUND TO TRUE
           ELSE
               IF WS-ENTERED-RATE-N = ZERO
                   DISPLAY 'RATE MUST BE GREATER THAN ZERO'
                   SET INPUT-ERROR-FOUND TO TRUE
               END-IF
           END-IF.

       2210-VALIDATE-DATE.
           IF WS-ENTERED-DATE IS NOT NUMERIC
               DISPLAY 'DATE MUST BE A VALID DATE (YYYYMMDD)'
               SET INPUT-ERROR-FOUND TO TRUE
           ELSE
               MOVE WS-ENTERED-DATE TO WS-EDIT-DATE
               PERFORM 2220-SET-DAYS-IN-MONTH
               IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
                   OR WS-EDIT-DAY < 01
                   OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
                   DISPLAY 'DATE MUST BE A VALID DATE (YYYYMMDD)'
                   SET INPUT-ERROR-FOUND TO TRUE
               END-IF
           END-IF.

       2220-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 2230-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       2230-SET-FEBRUARY-DAYS.
      *    Leap year: divisible by 4, except centuries not divisible
      *    by 400. Century test runs only when the year ends in 00.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-EDIT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-EDIT-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-EDIT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       3000-INSERT-RATE.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-KEY
           IF NOT INPUT-ERROR-FOUND
               PERFORM 2200-ACCEPT-RATE
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'INSERT NOT APPLIED'
           ELSE
               MOVE SPACES TO RATE-RECORD
               MOVE WS-ENTERED-CURRENCY TO RATE-CURRENCY
               MOVE WS-ENTERED-DATE TO RATE-DATE
               MOVE WS-ENTERED-RATE-N TO RATE-VALUE
               WRITE RATE-RECORD
                   INVALID KEY
                       DISPLAY 'RATE ALREADY ON FILE: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
                   NOT INVALID KEY
                       PERFORM 7100-LOG-AFTER-IMAGE
                       DISPLAY 'RATE INSERTED: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
               END-WRITE
           END-IF.

       4000-UPDATE-RATE.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-KEY
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-CURRENCY TO RATE-CURRENCY
               MOVE WS-ENTERED-DATE TO RATE-DATE
               READ RATE-FILE
                   INVALID KEY
                       DISPLAY 'RATE NOT ON FILE: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT INPUT-ERROR-FOUND
               PERFORM 6300-DISPLAY-RATE
               PERFORM 2200-ACCEPT-RATE
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'UPDATE NOT APPLIED'
           ELSE
      *        The before image is logged only once the entered
      *        values pass their edits, so an abandoned update leaves
      *        no phantom change on the rate log.
               PERFORM 7000-LOG-BEFORE-IMAGE
               MOVE WS-ENTERED-RATE-N TO RATE-VALUE
               REWRITE RATE-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR RATE: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
                   NOT INVALID KEY
                       PERFORM 7100-LOG-AFTER-IMAGE
                       DISPLAY 'RATE UPDATED: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
               END-REWRITE
           END-IF.

       5000-DELETE-RATE.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           PERFORM 2100-ACCEPT-KEY
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-CURRENCY TO RATE-CURRENCY
               MOVE WS-ENTERED-DATE TO RATE-DATE
               READ RATE-FILE
                   INVALID KEY
                       DISPLAY 'RATE NOT ON FILE: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'DELETE NOT APPLIED'
           ELSE
               PERFORM 7000-LOG-BEFORE-IMAGE
               DELETE RATE-FILE
                   INVALID KEY
                       DISPLAY 'DELETE FAILED FOR RATE: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
                   NOT INVALID KEY
                       DISPLAY 'RATE DELETED: '
                           WS-ENTERED-CURRENCY ' ' WS-ENTERED-DATE
               END-DELETE
           END-IF.

       6000-LIST-RATES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO RATE-KEY
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           IF NOT LIST-EOF
               PERFORM 6100-READ-NEXT-RATE
               PERFORM 6200-LIST-ONE-RATE
                   UNTIL LIST-EOF
           END-IF
           DISPLAY 'RATES ON FILE: ' WS-LIST-COUNT.

       6100-READ-NEXT-RATE.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET LIST-EOF TO TRUE
           END-READ.

       6200-LIST-ONE-RATE.
           ADD 1 TO WS-LIST-COUNT
           PERFORM 6300-DISPLAY-RATE
           PERFORM 6100-READ-NEXT-RATE.

       6300-DISPLAY-RATE.
           MOVE RATE-VALUE TO WS-RATE-EDIT
           DISPLAY 'CURRENCY ' RATE-CURRENCY ' DATE ' RATE-DATE
               ' RATE ' WS-RATE-EDIT ' ' WS-HOUSE-CURRENCY.

       7000-LOG-BEFORE-IMAGE.
           MOVE SPACES TO WS-RATE-LOG-RECORD
           MOVE 'BEFORE' TO RATE-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-LOG-RECORD.

       7100-LOG-AFTER-IMAGE.
           MOVE SPACES TO WS-RATE-LOG-RECORD
           MOVE 'AFTER' TO RATE-LOG-IMAGE-TYPE
           PERFORM 7200-WRITE-LOG-RECORD.

       7200-WRITE-LOG-RECORD.
      *    Re-capture the clock per image so a long console session
      *    stamps each change at the moment it happened, not at
      *    sign-on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           MOVE WS-CURRENT-DATE TO RATE-LOG-DATE
           MOVE WS-CURRENT-TIME TO RATE-LOG-TIME
           MOVE WS-OPERATOR-ID TO RATE-LOG-OPERATOR
           EVALUATE TRUE
               WHEN FUNCTION-INSERT
                   MOVE 'INSERT' TO RATE-LOG-ACTION
               WHEN FUNCTION-UPDATE
                   MOVE 'UPDATE' TO RATE-LOG-ACTION
               WHEN FUNCTION-DELETE
                   MOVE 'DELETE' TO RATE-LOG-ACTION
           END-EVALUATE
           MOVE RATE-RECORD TO RATE-LOG-IMAGE
           MOVE WS-RATE-LOG-RECORD TO RATE-LOG-FILE-RECORD
           WRITE RATE-LOG-FILE-RECORD.

       8000-FINALIZE.
           CLOSE RATE-FILE
           CLOSE RATE-LOG-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

       9900-ABEND-FILE-ERROR.
           DISPLAY 'CALCRATE ABEND: ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
