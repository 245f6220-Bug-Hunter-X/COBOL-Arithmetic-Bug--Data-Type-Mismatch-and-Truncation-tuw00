               10  WS-REJ-COMP-2       PIC X(4).
               10  WS-REJ-INT-VALUE    PIC X(9).
               10  WS-REJ-COMPANY      PIC X(3).
               10  WS-REJ-CURRENCY     PIC X(3).
           05  FILLER                  PIC X(27).

       01  WS-REJ-LINE-OLD REDEFINES WS-REJ-LINE.
           05  WS-REJO-REASON          PIC XX.
           05  WS-RCY-COMP-2           PIC X(4).
           05  WS-RCY-INT-VALUE        PIC X(9).
           05  WS-RCY-COMPANY          PIC X(3).
           05  WS-RCY-CURRENCY         PIC X(3).

       01  WS-CONSOLE-FIELDS.
           05  WS-ACTION-REPLY         PIC X     VALUE SPACE.
           05  WS-ENTERED-COMP-2       PIC X(4)  VALUE SPACES.
           05  WS-ENTERED-INT-VALUE    PIC X(9)  VALUE SPACES.
           05  WS-ENTERED-COMPANY      PIC X(3)  VALUE SPACES.
           05  WS-ENTERED-CURRENCY     PIC X(3)  VALUE SPACES.

       01  WS-CORRECTION-COUNTS.
           05  WS-REJECTS-READ         PIC 9(9)  VALUE ZERO.
               DISPLAY 'COMP-2...: ' WS-REJ-COMP-2
               DISPLAY 'INT-VALUE: ' WS-REJ-INT-VALUE
               DISPLAY 'COMPANY..: ' WS-REJ-COMPANY
               DISPLAY 'CURRENCY.: ' WS-REJ-CURRENCY
           END-IF
           DISPLAY 'CORRECT THIS REJECT? Y(ES) N(EXT)'
               ' OR X TO STOP: '
               DISPLAY 'COMPANY CODE MAY NOT BE BLANK'
               SET INPUT-ERROR-FOUND TO TRUE
           END-IF
      *    A blank currency is the company's own functional currency,
      *    the same as on the feed; whether a keyed code has a rate
      *    for the day is CALCEDIT's edit, since treasury may load
      *    the missing rate before the recycle runs.
           DISPLAY 'ENTER CORRECTED CURRENCY CODE (3 CHARACTERS,'
               ' BLANK = COMPANY CURRENCY): '
           ACCEPT WS-ENTERED-CURRENCY FROM CONSOLE
           IF INPUT-ERROR-FOUND
               DISPLAY 'CORRECTION NOT WRITTEN - REJECT RETAINED'
               PERFORM 2800-RETAIN-REJECT
           MOVE WS-ENTERED-COMP-2 TO WS-RCY-COMP-2
           MOVE WS-ENTERED-INT-VALUE TO WS-RCY-INT-VALUE
           MOVE WS-ENTERED-COMPANY TO WS-RCY-COMPANY
           MOVE WS-ENTERED-CURRENCY TO WS-RCY-CURRENCY
           MOVE SPACES TO RECYCLE-FILE-RECORD
           MOVE WS-RECYCLE-RECORD TO RECYCLE-FILE-RECORD (1:41)
           WRITE RECYCLE-FILE-RECORD
           ADD 1 TO WS-REJECTS-CORRECTED
           DISPLAY 'CORRECTION RECYCLED FOR KEY ' WS-ENTERED-KEY.
