      *  accounting owns the chart-of-accounts table without a code
      *  change per account. An operator keys a company and
      *  transaction key and can insert, update, or delete the
      *  mapping row, or list every row on file. Changes are
      *  dual-controlled the same way as CALCMNT: a keyed change is
      *  staged on the pending-change file (PENDREC copybook) and
      *  only takes effect when a second operator approves it at
      *  CALCAPRV, which writes the before/after images to the
      *  mapping log (GLMLOGREC copybook) stamped with date, time,
      *  and both the maker and checker ids. Sign-on checks the keyed
      *  operator id and password against the security file (OPERREC
      *  copybook, maintained by CALCSEC) and requires the mapping-
      *  maintenance authority; every attempt, granted or denied,
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
       FD  GLMAP-FILE.
       COPY GLMAPREC.

       FD  PEND-FILE.
       COPY PENDREC.

       FD  OPER-FILE.
       COPY OPERREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-GLMAP-STATUS         PIC XX    VALUE '00'.
           05  WS-PEND-STATUS          PIC XX    VALUE '00'.
           05  WS-OPER-STATUS          PIC XX    VALUE '00'.
           05  WS-SECLOG-STATUS        PIC XX    VALUE '00'.


       01  WS-LIST-COUNT               PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
               END-STRING
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
      *    Mapping changes are staged on the pending-change file and
      *    take effect only when a second operator approves them at
      *    CALCAPRV, which also writes the mapping log.
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
           IF NOT INPUT-ERROR-FOUND
               PERFORM 2200-ACCEPT-MAP-VALUES
           END-IF
           IF NOT INPUT-ERROR-FOUND
               MOVE WS-ENTERED-COMPANY TO GLMAP-COMPANY
               MOVE WS-ENTERED-TRAN-KEY TO GLMAP-TRAN-KEY
               READ GLMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'MAPPING ALREADY ON FILE'
                       SET INPUT-ERROR-FOUND TO TRUE
               END-READ
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'INSERT NOT STAGED'
           ELSE
               MOVE SPACES TO PEND-RECORD
               MOVE WS-ENTERED-COMPANY TO GLMAP-COMPANY
               MOVE WS-ENTERED-TRAN-KEY TO GLMAP-TRAN-KEY
               MOVE WS-ENTERED-ACCOUNT TO GLMAP-GL-ACCOUNT
               MOVE WS-ENTERED-COST-CENTER TO GLMAP-COST-CENTER
               MOVE GLMAP-RECORD TO PEND-AFTER-IMAGE
               PERFORM 7000-STAGE-CHANGE
           END-IF.

       4000-UPDATE-MAPPING.
               PERFORM 2200-ACCEPT-MAP-VALUES
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'UPDATE NOT STAGED'
           ELSE
      *        Nothing is staged until the entered values pass their
      *        edits, so an abandoned update leaves no phantom change
      *        waiting for approval.
               MOVE SPACES TO PEND-RECORD
               MOVE GLMAP-RECORD TO PEND-BEFORE-IMAGE
               MOVE WS-ENTERED-ACCOUNT TO GLMAP-GL-ACCOUNT
               MOVE WS-ENTERED-COST-CENTER TO GLMAP-COST-CENTER
               MOVE GLMAP-RECORD TO PEND-AFTER-IMAGE
               PERFORM 7000-STAGE-CHANGE
           END-IF.

       5000-DELETE-MAPPING.
               END-READ
           END-IF
           IF INPUT-ERROR-FOUND
               DISPLAY 'DELETE NOT STAGED'
           ELSE
               MOVE SPACES TO PEND-RECORD
               MOVE GLMAP-RECORD TO PEND-BEFORE-IMAGE
               PERFORM 7000-STAGE-CHANGE
           END-IF.

       6000-LIST-MAPPINGS.
           END-IF
           DISPLAY 'MAPPINGS ON FILE: ' WS-LIST-COUNT.

       7000-STAGE-CHANGE.
      *    One pending change per mapping row: a second change to a
      *    row already waiting for approval is refused.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X
           SET PEND-FOR-GLMAPFILE TO TRUE
           MOVE GLMAP-KEY TO PEND-RECORD-KEY
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
                   DISPLAY 'A CHANGE IS ALREADY PENDING FOR THIS'
                       ' MAPPING'
                   DISPLAY 'CHANGE NOT STAGED'
               NOT INVALID KEY
                   DISPLAY PEND-ACTION ' STAGED FOR APPROVAL'
           END-WRITE.

       6100-READ-NEXT-MAPPING.
           READ GLMAP-FILE NEXT RECORD

       8000-FINALIZE.
           CLOSE GLMAP-FILE
           CLOSE PEND-FILE
           CLOSE OPER-FILE
           CLOSE SECLOG-FILE.

