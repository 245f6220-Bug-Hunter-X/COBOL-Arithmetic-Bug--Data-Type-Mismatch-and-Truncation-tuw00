      *  and every sign-on attempt lands on the security log
      *  (SECLOGREC copybook). Same console prompt/response style as
      *  CALCINQ - no CICS map is available in this shop's
      *  batch-only build. The approval authority is the checker's
      *  half of dual control on TRANFILE and GL mapping changes
      *  (CALCAPRV).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  FUNCTION-EXIT           VALUE 'X'.
           05  WS-ENTERED-ID           PIC X(8)  VALUE SPACES.
           05  WS-ENTERED-PASSWORD     PIC X(8)  VALUE SPACES.
           05  WS-ENTERED-AUTHORITIES  PIC X(7)  VALUE SPACES.
           05  WS-ENTERED-AUTH-SPLIT   REDEFINES
                                       WS-ENTERED-AUTHORITIES.
               10  WS-ENTERED-AUTH-BYTE PIC X OCCURS 7 TIMES.
           05  WS-AUTH-SUB             PIC 9(2)  COMP VALUE ZERO.

       01  WS-LIST-COUNT               PIC 9(5)  VALUE ZERO.
           05  OPER-LOG-IMAGE.
               10  OPER-LOG-IMAGE-ID   PIC X(8).
               10  OPER-LOG-IMAGE-PSWD PIC X(8).
               10  OPER-LOG-IMAGE-AUTH PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           END-IF
           DISPLAY 'ENTER AUTHORITIES, Y OR N IN ORDER -'
           DISPLAY 'TRAN MAINT, MAP MAINT, CORRECTIONS, RESTORES,'
               ' OVERRIDE, SECURITY, APPROVALS (EXAMPLE YYNNNNN): '
           ACCEPT WS-ENTERED-AUTHORITIES FROM CONSOLE
           PERFORM 2300-EDIT-AUTHORITY-BYTE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 7.

       2300-EDIT-AUTHORITY-BYTE.
      *    A blank byte reads as N, so a short reply grants nothing
