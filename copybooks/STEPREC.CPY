      *****************************************************************
      *  STEPREC.CPY
      *  Step-timing log record. Every batch step in the nightly
      *  chain - CALCEDIT, CALCMAIN, CALCVFY, CALCGATE, CALCXMIT,
      *  CALCACK, CALCSUSP, CALCARCH - appends a start row when it
      *  has its business date and cycle and an end row as it
      *  finishes, to the one shared STEPLOG file. The end row
      *  carries the step's record count (what it read or wrote,
      *  per program) and its return code. A start with no end is a
      *  step that abended or was cancelled; a rerun simply logs
      *  another start. The stamp is the system clock, HHMMSScc, so
      *  a step that crosses midnight still times correctly. Read
      *  by the CALCTIME batch-window report.
      *****************************************************************
       01  STEP-RECORD.
           05  STEP-BUSINESS-DATE      PIC X(8).
           05  STEP-CYCLE              PIC X(2).
           05  STEP-PROGRAM            PIC X(8).
           05  STEP-EVENT              PIC X.
               88  STEP-STARTED            VALUE 'S'.
               88  STEP-ENDED              VALUE 'E'.
           05  STEP-STAMP-DATE         PIC X(8).
           05  STEP-STAMP-TIME         PIC X(8).
           05  STEP-RECORD-COUNT       PIC 9(9).
           05  STEP-RETURN-CODE        PIC 9(3).
