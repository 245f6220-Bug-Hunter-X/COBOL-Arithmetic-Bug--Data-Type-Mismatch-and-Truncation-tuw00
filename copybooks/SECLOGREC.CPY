      *  stamped with date, time, the operator id as keyed, the
      *  program, and the function attempted. The before/after
      *  maintenance logs prove what changed; this log proves whether
      *  the person keying was allowed to. SECLOG-SUBJECT names what
      *  a privileged action was applied to where it has no log of
      *  its own - the period end date on an accounting period
      *  reopen, the feed sender and sequence on a CALCEDIT feed
      *  resend - and is blank on a sign-on row.
      *****************************************************************
       01  SECLOG-RECORD.
           05  SECLOG-DATE             PIC X(8).
           05  SECLOG-RESULT           PIC X(7).
               88  SECLOG-GRANTED          VALUE 'GRANTED'.
               88  SECLOG-DENIED           VALUE 'DENIED'.
           05  SECLOG-SUBJECT          PIC X(20).
