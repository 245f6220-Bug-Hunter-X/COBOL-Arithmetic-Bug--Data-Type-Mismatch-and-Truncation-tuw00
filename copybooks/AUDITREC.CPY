           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-DTL-RESULT        PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(58) VALUE SPACES.

      *    Currency conversion of the sum: the amount as it arrived
      *    and its currency, the rate applied, the amount posted in
      *    the company's functional currency, and the rounding the
      *    conversion to whole cents left behind.
       01  AUDIT-CONVERT-LINE.
           05  AUDIT-CNV-COMPANY       PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-KEY           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-DATE          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-OPERATION     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-ORIG-AMOUNT   PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-FROM-CURRENCY PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-RATE          PIC ZZZZ9.99999999.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-RESULT        PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-TO-CURRENCY   PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AUDIT-CNV-ROUNDING      PIC ZZ9.999999-.
           05  FILLER                  PIC X(37) VALUE SPACES.
