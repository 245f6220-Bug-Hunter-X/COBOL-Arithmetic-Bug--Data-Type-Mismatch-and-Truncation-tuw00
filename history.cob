           DISPLAY '  WS-COMP-1........: ' RESULT-COMP-1
           DISPLAY '  WS-COMP-2........: ' RESULT-COMP-2
           DISPLAY '  SUM (WS-COMP-3)..: ' RESULT-SUM
               ' ' RESULT-FUNC-CURRENCY
           DISPLAY '  ORIGINAL SUM.....: ' RESULT-ORIG-SUM
               ' ' RESULT-CURRENCY
           DISPLAY '  EXCHANGE RATE....: ' RESULT-FX-RATE
           DISPLAY '  DIVISION RESULT..: ' RESULT-DIVIDED-VALUE
           DISPLAY '  REMAINDER........: ' RESULT-REMAINDER.

