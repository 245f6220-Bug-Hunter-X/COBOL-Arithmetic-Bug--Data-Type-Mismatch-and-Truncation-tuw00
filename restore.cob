       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-RECORD          PIC X(123).

       FD  RESULT-FILE.
       COPY RESULTREC.
