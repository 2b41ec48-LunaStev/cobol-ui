       DATA DIVISION.
       FILE SECTION.
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(78).
       FD  COUNTER-OUT.
       01  COUNTER-OUT-RECORD     PIC X(16).
       FD  CONTROL-IN.
