       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  EXTRACT-OUT.
       01  EXTRACT-RECORD         PIC X(84).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(07).
       FD  CONTROL-OUT.
