       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  ANALYTICS-OUT.
       01  ANALYTICS-OUT-RECORD   PIC X(37).
       SD  SORT-WORK.
