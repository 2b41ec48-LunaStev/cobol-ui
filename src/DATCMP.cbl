       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  INVITE-IN.
       01  INVITE-IN-RECORD       PIC X(120).
       FD  REPORT-OUT.
