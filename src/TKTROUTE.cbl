       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD      PIC X(246).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
