       DATA DIVISION.
       FILE SECTION.
       FD  USERS-SEQ.
       01  USERS-SEQ-RECORD       PIC X(113).
       FD  USERS-KSDS.
       COPY USER-RECORD.
       WORKING-STORAGE SECTION.
