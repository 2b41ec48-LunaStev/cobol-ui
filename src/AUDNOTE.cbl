       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  ANT-AUDIN-STATUS       PIC X(02).
       77  ANT-AUDOUT-STATUS      PIC X(02).
       77  ANT-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  ANT-SWITCHES.
           05 ANT-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ANT-AUDIN-EOF    VALUE 'Y'.
       01  ANT-SEQ-WORK.
           05 ANT-SEQ-X           PIC X(08).
           05 ANT-SEQ-9 REDEFINES ANT-SEQ-X
                                  PIC 9(08).
       COPY AUDIT-RECORD.
       01  ANT-SYS-DATE.
           05 ANT-SD-YYYY         PIC X(04).
