           05 FRG-TIME            PIC X(08).
           05 FRG-EMAIL           PIC X(30).
       FD  USERS-FILE.
       01  USERS-FILE-RECORD      PIC X(113).
       FD  CRED-IN.
       01  CRED-IN-RECORD         PIC X(70).
       FD  SPOOL-OUT.
       FD  TOKEN-OUT.
       01  TOKEN-OUT-RECORD       PIC X(77).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  RTK-FRGIN-STATUS       PIC X(02).
       77  RTK-SPL-STATUS         PIC X(02).
       77  RTK-CRED-IX            PIC 9(05) COMP VALUE ZERO.
       77  RTK-UX                 PIC 9(05) COMP VALUE ZERO.
       77  RTK-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  RTK-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  RTK-SWITCHES.
           05 RTK-FRGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RTK-FRGIN-EOF    VALUE 'Y'.
              88 RTK-AUDIN-EOF    VALUE 'Y'.
       01  RTK-USER-TABLE.
           05 RTK-USER-ENTRY OCCURS 5000 TIMES.
              10 RTK-UT-RECORD    PIC X(113).
       01  RTK-CRED-TABLE.
           05 RTK-CRED-ENTRY OCCURS 5000 TIMES.
              10 RTK-CT-RECORD    PIC X(70).
           05 RTK-TW-PART-1       PIC 9(16).
           05 RTK-TW-PART-2       PIC 9(16).
       01  RTK-SEQ-WORK.
           05 RTK-SEQ-X           PIC X(08).
           05 RTK-SEQ-9 REDEFINES RTK-SEQ-X
                                  PIC 9(08).
       COPY USER-RECORD.
       COPY CREDENTIAL-RECORD.
       COPY TOKEN-RECORD.
