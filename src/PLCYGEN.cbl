       FD  POLICY-OUT.
       01  POLICY-LINE            PIC X(80).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  PGN-ROLIN-STATUS       PIC X(02).
       77  PGN-POLOUT-STATUS      PIC X(02).
       77  PGN-AUDIN-STATUS       PIC X(02).
       77  PGN-AUDOUT-STATUS      PIC X(02).
       77  PGN-GRANTS             PIC 9(05) COMP VALUE ZERO.
       77  PGN-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  PGN-SWITCHES.
           05 PGN-ROLIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PGN-ROLIN-EOF    VALUE 'Y'.
           05 PGN-HG-RESOURCE     PIC X(16).
           05 PGN-HG-ACTION       PIC X(10).
       01  PGN-SEQ-WORK.
           05 PGN-SEQ-X           PIC X(08).
           05 PGN-SEQ-9 REDEFINES PGN-SEQ-X
                                  PIC 9(08).
       01  PGN-GRANT-ED           PIC 9(05).
       COPY ROLE-RECORD.
       COPY AUDIT-RECORD.
