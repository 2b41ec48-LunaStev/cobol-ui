           05 MFA-USER            PIC X(20).
           05 MFA-CODE            PIC X(06).
       FD  USERS-FILE.
       01  USERS-FILE-RECORD      PIC X(113).
       FD  TOKEN-IN.
       01  TOKEN-IN-RECORD        PIC X(77).
       FD  TOKEN-OUT.
       FD  CRED-OUT.
       01  CRED-OUT-RECORD        PIC X(70).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  RESULT-OUT.
       01  RESULT-OUT-RECORD.
           05 RSL-USER            PIC X(20).
       77  MFV-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  MFV-TOKEN-IX           PIC 9(05) COMP VALUE ZERO.
       77  MFV-CRED-IX            PIC 9(05) COMP VALUE ZERO.
       77  MFV-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  MFV-SWITCHES.
           05 MFV-MFAIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 MFV-MFAIN-EOF    VALUE 'Y'.
              88 MFV-AUDIN-EOF    VALUE 'Y'.
       01  MFV-USER-TABLE.
           05 MFV-USER-ENTRY OCCURS 5000 TIMES.
              10 MFV-UT-RECORD    PIC X(113).
       01  MFV-TOKEN-TABLE.
           05 MFV-TOKEN-ENTRY OCCURS 5000 TIMES.
              10 MFV-TT-RECORD    PIC X(77).
           05 FILLER              PIC X(01) VALUE ':'.
           05 MFV-LT-SS           PIC 9(02).
       01  MFV-SEQ-WORK.
           05 MFV-SEQ-X           PIC X(08).
           05 MFV-SEQ-9 REDEFINES MFV-SEQ-X
                                  PIC 9(08).
       01  MFV-WANT-TOKEN.
           05 FILLER              PIC X(04) VALUE 'MFA-'.
           05 MFV-WT-USER         PIC X(06).
