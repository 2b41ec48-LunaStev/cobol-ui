       FD  CRED-OUT.
       01  CRED-OUT-RECORD        PIC X(70).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  RESULT-OUT.
       01  RESULT-OUT-RECORD.
           05 RSL-TOKEN           PIC X(32).
       77  RAP-TX                 PIC 9(05) COMP VALUE ZERO.
       77  RAP-TOKEN-IX           PIC 9(05) COMP VALUE ZERO.
       77  RAP-CRED-IX            PIC 9(05) COMP VALUE ZERO.
       77  RAP-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  RAP-SWITCHES.
           05 RAP-RSTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RAP-RSTIN-EOF    VALUE 'Y'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RAP-AS-TIME         PIC X(08).
       01  RAP-SEQ-WORK.
           05 RAP-SEQ-X           PIC X(08).
           05 RAP-SEQ-9 REDEFINES RAP-SEQ-X
                                  PIC 9(08).
       COPY TOKEN-RECORD.
       COPY CREDENTIAL-RECORD.
       COPY AUDIT-RECORD.
