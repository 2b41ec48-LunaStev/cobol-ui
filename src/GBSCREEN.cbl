       FD  GUEST-OUT.
       01  GUEST-OUT-RECORD       PIC X(106).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  GBS-SCAN-POS           PIC 9(03) COMP VALUE ZERO.
       77  GBS-SCAN-LIMIT         PIC 9(03) COMP VALUE ZERO.
       77  GBS-HIT                PIC 9(02) COMP VALUE ZERO.
       77  GBS-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  GBS-SWITCHES.
           05 GBS-GBIN-EOF-SW     PIC X(01) VALUE 'N'.
              88 GBS-GBIN-EOF     VALUE 'Y'.
           05 GBS-PAT-EOF-SW      PIC X(01) VALUE 'N'.
              88 GBS-PAT-EOF      VALUE 'Y'.
       01  GBS-SEQ-WORK.
           05 GBS-SEQ-X           PIC X(08).
           05 GBS-SEQ-9 REDEFINES GBS-SEQ-X
                                  PIC 9(08).
       01  GBS-FOLDED             PIC X(80) VALUE SPACES.
      *> The weighted needles, loaded from SPAMPAT-FILE, with the
      *> per-pattern hit counts the report prints.
