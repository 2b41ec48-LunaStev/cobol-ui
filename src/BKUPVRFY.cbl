       DATA DIVISION.
       FILE SECTION.
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  USERS-BK.
       01  USERS-BK-RECORD        PIC X(113).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  INVOICE-BK.
       01  INVOICE-BK-RECORD      PIC X(134).
       FD  AUDIT-FILE-IN.
       01  AUDIT-FILE-IN-RECORD   PIC X(84).
       FD  AUDIT-BK.
       01  AUDIT-BK-RECORD        PIC X(84).
       FD  GUEST-IN.
       01  GUEST-IN-RECORD        PIC X(106).
       FD  GUEST-BK.
       01  GUEST-BK-RECORD        PIC X(106).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  BKV-COPY-HASH          PIC 9(09) COMP VALUE ZERO.
       77  BKV-CX                 PIC 9(03) COMP VALUE ZERO.
       77  BKV-REC-LEN            PIC 9(03) COMP VALUE ZERO.
       77  BKV-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  BKV-SWITCHES.
           05 BKV-EOF-SW          PIC X(01) VALUE 'N'.
              88 BKV-EOF          VALUE 'Y'.
              88 BKV-LIVE-SIDE    VALUE 'L'.
              88 BKV-COPY-SIDE    VALUE 'C'.
       01  BKV-SEQ-WORK.
           05 BKV-SEQ-X           PIC X(08).
           05 BKV-SEQ-9 REDEFINES BKV-SEQ-X
                                  PIC 9(08).
       01  BKV-BUFFER             PIC X(113).
       01  BKV-HASH-WORK.
           05 BKV-HASH            PIC 9(09) COMP VALUE ZERO.
           05 BKV-CHAR-ORD        PIC 9(03) COMP VALUE ZERO.

       3000-VERIFY-USERS.
           MOVE 'USERS' TO BKV-DL-FILE
           MOVE 113 TO BKV-REC-LEN
           PERFORM 4000-RESET-SIDES THRU 4000-EXIT
           SET BKV-LIVE-SIDE TO TRUE
           MOVE 'N' TO BKV-EOF-SW
               GO TO 3010-EXIT
           END-READ
           MOVE SPACES TO BKV-BUFFER
           MOVE USERS-IN-RECORD TO BKV-BUFFER (1:113)
           PERFORM 6000-FOLD-RECORD THRU 6000-EXIT.
       3010-EXIT.
           EXIT.
               GO TO 3020-EXIT
           END-READ
           MOVE SPACES TO BKV-BUFFER
           MOVE USERS-BK-RECORD TO BKV-BUFFER (1:113)
           PERFORM 6000-FOLD-RECORD THRU 6000-EXIT.
       3020-EXIT.
           EXIT.

       3200-VERIFY-AUDIT.
           MOVE 'AUDIT' TO BKV-DL-FILE
           MOVE 84 TO BKV-REC-LEN
           PERFORM 4000-RESET-SIDES THRU 4000-EXIT
           SET BKV-LIVE-SIDE TO TRUE
           MOVE 'N' TO BKV-EOF-SW
               MOVE BKV-SEQ-9 TO BKV-NEXT-SEQ
           END-IF
           MOVE SPACES TO BKV-BUFFER
           MOVE AUDIT-RECORD TO BKV-BUFFER (1:84)
           PERFORM 6000-FOLD-RECORD THRU 6000-EXIT.
       3210-EXIT.
           EXIT.
               GO TO 3220-EXIT
           END-READ
           MOVE SPACES TO BKV-BUFFER
           MOVE AUDIT-BK-RECORD TO BKV-BUFFER (1:84)
           PERFORM 6000-FOLD-RECORD THRU 6000-EXIT.
       3220-EXIT.
           EXIT.
