      *> aggregated - so the next HITSTAT run picks up exactly
      *> where it left off and the counters and per-screen
      *> outputs never notice the trim. A record whose date will
      *> not parse is retained, and so is one dated inside a
      *> range hold on LEGALHOLD-FILE - a hit names no person, so
      *> only range holds reach it. Held hits are listed on
      *> SYSOUT one line per matter and day, with the count. They
      *> stay inside the already-aggregated stretch, so the
      *> checkpoint still comes down by the archived count alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HITARCH.
       ENVIRONMENT DIVISION.
               FILE STATUS IS HAR-CTLIN-STATUS.
           SELECT CONTROL-OUT ASSIGN TO CTLOUTDD
               FILE STATUS IS HAR-CTLOUT-STATUS.
           SELECT HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS HAR-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(78).
       FD  ARCHIVE-OUT.
       01  ARCHIVE-OUT-RECORD     PIC X(78).
       FD  HITS-OUT.
       01  HITS-OUT-RECORD        PIC X(78).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(09).
       FD  CONTROL-OUT.
       01  CONTROL-OUT-RECORD     PIC X(09).
       FD  HOLD-IN.
       01  HOLD-IN-RECORD         PIC X(140).
       WORKING-STORAGE SECTION.
       77  HAR-HITIN-STATUS       PIC X(02).
       77  HAR-ARCH-STATUS        PIC X(02).
       77  HAR-HITOUT-STATUS      PIC X(02).
       77  HAR-CTLIN-STATUS       PIC X(02).
       77  HAR-CTLOUT-STATUS      PIC X(02).
       77  HAR-HOLD-STATUS        PIC X(02).
       77  HAR-TOTAL-RECS         PIC 9(09) COMP VALUE ZERO.
       77  HAR-ARCHIVED           PIC 9(09) COMP VALUE ZERO.
       77  HAR-RETAINED           PIC 9(09) COMP VALUE ZERO.
       77  HAR-HELD               PIC 9(09) COMP VALUE ZERO.
       77  HAR-RUN-HELD           PIC 9(09) COMP VALUE ZERO.
       01  HAR-SWITCHES.
           05 HAR-HITIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 HAR-HITIN-EOF    VALUE 'Y'.
           05 HAR-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
              88 HAR-HOLD-EOF     VALUE 'Y'.
      *> The matter and day of the held hits being counted for
      *> the next SYSOUT line.
       01  HAR-RUN-MATTER         PIC X(12) VALUE SPACES.
       01  HAR-RUN-DATE           PIC X(10) VALUE SPACES.
       01  HAR-CHECKPOINT.
           05 HAR-CKP-X           PIC X(09) VALUE '000000000'.
           05 HAR-CKP-9 REDEFINES HAR-CKP-X
              10 HAR-DW-S2        PIC X(01).
              10 HAR-DW-DD        PIC X(02).
       COPY HIT-RECORD.
       COPY LEGALHOLD-RECORD.
       COPY LEGAL-HOLD-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HITS-IN CONTROL-IN HOLD-IN
           OPEN OUTPUT ARCHIVE-OUT HITS-OUT
           IF HAR-HITIN-STATUS NOT = '00'
            OR HAR-ARCH-STATUS NOT = '00'
            OR HAR-HITOUT-STATUS NOT = '00'
            OR HAR-HOLD-STATUS NOT = '00'
               DISPLAY 'HITARCH: OPEN FAILED HITS='
                       HAR-HITIN-STATUS
                       ' ARCH=' HAR-ARCH-STATUS
                       ' NEWHIT=' HAR-HITOUT-STATUS
                       ' HOLDS=' HAR-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
               UNTIL HAR-HOLD-EOF
           CLOSE HOLD-IN
           IF HAR-CTLIN-STATUS = '00'
               READ CONTROL-IN INTO HAR-CKP-X
                   AT END MOVE '000000000' TO HAR-CKP-X
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD.
           READ HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET HAR-HOLD-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           PERFORM 9500-LH-ADD-HOLD THRU 9500-EXIT
           IF LH-TABLE-FULL
               DISPLAY 'HITARCH: LEGAL HOLD TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      *> ISO dates compare correctly as text, so older-than is a
      *> plain alphanumeric compare once the stamp parses.
       3000-ROUTE-RECORD.
            AND HAR-DW-S2 = '-'
            AND HAR-DW-DD IS NUMERIC
            AND HAR-DW-X < PARM-CUTOFF
               PERFORM 3100-CHECK-HOLD THRU 3100-EXIT
           ELSE
               WRITE HITS-OUT-RECORD FROM HIT-RECORD
               ADD 1 TO HAR-RETAINED
       3000-EXIT.
           EXIT.

       3100-CHECK-HOLD.
           MOVE HIT-DATE TO LH-DATE-IN
           PERFORM 9530-LH-CHECK-DATE THRU 9530-EXIT
           IF LH-HIT = ZERO
               WRITE ARCHIVE-OUT-RECORD FROM HIT-RECORD
               ADD 1 TO HAR-ARCHIVED
               GO TO 3100-EXIT
           END-IF
           WRITE HITS-OUT-RECORD FROM HIT-RECORD
           ADD 1 TO HAR-RETAINED
           ADD 1 TO HAR-HELD
           IF LH-E-MATTER (LH-HIT) NOT = HAR-RUN-MATTER
            OR HIT-DATE NOT = HAR-RUN-DATE
               PERFORM 3200-LIST-HELD THRU 3200-EXIT
               MOVE LH-E-MATTER (LH-HIT) TO HAR-RUN-MATTER
               MOVE HIT-DATE TO HAR-RUN-DATE
           END-IF
           ADD 1 TO HAR-RUN-HELD.
       3100-EXIT.
           EXIT.

       3200-LIST-HELD.
           IF HAR-RUN-HELD > 0
               DISPLAY 'HITARCH: HELD BY ' HAR-RUN-MATTER
                       ' - ' HAR-RUN-HELD ' HITS ON ' HAR-RUN-DATE
           END-IF
           MOVE ZERO TO HAR-RUN-HELD.
       3200-EXIT.
           EXIT.

      *> The archived prefix was already inside HITSTAT's
      *> aggregated count, so the checkpoint comes down by the
      *> same number; a checkpoint smaller than the archive (a
           EXIT.

       9000-WRAP-UP.
           PERFORM 3200-LIST-HELD THRU 3200-EXIT
           CLOSE HITS-IN ARCHIVE-OUT HITS-OUT
           DISPLAY 'HITARCH: ' HAR-TOTAL-RECS ' LIVE RECORDS, '
                   HAR-ARCHIVED ' ARCHIVED BEFORE ' PARM-CUTOFF
                   ', ' HAR-RETAINED ' RETAINED ('
                   HAR-HELD ' UNDER LEGAL HOLD)'.
       9000-EXIT.
           EXIT.

       COPY LEGAL-HOLD.
