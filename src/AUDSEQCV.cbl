      *> AUDSEQCV.cbl
      *> One-time audit-sequence widening. AUDIT-SEQ was four
      *> digits, so the trail ran out at 9999 events and every
      *> program that takes the next number, NOTIFGEN's checkpoint
      *> and AUDVRFY's gap check would all have gone wrong past
      *> it. This run rewrites every 80-byte record at the current
      *> 84-byte layout with its sequence zero-extended to eight
      *> digits, and keeps the AUDVRFY hash chain provable across
      *> the cutover:
      *>   - the old chain is first re-proved against the last
      *>     AUDVRFY control row, exactly as AUDVRFY would, and
      *>     nothing is sealed over a file edited since then;
      *>   - the old control rows are carried forward as history
      *>     (kind 'O'), then one sealed row (kind 'S') records the
      *>     old chain's final count and hash, and one run row
      *>     re-seeds the chain on the converted records, so the
      *>     next AUDVRFY run re-proves the converted file;
      *>   - the NTFCTL checkpoint NOTIFGEN keeps on the sequence
      *>     is migrated to the new width in the same run.
      *> PARM='YYYY-MM-DD' is the cutover date stamped on the
      *> sealed and re-seed rows. PARM='YYYY-MM-DD ARCHIVE'
      *> converts an archive generation rolled before the cutover:
      *> records only, no control file or checkpoint.
      *> RC=12 when the old chain does not re-prove.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEQCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS SQV-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS SQV-AUDOUT-STATUS.
           SELECT CONTROL-IN ASSIGN TO CTLINDD
               FILE STATUS IS SQV-CTLIN-STATUS.
           SELECT CONTROL-OUT ASSIGN TO CTLOUTDD
               FILE STATUS IS SQV-CTLOUT-STATUS.
           SELECT CKPT-IN ASSIGN TO NCKINDD
               FILE STATUS IS SQV-CKPIN-STATUS.
           SELECT CKPT-OUT ASSIGN TO NCKOUTDD
               FILE STATUS IS SQV-CKPOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(80).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(26).
       FD  CONTROL-OUT.
       01  CONTROL-OUT-RECORD     PIC X(27).
       FD  CKPT-IN.
       01  CKPT-IN-RECORD         PIC X(04).
       FD  CKPT-OUT.
       01  CKPT-OUT-RECORD        PIC X(08).
       WORKING-STORAGE SECTION.
       77  SQV-AUDIN-STATUS       PIC X(02).
       77  SQV-AUDOUT-STATUS      PIC X(02).
       77  SQV-CTLIN-STATUS       PIC X(02).
       77  SQV-CTLOUT-STATUS      PIC X(02).
       77  SQV-CKPIN-STATUS       PIC X(02).
       77  SQV-CKPOUT-STATUS      PIC X(02).
       77  SQV-CONVERTED          PIC 9(07) COMP VALUE ZERO.
       77  SQV-HISTORY-CT         PIC 9(05) COMP VALUE ZERO.
       77  SQV-OLD-HASH           PIC 9(09) COMP VALUE ZERO.
       77  SQV-NEW-HASH           PIC 9(09) COMP VALUE ZERO.
       77  SQV-PREFIX-HASH        PIC 9(09) COMP VALUE ZERO.
       77  SQV-CX                 PIC 9(02) COMP VALUE ZERO.
       01  SQV-SWITCHES.
           05 SQV-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SQV-AUDIN-EOF    VALUE 'Y'.
           05 SQV-CTLIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SQV-CTLIN-EOF    VALUE 'Y'.
           05 SQV-PRIOR-SW        PIC X(01) VALUE 'N'.
              88 SQV-PRIOR-RUN    VALUE 'Y'.
           05 SQV-MODE-SW         PIC X(01) VALUE 'L'.
              88 SQV-LIVE-MODE    VALUE 'L'.
              88 SQV-ARCHIVE-MODE VALUE 'A'.
           05 SQV-TAMPER-SW       PIC X(01) VALUE 'N'.
              88 SQV-TAMPERED     VALUE 'Y'.
      *> The retired layout, kept here only for the migration.
       01  SQV-OLD-RECORD.
           05 SQV-OLD-SEQ         PIC X(04).
           05 SQV-OLD-DATE        PIC X(10).
           05 SQV-OLD-TIME        PIC X(08).
           05 SQV-OLD-TZ          PIC X(06).
           05 SQV-OLD-ACTOR       PIC X(10).
           05 SQV-OLD-EVENT       PIC X(12).
           05 SQV-OLD-META        PIC X(30).
      *> The retired AUDVRFY control row and NTFCTL checkpoint.
       01  SQV-OLD-CONTROL.
           05 SQV-OC-DATE         PIC X(10).
           05 SQV-OC-COUNT        PIC 9(07).
           05 SQV-OC-HASH         PIC 9(09).
       01  SQV-PRIOR-CONTROL.
           05 SQV-PRIOR-DATE      PIC X(10).
           05 SQV-PRIOR-COUNT     PIC 9(07).
           05 SQV-PRIOR-HASH      PIC 9(09).
       01  SQV-OLD-CKPT.
           05 SQV-OCK-X           PIC X(04).
           05 SQV-OCK-9 REDEFINES SQV-OCK-X
                                  PIC 9(04).
      *> The current AUDVRFY control row and NTFCTL checkpoint.
       01  SQV-CONTROL-RECORD.
           05 SQV-CTL-DATE        PIC X(10).
           05 SQV-CTL-COUNT       PIC 9(07).
           05 SQV-CTL-HASH        PIC 9(09).
           05 SQV-CTL-KIND        PIC X(01).
       01  SQV-NEW-CKPT.
           05 SQV-NCK-X           PIC X(08).
           05 SQV-NCK-9 REDEFINES SQV-NCK-X
                                  PIC 9(08).
       COPY AUDIT-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-CUTOVER-DATE   PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-MODE           PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-CONVERT-RECORD THRU 3000-EXIT
               UNTIL SQV-AUDIN-EOF
           IF SQV-LIVE-MODE
               PERFORM 5000-MIGRATE-CHECKPOINT THRU 5000-EXIT
               PERFORM 6000-SEAL-CHAIN THRU 6000-EXIT
           END-IF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           EVALUATE TRUE
               WHEN PARM-LEN = 10
                   SET SQV-LIVE-MODE TO TRUE
               WHEN PARM-LEN = 18 AND PARM-MODE = 'ARCHIVE'
                   SET SQV-ARCHIVE-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'AUDSEQCV: PARM MUST BE THE CUTOVER DATE '
                           'YYYY-MM-DD, OPTIONALLY FOLLOWED BY '
                           'ARCHIVE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT AUDIT-IN
           OPEN OUTPUT AUDIT-OUT
           IF SQV-AUDIN-STATUS NOT = '00'
            OR SQV-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUDSEQCV: OPEN FAILED AUDIN='
                       SQV-AUDIN-STATUS
                       ' AUDOUT=' SQV-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF SQV-LIVE-MODE
               PERFORM 1100-OPEN-CONTROL THRU 1100-EXIT
           END-IF
           PERFORM 8100-READ-OLD THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> An empty or missing control file means AUDVRFY has never
      *> run: there is no prior prefix to re-prove and no history
      *> to carry, but the seal and the re-seed are still written.
       1100-OPEN-CONTROL.
           OPEN OUTPUT CONTROL-OUT
           IF SQV-CTLOUT-STATUS NOT = '00'
               DISPLAY 'AUDSEQCV: OPEN FAILED CTLOUT='
                       SQV-CTLOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-IN
           IF SQV-CTLIN-STATUS = '00'
               PERFORM 1200-CARRY-HISTORY THRU 1200-EXIT
                   UNTIL SQV-CTLIN-EOF
               CLOSE CONTROL-IN
           END-IF.
       1100-EXIT.
           EXIT.

      *> Each old control row is kept as history; the last one is
      *> the prefix this run must re-prove before it seals.
       1200-CARRY-HISTORY.
           READ CONTROL-IN INTO SQV-OLD-CONTROL
               AT END SET SQV-CTLIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE SQV-OLD-CONTROL TO SQV-PRIOR-CONTROL
           SET SQV-PRIOR-RUN TO TRUE
           MOVE SQV-OC-DATE TO SQV-CTL-DATE
           MOVE SQV-OC-COUNT TO SQV-CTL-COUNT
           MOVE SQV-OC-HASH TO SQV-CTL-HASH
           MOVE 'O' TO SQV-CTL-KIND
           WRITE CONTROL-OUT-RECORD FROM SQV-CONTROL-RECORD
           ADD 1 TO SQV-HISTORY-CT.
       1200-EXIT.
           EXIT.

       3000-CONVERT-RECORD.
           ADD 1 TO SQV-CONVERTED
           PERFORM 3500-HASH-OLD THRU 3500-EXIT
           IF SQV-PRIOR-RUN
            AND SQV-CONVERTED = SQV-PRIOR-COUNT
               MOVE SQV-OLD-HASH TO SQV-PREFIX-HASH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
      *> A numeric sequence is zero-extended; anything else is
      *> carried as it stands for AUDVRFY to go on flagging.
           IF SQV-OLD-SEQ IS NUMERIC
               MOVE '0000' TO AUDIT-SEQ (1:4)
               MOVE SQV-OLD-SEQ TO AUDIT-SEQ (5:4)
           ELSE
               MOVE SQV-OLD-SEQ TO AUDIT-SEQ
           END-IF
           MOVE SQV-OLD-DATE TO AUDIT-DATE
           MOVE SQV-OLD-TIME TO AUDIT-TIME
           MOVE SQV-OLD-TZ TO AUDIT-TZ
           MOVE SQV-OLD-ACTOR TO AUDIT-ACTOR
           MOVE SQV-OLD-EVENT TO AUDIT-EVENT
           MOVE SQV-OLD-META TO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           PERFORM 3600-HASH-NEW THRU 3600-EXIT
           PERFORM 8100-READ-OLD THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> The AUDVRFY chain, byte for byte: over the 80-byte
      *> record for the old chain and over the 84-byte record for
      *> the re-seed, so both rows written below verify.
       3500-HASH-OLD.
           PERFORM 3510-HASH-OLD-BYTE THRU 3510-EXIT
               VARYING SQV-CX FROM 1 BY 1 UNTIL SQV-CX > 80.
       3500-EXIT.
           EXIT.

       3510-HASH-OLD-BYTE.
           COMPUTE SQV-OLD-HASH =
               FUNCTION MOD (
                   (SQV-OLD-HASH * 31)
                   + FUNCTION ORD (SQV-OLD-RECORD (SQV-CX:1))
                   999999937).
       3510-EXIT.
           EXIT.

       3600-HASH-NEW.
           PERFORM 3610-HASH-NEW-BYTE THRU 3610-EXIT
               VARYING SQV-CX FROM 1 BY 1 UNTIL SQV-CX > 84.
       3600-EXIT.
           EXIT.

       3610-HASH-NEW-BYTE.
           COMPUTE SQV-NEW-HASH =
               FUNCTION MOD (
                   (SQV-NEW-HASH * 31)
                   + FUNCTION ORD (AUDIT-RECORD (SQV-CX:1))
                   999999937).
       3610-EXIT.
           EXIT.

      *> NOTIFGEN's high-water sequence, widened in place. A
      *> missing, empty or unreadable checkpoint already means
      *> "start from the top", and zero still does.
       5000-MIGRATE-CHECKPOINT.
           MOVE '0000' TO SQV-OCK-X
           OPEN INPUT CKPT-IN
           IF SQV-CKPIN-STATUS = '00'
               READ CKPT-IN INTO SQV-OCK-X
                   AT END MOVE '0000' TO SQV-OCK-X
               END-READ
               CLOSE CKPT-IN
           END-IF
           IF SQV-OCK-X IS NOT NUMERIC
               MOVE '0000' TO SQV-OCK-X
           END-IF
           MOVE SQV-OCK-9 TO SQV-NCK-9
           OPEN OUTPUT CKPT-OUT
           IF SQV-CKPOUT-STATUS NOT = '00'
               DISPLAY 'AUDSEQCV: CHECKPOINT NOT WRITTEN, STATUS='
                       SQV-CKPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           WRITE CKPT-OUT-RECORD FROM SQV-NEW-CKPT
           CLOSE CKPT-OUT.
       5000-EXIT.
           EXIT.

      *> Seal only a chain that still proves: a prefix that no
      *> longer matches its last control row is reported, and the
      *> non-zero return code keeps the promote steps from
      *> running, so the edited file is never laundered into a
      *> fresh seed.
       6000-SEAL-CHAIN.
           IF SQV-PRIOR-RUN
               IF SQV-CONVERTED < SQV-PRIOR-COUNT
                OR SQV-PREFIX-HASH NOT = SQV-PRIOR-HASH
                   SET SQV-TAMPERED TO TRUE
                   DISPLAY 'AUDSEQCV: *** PRIOR PREFIX HASH '
                           'MISMATCH - AUDIT FILE EDITED SINCE '
                           SQV-PRIOR-DATE ' - NOT SEALED ***'
                   MOVE 12 TO RETURN-CODE
                   GO TO 6000-EXIT
               END-IF
           END-IF
           MOVE PARM-CUTOVER-DATE TO SQV-CTL-DATE
           MOVE SQV-CONVERTED TO SQV-CTL-COUNT
           MOVE SQV-OLD-HASH TO SQV-CTL-HASH
           MOVE 'S' TO SQV-CTL-KIND
           WRITE CONTROL-OUT-RECORD FROM SQV-CONTROL-RECORD
           MOVE SQV-NEW-HASH TO SQV-CTL-HASH
           MOVE SPACE TO SQV-CTL-KIND
           WRITE CONTROL-OUT-RECORD FROM SQV-CONTROL-RECORD.
       6000-EXIT.
           EXIT.

       8100-READ-OLD.
           READ AUDIT-IN INTO SQV-OLD-RECORD
               AT END SET SQV-AUDIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE AUDIT-IN AUDIT-OUT
           IF SQV-ARCHIVE-MODE
               DISPLAY 'AUDSEQCV: ' SQV-CONVERTED
                       ' ARCHIVED RECORDS CONVERTED'
               GO TO 9000-EXIT
           END-IF
           CLOSE CONTROL-OUT
           DISPLAY 'AUDSEQCV: ' SQV-CONVERTED ' RECORDS CONVERTED, '
                   SQV-HISTORY-CT ' CONTROL ROWS CARRIED, CHECKPOINT '
                   SQV-NCK-X
           IF NOT SQV-TAMPERED
               DISPLAY 'AUDSEQCV: OLD CHAIN SEALED AT HASH '
                       SQV-OLD-HASH ', RE-SEEDED AT HASH '
                       SQV-NEW-HASH
           END-IF.
       9000-EXIT.
           EXIT.
