      *> prefix of the file, so any after-the-fact edit, insert, or
      *> delete inside the verified prefix shows up as a PRIOR
      *> PREFIX HASH MISMATCH. PARM='YYYY-MM-DD' stamps the run.
      *> Control rows carry a kind byte: a blank kind is a run (or
      *> re-seed) row and is the one re-proved; 'S' is the sealed
      *> final count and hash of the four-digit-sequence chain,
      *> written by the AUDSEQCV cutover and printed on every
      *> report; 'O' rows are that chain's own history, kept for
      *> the record and not re-proved against the widened file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(27).
       FD  CONTROL-OUT.
       01  CONTROL-OUT-RECORD     PIC X(27).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  VFY-GAP-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  VFY-DUP-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  VFY-BADSEQ-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  VFY-PREV-SEQ           PIC 9(08) COMP VALUE ZERO.
       77  VFY-HASH               PIC 9(09) COMP VALUE ZERO.
       77  VFY-PREFIX-HASH        PIC 9(09) COMP VALUE ZERO.
       77  VFY-CX                 PIC 9(02) COMP VALUE ZERO.
              88 VFY-PRIOR-RUN    VALUE 'Y'.
           05 VFY-TAMPER-SW       PIC X(01) VALUE 'N'.
              88 VFY-TAMPERED     VALUE 'Y'.
           05 VFY-SEAL-SW         PIC X(01) VALUE 'N'.
              88 VFY-SEALED       VALUE 'Y'.
       01  VFY-SEQ-WORK.
           05 VFY-SEQ-X           PIC X(08).
           05 VFY-SEQ-9 REDEFINES VFY-SEQ-X
                                  PIC 9(08).
       01  VFY-CONTROL-RECORD.
           05 VFY-CTL-DATE        PIC X(10).
           05 VFY-CTL-COUNT       PIC 9(07).
           05 VFY-CTL-HASH        PIC 9(09).
           05 VFY-CTL-KIND        PIC X(01).
       01  VFY-CTL-READ.
           05 VFY-CRD-DATE        PIC X(10).
           05 VFY-CRD-COUNT       PIC 9(07).
           05 VFY-CRD-HASH        PIC 9(09).
           05 VFY-CRD-KIND        PIC X(01).
              88 VFY-CRD-RUN      VALUE SPACE.
              88 VFY-CRD-SEAL     VALUE 'S'.
       01  VFY-PRIOR-CONTROL.
           05 VFY-PRIOR-DATE      PIC X(10).
           05 VFY-PRIOR-COUNT     PIC 9(07).
           05 VFY-PRIOR-HASH      PIC 9(09).
           05 FILLER              PIC X(01).
       01  VFY-SEAL-CONTROL.
           05 VFY-SEAL-DATE       PIC X(10).
           05 VFY-SEAL-COUNT      PIC 9(07).
           05 VFY-SEAL-HASH       PIC 9(09).
           05 FILLER              PIC X(01).
       01  VFY-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'AUDVRFY - AUDIT TRAIL INTEGRITY VERIFICATION'.
       01  VFY-ANOMALY-LINE.
           05 VFY-AN-TYPE         PIC X(24).
           05 FILLER              PIC X(09) VALUE ' AT SEQ '.
           05 VFY-AN-SEQ          PIC X(08).
           05 FILLER              PIC X(11) VALUE ' (RECORD '.
           05 VFY-AN-REC          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE ')'.
           05 FILLER              PIC X(73) VALUE SPACES.
       01  VFY-SUM-LINE.
           05 VFY-SL-LABEL        PIC X(28).
           05 VFY-SL-VALUE        PIC ZZZZZZZZ9.
           EXIT.

       1100-GET-PRIOR-CONTROL.
           READ CONTROL-IN INTO VFY-CTL-READ
               AT END SET VFY-CTLIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN VFY-CRD-RUN
                   MOVE VFY-CTL-READ TO VFY-PRIOR-CONTROL
                   SET VFY-PRIOR-RUN TO TRUE
               WHEN VFY-CRD-SEAL
                   MOVE VFY-CTL-READ TO VFY-SEAL-CONTROL
                   SET VFY-SEALED TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> changes every hash after it.
       3500-CHAIN-HASH.
           PERFORM 3510-HASH-ONE-BYTE THRU 3510-EXIT
               VARYING VFY-CX FROM 1 BY 1 UNTIL VFY-CX > 84.
       3500-EXIT.
           EXIT.

                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF VFY-SEALED
               MOVE SPACES TO REPORT-LINE
               STRING 'FOUR-DIGIT CHAIN SEALED ' VFY-SEAL-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'SEALED RECORD COUNT' TO VFY-SL-LABEL
               MOVE VFY-SEAL-COUNT TO VFY-SL-VALUE
               WRITE REPORT-LINE FROM VFY-SUM-LINE
               MOVE 'SEALED CHAIN HASH' TO VFY-SL-LABEL
               MOVE VFY-SEAL-HASH TO VFY-SL-VALUE
               WRITE REPORT-LINE FROM VFY-SUM-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM VFY-SIGN-LINE.
               MOVE PARM-RUN-DATE TO VFY-CTL-DATE
               MOVE VFY-REC-COUNT TO VFY-CTL-COUNT
               MOVE VFY-HASH TO VFY-CTL-HASH
               MOVE SPACE TO VFY-CTL-KIND
               WRITE CONTROL-OUT-RECORD FROM VFY-CONTROL-RECORD
               CLOSE CONTROL-OUT
           ELSE
