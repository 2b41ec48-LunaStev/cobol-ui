      *> FWDRPT.cbl
      *> Forward-recovery report, the last word of jcl/FWDRCV.jcl.
      *> Walks the live TRANS-FILE - which the recovery never
      *> rewrites - and accounts for every transaction captured
      *> after the backup time:
      *>   REPLAYED  Posted the first time and Posted again by the
      *>             replay;
      *>   SKIPPED   after the operator's stop point, or never
      *>             Posted in the first place (Rejected, Awaiting
      *>             or still Pending), so not replayed; or left
      *>             Skipped by the replay - a type that writes no
      *>             restored master, or a held row its approval
      *>             posts;
      *>   FAILED    Posted the first time but Rejected, held
      *>             Awaiting or left Pending by the replay, or
      *>             missing from the replay queue altogether.
      *> Users postings are then reconciled against USRJRNL: the
      *> after-image the replay journalled must match the one the
      *> original posting journalled under the same TRN-SEQ, or
      *> the restored users master has not come back to where it
      *> was. RC=4 when anything failed or did not reconcile.
      *> PARM is the same as FWDRCV's:
      *>   cols  1-19  backup time   YYYY-MM-DD HH:MM:SS
      *>   cols 21-39  stop point    YYYY-MM-DD HH:MM:SS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-IN ASSIGN TO TRANSDD
               FILE STATUS IS FRP-TRNIN-STATUS.
           SELECT REPLAY-IN ASSIGN TO RPLYDD
               FILE STATUS IS FRP-RPLY-STATUS.
           SELECT JOURNAL-IN ASSIGN TO JRNINDD
               FILE STATUS IS FRP-JRNIN-STATUS.
           SELECT RJOURNAL-IN ASSIGN TO RJRNDD
               FILE STATUS IS FRP-RJRN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS FRP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  REPLAY-IN.
       01  REPLAY-IN-RECORD       PIC X(200).
       FD  JOURNAL-IN.
       01  JOURNAL-IN-RECORD      PIC X(264).
       FD  RJOURNAL-IN.
       01  RJOURNAL-IN-RECORD     PIC X(264).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  FRP-TRNIN-STATUS       PIC X(02).
       77  FRP-RPLY-STATUS        PIC X(02).
       77  FRP-JRNIN-STATUS       PIC X(02).
       77  FRP-RJRN-STATUS        PIC X(02).
       77  FRP-RPT-STATUS         PIC X(02).
       77  FRP-RPL-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  FRP-RX                 PIC 9(04) COMP VALUE ZERO.
       77  FRP-FOUND-X            PIC 9(04) COMP VALUE ZERO.
       77  FRP-REPLAYED-CT        PIC 9(07) COMP VALUE ZERO.
       77  FRP-SKIPPED-CT         PIC 9(07) COMP VALUE ZERO.
       77  FRP-FAILED-CT          PIC 9(07) COMP VALUE ZERO.
       77  FRP-AGREE-CT           PIC 9(07) COMP VALUE ZERO.
       77  FRP-DIFFER-CT          PIC 9(07) COMP VALUE ZERO.
       77  FRP-MISSING-CT         PIC 9(07) COMP VALUE ZERO.
       01  FRP-SWITCHES.
           05 FRP-TRNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 FRP-TRNIN-EOF    VALUE 'Y'.
           05 FRP-RPLY-EOF-SW     PIC X(01) VALUE 'N'.
              88 FRP-RPLY-EOF     VALUE 'Y'.
           05 FRP-JRN-EOF-SW      PIC X(01) VALUE 'N'.
              88 FRP-JRN-EOF      VALUE 'Y'.
      *> One entry per transaction in the replay queue, with its
      *> status after the replay and what the two journals hold
      *> for it.
       01  FRP-RPL-TABLE.
           05 FRP-RPL OCCURS 2000 TIMES.
              10 FRP-RPL-SEQ      PIC X(06).
              10 FRP-RPL-STATUS   PIC X(10).
              10 FRP-RPL-RJRN-SW  PIC X(01).
                 88 FRP-RPL-RJRN  VALUE 'Y'.
              10 FRP-RPL-OJRN-SW  PIC X(01).
                 88 FRP-RPL-OJRN  VALUE 'Y'.
              10 FRP-RPL-AFTER    PIC X(113).
              10 FRP-RPL-CMP-SW   PIC X(01).
                 88 FRP-RPL-AGREES  VALUE 'A'.
                 88 FRP-RPL-DIFFERS VALUE 'D'.
       01  FRP-STAMP              PIC X(19).
       01  FRP-KEY                PIC X(06).
       COPY TRANS-RECORD.
       COPY USRJRNL-RECORD.
       01  FRP-TITLE-LINE.
           05 FILLER              PIC X(33)
                  VALUE 'FORWARD RECOVERY REPORT   BACKUP '.
           05 FRP-TL-BACKUP       PIC X(19).
           05 FILLER              PIC X(08) VALUE '   STOP '.
           05 FRP-TL-STOP         PIC X(19).
           05 FILLER              PIC X(54) VALUE SPACES.
       01  FRP-DETAIL-LINE.
           05 FRP-DL-SEQ          PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FRP-DL-STAMP        PIC X(19).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FRP-DL-TYPE         PIC X(24).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FRP-DL-OUTCOME      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FRP-DL-NOTE         PIC X(68).
       01  FRP-TOTAL-LINE.
           05 FRP-TOT-LABEL       PIC X(24).
           05 FRP-TOT-COUNT       PIC ZZZZZZ9.
           05 FILLER              PIC X(102) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-DATA.
              10 PARM-BACKUP      PIC X(19).
              10 FILLER           PIC X(01).
              10 PARM-STOP        PIC X(19).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-REPLAY THRU 2000-EXIT
               UNTIL FRP-RPLY-EOF
           PERFORM 2100-LOAD-RJOURNAL THRU 2100-EXIT
               UNTIL FRP-JRN-EOF
           MOVE 'N' TO FRP-JRN-EOF-SW
           PERFORM 2200-MATCH-JOURNAL THRU 2200-EXIT
               UNTIL FRP-JRN-EOF
           PERFORM 8100-READ-TRANS THRU 8100-EXIT
           PERFORM 3000-ACCOUNT-FOR THRU 3000-EXIT
               UNTIL FRP-TRNIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 39
               DISPLAY 'FWDRPT: PARM MUST BE THE BACKUP TIME AND '
                       'THE STOP POINT (SEE PROGRAM HEADER)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANS-IN REPLAY-IN JOURNAL-IN RJOURNAL-IN
           OPEN OUTPUT REPORT-OUT
           IF FRP-TRNIN-STATUS NOT = '00'
            OR FRP-RPLY-STATUS NOT = '00'
            OR FRP-JRNIN-STATUS NOT = '00'
            OR FRP-RJRN-STATUS NOT = '00'
            OR FRP-RPT-STATUS NOT = '00'
               DISPLAY 'FWDRPT: OPEN FAILED TRANS=' FRP-TRNIN-STATUS
                       ' REPLAY=' FRP-RPLY-STATUS
                       ' JOURNAL=' FRP-JRNIN-STATUS
                       ' RJOURNAL=' FRP-RJRN-STATUS
                       ' RPT=' FRP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-BACKUP TO FRP-TL-BACKUP
           MOVE PARM-STOP TO FRP-TL-STOP
           WRITE REPORT-LINE FROM FRP-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-LOAD-REPLAY.
           READ REPLAY-IN INTO TRANS-RECORD
               AT END SET FRP-RPLY-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF FRP-RPL-COUNT = 2000
               DISPLAY 'FWDRPT: REPLAY TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO FRP-RPL-COUNT
           MOVE TRN-SEQ TO FRP-RPL-SEQ (FRP-RPL-COUNT)
           MOVE TRN-STATUS TO FRP-RPL-STATUS (FRP-RPL-COUNT)
           MOVE 'N' TO FRP-RPL-RJRN-SW (FRP-RPL-COUNT)
                       FRP-RPL-OJRN-SW (FRP-RPL-COUNT)
           MOVE SPACES TO FRP-RPL-AFTER (FRP-RPL-COUNT)
                          FRP-RPL-CMP-SW (FRP-RPL-COUNT).
       2000-EXIT.
           EXIT.

      *> The replay journal holds only what the replay posted, so
      *> every row belongs to an entry already in the table.
       2100-LOAD-RJOURNAL.
           READ RJOURNAL-IN INTO USRJRNL-RECORD
               AT END SET FRP-JRN-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           MOVE JRN-TRN-SEQ TO FRP-KEY
           PERFORM 7000-FIND-SEQ THRU 7000-EXIT
           IF FRP-FOUND-X > 0
               SET FRP-RPL-RJRN (FRP-FOUND-X) TO TRUE
               MOVE JRN-AFTER TO FRP-RPL-AFTER (FRP-FOUND-X)
           END-IF.
       2100-EXIT.
           EXIT.

      *> The original journal runs back to the first posting; only
      *> rows for transactions in the replay queue matter here.
       2200-MATCH-JOURNAL.
           READ JOURNAL-IN INTO USRJRNL-RECORD
               AT END SET FRP-JRN-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           MOVE JRN-TRN-SEQ TO FRP-KEY
           PERFORM 7000-FIND-SEQ THRU 7000-EXIT
           IF FRP-FOUND-X = 0
               GO TO 2200-EXIT
           END-IF
           SET FRP-RPL-OJRN (FRP-FOUND-X) TO TRUE
           IF NOT FRP-RPL-RJRN (FRP-FOUND-X)
               GO TO 2200-EXIT
           END-IF
           IF JRN-AFTER = FRP-RPL-AFTER (FRP-FOUND-X)
               SET FRP-RPL-AGREES (FRP-FOUND-X) TO TRUE
           ELSE
               SET FRP-RPL-DIFFERS (FRP-FOUND-X) TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       3000-ACCOUNT-FOR.
           MOVE SPACES TO FRP-STAMP
           STRING TRN-DATE ' ' TRN-TIME
               DELIMITED BY SIZE INTO FRP-STAMP
           IF FRP-STAMP NOT > PARM-BACKUP
               GO TO 3000-NEXT
           END-IF
           MOVE TRN-SEQ TO FRP-DL-SEQ
           MOVE FRP-STAMP TO FRP-DL-STAMP
           MOVE TRN-TYPE TO FRP-DL-TYPE
           MOVE SPACES TO FRP-DL-NOTE
           IF FRP-STAMP > PARM-STOP
               MOVE 'SKIPPED' TO FRP-DL-OUTCOME
               MOVE 'after the stop point' TO FRP-DL-NOTE
               ADD 1 TO FRP-SKIPPED-CT
               GO TO 3000-PRINT
           END-IF
           IF NOT TRN-POSTED
               MOVE 'SKIPPED' TO FRP-DL-OUTCOME
               STRING 'was ' DELIMITED BY SIZE
                      TRN-STATUS DELIMITED BY SPACE
                      ', never posted' DELIMITED BY SIZE
                   INTO FRP-DL-NOTE
               ADD 1 TO FRP-SKIPPED-CT
               GO TO 3000-PRINT
           END-IF
           PERFORM 3100-JUDGE-REPLAY THRU 3100-EXIT.
       3000-PRINT.
           WRITE REPORT-LINE FROM FRP-DETAIL-LINE.
       3000-NEXT.
           PERFORM 8100-READ-TRANS THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-JUDGE-REPLAY.
           MOVE TRN-SEQ TO FRP-KEY
           PERFORM 7000-FIND-SEQ THRU 7000-EXIT
           IF FRP-FOUND-X = 0
               MOVE 'FAILED' TO FRP-DL-OUTCOME
               MOVE 'not in the replay queue' TO FRP-DL-NOTE
               ADD 1 TO FRP-FAILED-CT
               GO TO 3100-EXIT
           END-IF
           IF FRP-RPL-STATUS (FRP-FOUND-X) = 'Skipped'
               MOVE 'SKIPPED' TO FRP-DL-OUTCOME
               MOVE 'store not restored, or posted by its approval'
                   TO FRP-DL-NOTE
               ADD 1 TO FRP-SKIPPED-CT
               GO TO 3100-EXIT
           END-IF
           IF FRP-RPL-STATUS (FRP-FOUND-X) NOT = 'Posted'
               MOVE 'FAILED' TO FRP-DL-OUTCOME
               STRING 'left ' DELIMITED BY SIZE
                      FRP-RPL-STATUS (FRP-FOUND-X)
                          DELIMITED BY SPACE
                      ' by the replay - see the recovery rejects'
                          DELIMITED BY SIZE
                   INTO FRP-DL-NOTE
               ADD 1 TO FRP-FAILED-CT
               GO TO 3100-EXIT
           END-IF
           MOVE 'REPLAYED' TO FRP-DL-OUTCOME
           ADD 1 TO FRP-REPLAYED-CT
           IF FRP-RPL-AGREES (FRP-FOUND-X)
               MOVE 'users journal agrees' TO FRP-DL-NOTE
               ADD 1 TO FRP-AGREE-CT
               GO TO 3100-EXIT
           END-IF
           IF FRP-RPL-DIFFERS (FRP-FOUND-X)
               MOVE 'users journal DIFFERS from the original posting'
                   TO FRP-DL-NOTE
               ADD 1 TO FRP-DIFFER-CT
               GO TO 3100-EXIT
           END-IF
           IF FRP-RPL-OJRN (FRP-FOUND-X)
               MOVE 'users journal row MISSING from the replay'
                   TO FRP-DL-NOTE
               ADD 1 TO FRP-MISSING-CT
               GO TO 3100-EXIT
           END-IF
           IF FRP-RPL-RJRN (FRP-FOUND-X)
               MOVE 'users journal row MISSING from the original'
                   TO FRP-DL-NOTE
               ADD 1 TO FRP-MISSING-CT
           END-IF.
       3100-EXIT.
           EXIT.

       7000-FIND-SEQ.
           MOVE ZERO TO FRP-FOUND-X
           PERFORM 7010-CHECK-SEQ THRU 7010-EXIT
               VARYING FRP-RX FROM 1 BY 1
               UNTIL FRP-RX > FRP-RPL-COUNT
                  OR FRP-FOUND-X > 0.
       7000-EXIT.
           EXIT.

       7010-CHECK-SEQ.
           IF FRP-RPL-SEQ (FRP-RX) = FRP-KEY
               MOVE FRP-RX TO FRP-FOUND-X
           END-IF.
       7010-EXIT.
           EXIT.

       8100-READ-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET FRP-TRNIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REPLAYED' TO FRP-TOT-LABEL
           MOVE FRP-REPLAYED-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           MOVE '  journal agrees' TO FRP-TOT-LABEL
           MOVE FRP-AGREE-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           MOVE '  journal differs' TO FRP-TOT-LABEL
           MOVE FRP-DIFFER-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           MOVE '  journal row missing' TO FRP-TOT-LABEL
           MOVE FRP-MISSING-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           MOVE 'SKIPPED' TO FRP-TOT-LABEL
           MOVE FRP-SKIPPED-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           MOVE 'FAILED' TO FRP-TOT-LABEL
           MOVE FRP-FAILED-CT TO FRP-TOT-COUNT
           WRITE REPORT-LINE FROM FRP-TOTAL-LINE
           CLOSE TRANS-IN REPLAY-IN JOURNAL-IN RJOURNAL-IN
                 REPORT-OUT
           IF FRP-FAILED-CT > 0
            OR FRP-DIFFER-CT > 0
            OR FRP-MISSING-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FWDRPT: ' FRP-REPLAYED-CT ' REPLAYED, '
                   FRP-SKIPPED-CT ' SKIPPED, '
                   FRP-FAILED-CT ' FAILED, '
                   FRP-DIFFER-CT ' JOURNAL DIFFERENCES, '
                   FRP-MISSING-CT ' JOURNAL ROWS MISSING'.
       9000-EXIT.
           EXIT.
