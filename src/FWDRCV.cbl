      *> FWDRCV.cbl
      *> Forward-recovery extract. After DATAREST has put the
      *> masters back to a DATABKUP snapshot, everything APPLYTRN
      *> posted since the snapshot is missing from them, but the
      *> transactions themselves are still on TRANS-FILE, which no
      *> restore touches. This step picks out every Posted
      *> transaction captured after the snapshot's backup time and
      *> no later than the operator's stop point, sorts them into
      *> TRN-SEQ order, and writes them as Pending to a replay
      *> queue; the next step of jcl/FWDRCV.jcl runs APPLYTRN over
      *> that queue, so the replay goes through the same posting
      *> rules as the first time. A stop point just before a bad
      *> change recovers to the moment before it. Rejected,
      *> Awaiting and Pending rows are not replayed - they never
      *> posted - and FWDRPT accounts for them afterwards.
      *> PARM is fixed-format:
      *>   cols  1-19  backup time   YYYY-MM-DD HH:MM:SS
      *>   cols 21-39  stop point    YYYY-MM-DD HH:MM:SS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-IN ASSIGN TO TRANSDD
               FILE STATUS IS FRC-TRNIN-STATUS.
           SELECT REPLAY-OUT ASSIGN TO RPLYDD
               FILE STATUS IS FRC-RPLY-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  REPLAY-OUT.
       01  REPLAY-OUT-RECORD      PIC X(200).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-SEQ             PIC X(06).
           05 FILLER              PIC X(194).
       WORKING-STORAGE SECTION.
       77  FRC-TRNIN-STATUS       PIC X(02).
       77  FRC-RPLY-STATUS        PIC X(02).
       77  FRC-READ-CT            PIC 9(07) COMP VALUE ZERO.
       77  FRC-BEFORE-CT          PIC 9(07) COMP VALUE ZERO.
       77  FRC-PICKED-CT          PIC 9(07) COMP VALUE ZERO.
       77  FRC-UNPOSTED-CT        PIC 9(07) COMP VALUE ZERO.
       77  FRC-LATE-CT            PIC 9(07) COMP VALUE ZERO.
       01  FRC-SWITCHES.
           05 FRC-TRNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 FRC-TRNIN-EOF    VALUE 'Y'.
       01  FRC-STAMP              PIC X(19).
       COPY TRANS-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-DATA.
              10 PARM-BACKUP      PIC X(19).
              10 FILLER           PIC X(01).
              10 PARM-STOP        PIC X(19).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           IF PARM-LEN NOT = 39
               DISPLAY 'FWDRCV: PARM MUST BE THE BACKUP TIME AND '
                       'THE STOP POINT (SEE PROGRAM HEADER)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-STOP NOT > PARM-BACKUP
               DISPLAY 'FWDRCV: STOP POINT ' PARM-STOP
                       ' IS NOT AFTER THE BACKUP ' PARM-BACKUP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS 2000-FEED-SORT
                   THRU 2000-FEED-EXIT
               GIVING REPLAY-OUT
           DISPLAY 'FWDRCV: ' FRC-READ-CT ' TRANSACTIONS READ, '
                   FRC-BEFORE-CT ' BEFORE THE BACKUP, '
                   FRC-PICKED-CT ' TO REPLAY, '
                   FRC-UNPOSTED-CT ' NEVER POSTED, '
                   FRC-LATE-CT ' AFTER THE STOP POINT'
           GOBACK.

       2000-FEED-SORT.
           OPEN INPUT TRANS-IN
           IF FRC-TRNIN-STATUS NOT = '00'
               DISPLAY 'FWDRCV: OPEN FAILED TRANS='
                       FRC-TRNIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-TRANS THRU 8100-EXIT
           PERFORM 2100-PICK-ONE THRU 2100-EXIT
               UNTIL FRC-TRNIN-EOF
           CLOSE TRANS-IN.
       2000-FEED-EXIT.
           EXIT.

      *> The stamp is the capture date and time side by side, so
      *> it compares as text against the PARM stamps.
       2100-PICK-ONE.
           ADD 1 TO FRC-READ-CT
           MOVE SPACES TO FRC-STAMP
           STRING TRN-DATE ' ' TRN-TIME
               DELIMITED BY SIZE INTO FRC-STAMP
           IF FRC-STAMP NOT > PARM-BACKUP
               ADD 1 TO FRC-BEFORE-CT
               GO TO 2100-NEXT
           END-IF
           IF FRC-STAMP > PARM-STOP
               ADD 1 TO FRC-LATE-CT
               GO TO 2100-NEXT
           END-IF
           IF NOT TRN-POSTED
               ADD 1 TO FRC-UNPOSTED-CT
               GO TO 2100-NEXT
           END-IF
           SET TRN-PENDING TO TRUE
           MOVE TRANS-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           ADD 1 TO FRC-PICKED-CT.
       2100-NEXT.
           PERFORM 8100-READ-TRANS THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

       8100-READ-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET FRC-TRNIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.
