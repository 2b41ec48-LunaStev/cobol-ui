      *> Data file validation. Reads USERS-FILE, INVOICES-FILE,
      *> AUDIT-FILE, and GUESTBOOK-FILE and validates every record
      *> against its copybook layout: required keys present, USER-ROLE
      *> and USER-STATUS drawn from their value sets, SMS opt-in only
      *> with a phone number on file, INVOICE-NUMBER in
      *> the INV- series, well-formed INVOICE-DATE / AUDIT-STAMP /
      *> GUEST-DATE dates, numeric amounts and a currency code on every
      *> invoice. Offenders go to the reject file tagged with the source
      *> file and a reason code, and an exceptions report prints
      *> per-file control totals. A record
      *> that fails here would render as garbage on every screen that
      *> REPEATs over its file - this job finds it first. It also
      *> checks the counts of the last RETAIN run (RETCNT-FILE):
      *> each store's rows before the run must equal those
      *> archived, deleted and left, and the live store must hold
      *> at least the rows the run left - fewer means rows were
      *> lost since or the promote never landed. RC=8 when
      *> anything is rejected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACHK.
               FILE STATUS IS DCK-AUD-STATUS.
           SELECT GUEST-IN ASSIGN TO GBDD
               FILE STATUS IS DCK-GB-STATUS.
           SELECT COUNTS-IN ASSIGN TO RETCNTDD
               FILE STATUS IS DCK-CNT-STATUS.
           SELECT TRANS-IN ASSIGN TO TRANSDD
               FILE STATUS IS DCK-TRN-STATUS.
           SELECT MAIL-IN ASSIGN TO MAILDD
               FILE STATUS IS DCK-MAIL-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS DCK-NTF-STATUS.
           SELECT TKTMSG-IN ASSIGN TO TKMINDD
               FILE STATUS IS DCK-TKM-STATUS.
           SELECT EVENT-IN ASSIGN TO TKEINDD
               FILE STATUS IS DCK-TKE-STATUS.
           SELECT JOBLOG-IN ASSIGN TO JLOGINDD
               FILE STATUS IS DCK-JL-STATUS.
           SELECT PAYAPP-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS DCK-PA-STATUS.
           SELECT REJECT-OUT ASSIGN TO REJECTDD
               FILE STATUS IS DCK-REJ-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  GUEST-IN.
       01  GUEST-IN-RECORD        PIC X(106).
       FD  COUNTS-IN.
       01  COUNTS-IN-RECORD       PIC X(68).
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  MAIL-IN.
       01  MAIL-IN-RECORD         PIC X(132).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  TKTMSG-IN.
       01  TKTMSG-IN-RECORD       PIC X(143).
       FD  EVENT-IN.
       01  EVENT-IN-RECORD        PIC X(84).
       FD  JOBLOG-IN.
       01  JOBLOG-IN-RECORD       PIC X(90).
       FD  PAYAPP-IN.
       01  PAYAPP-IN-RECORD       PIC X(63).
       FD  REJECT-OUT.
       01  REJECT-RECORD.
           05 REJ-FILE            PIC X(09).
           05 REJ-REASON          PIC X(03).
           05 FILLER              PIC X(01).
           05 REJ-IMAGE           PIC X(134).
           05 FILLER              PIC X(09).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  DCK-INV-STATUS         PIC X(02).
       77  DCK-AUD-STATUS         PIC X(02).
       77  DCK-GB-STATUS          PIC X(02).
       77  DCK-CNT-STATUS         PIC X(02).
       77  DCK-TRN-STATUS         PIC X(02).
       77  DCK-MAIL-STATUS        PIC X(02).
       77  DCK-NTF-STATUS         PIC X(02).
       77  DCK-TKM-STATUS         PIC X(02).
       77  DCK-TKE-STATUS         PIC X(02).
       77  DCK-JL-STATUS          PIC X(02).
       77  DCK-PA-STATUS          PIC X(02).
       77  DCK-REJ-STATUS         PIC X(02).
       77  DCK-RPT-STATUS         PIC X(02).
       77  DCK-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  DCK-REJ-CT             PIC 9(05) COMP VALUE ZERO.
       77  DCK-TOT-READ           PIC 9(05) COMP VALUE ZERO.
       77  DCK-TOT-REJ            PIC 9(05) COMP VALUE ZERO.
       77  DCK-SX                 PIC 9(02) COMP VALUE ZERO.
       77  DCK-FOUND-SX           PIC 9(02) COMP VALUE ZERO.
       77  DCK-RET-SUM            PIC 9(08) COMP VALUE ZERO.
       01  DCK-SWITCHES.
           05 DCK-EOF-SW          PIC X(01) VALUE 'N'.
              88 DCK-EOF          VALUE 'Y'.
              88 DCK-DATE-OK      VALUE 'Y'.
           05 DCK-TIME-OK-SW      PIC X(01) VALUE 'N'.
              88 DCK-TIME-OK      VALUE 'Y'.
       01  DCK-CUR-FILE           PIC X(09) VALUE SPACES.
       01  DCK-CUR-REASON         PIC X(03) VALUE SPACES.
       01  DCK-DATE-WORK.
              10 DCK-TW-MI        PIC X(02).
              10 DCK-TW-C2        PIC X(01).
              10 DCK-TW-SS        PIC X(02).
      *> The stores RETAIN trims, in its order, with the rows
      *> each holds now.
       01  DCK-STORE-NAMES.
           05 FILLER              PIC X(12) VALUE 'TRANS'.
           05 FILLER              PIC X(12) VALUE 'MAIL-QUEUE'.
           05 FILLER              PIC X(12) VALUE 'NOTIFY'.
           05 FILLER              PIC X(12) VALUE 'TKTMSG'.
           05 FILLER              PIC X(12) VALUE 'TKTEVENT'.
           05 FILLER              PIC X(12) VALUE 'JOBLOG'.
           05 FILLER              PIC X(12) VALUE 'PAYAPP'.
       01  DCK-STORE-TABLE REDEFINES DCK-STORE-NAMES.
           05 DCK-STORE-NAME OCCURS 7 TIMES
                                  PIC X(12).
       01  DCK-LIVE-TABLE.
           05 DCK-LIVE-CT OCCURS 7 TIMES
                                  PIC 9(07) COMP.
       01  DCK-RET-NUM            PIC 9(07).
       01  DCK-RET-NUM2           PIC 9(07).
       COPY RETCNT-RECORD.
       COPY USER-RECORD.
       COPY INVOICE-RECORD.
       COPY AUDIT-RECORD.
           PERFORM 3000-CHECK-INVOICES THRU 3000-EXIT
           PERFORM 4000-CHECK-AUDIT THRU 4000-EXIT
           PERFORM 5000-CHECK-GUESTBOOK THRU 5000-EXIT
           PERFORM 6000-CHECK-RETENTION THRU 6000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT USERS-IN INVOICE-IN AUDIT-IN GUEST-IN
           OPEN INPUT COUNTS-IN TRANS-IN MAIL-IN NOTIFY-IN
                      TKTMSG-IN EVENT-IN JOBLOG-IN PAYAPP-IN
           OPEN OUTPUT REJECT-OUT REPORT-OUT
           IF DCK-USR-STATUS NOT = '00'
            OR DCK-INV-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DCK-CNT-STATUS NOT = '00'
            OR DCK-TRN-STATUS NOT = '00'
            OR DCK-MAIL-STATUS NOT = '00'
            OR DCK-NTF-STATUS NOT = '00'
            OR DCK-TKM-STATUS NOT = '00'
            OR DCK-TKE-STATUS NOT = '00'
            OR DCK-JL-STATUS NOT = '00'
            OR DCK-PA-STATUS NOT = '00'
               DISPLAY 'DATACHK: OPEN FAILED RETCNT=' DCK-CNT-STATUS
                       ' TRANS=' DCK-TRN-STATUS
                       ' MAIL=' DCK-MAIL-STATUS
                       ' NOTIFY=' DCK-NTF-STATUS
                       ' TKTMSG=' DCK-TKM-STATUS
                       ' TKTEVENT=' DCK-TKE-STATUS
                       ' JOBLOG=' DCK-JL-STATUS
                       ' PAYAPP=' DCK-PA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT DCK-SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO DCK-HDR-DATE
           STRING DCK-SD-YYYY '-' DCK-SD-MM '-' DCK-SD-DD
                   DELIMITED BY SIZE INTO DCK-DL-TEXT
               PERFORM 7200-REJECT-USER THRU 7200-EXIT
           END-IF
           IF USER-SMS-OK AND USER-PHONE = SPACES
               MOVE 'U04' TO DCK-CUR-REASON
               MOVE 'SMS OPT-IN WITH NO PHONE NUMBER'
                   TO DCK-DL-TEXT
               PERFORM 7200-REJECT-USER THRU 7200-EXIT
           END-IF
           IF NOT DCK-REC-BAD
               ADD 1 TO DCK-GOOD-CT
           END-IF.
                   DELIMITED BY SIZE INTO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-AMOUNT IS NOT NUMERIC
               MOVE 'I03' TO DCK-CUR-REASON
               MOVE 'INVOICE-AMOUNT NOT NUMERIC' TO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-OPEN-BAL IS NOT NUMERIC
               MOVE 'I06' TO DCK-CUR-REASON
               MOVE 'INVOICE-OPEN-BAL NOT NUMERIC' TO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-TAX-AMT IS NOT NUMERIC
               MOVE 'I07' TO DCK-CUR-REASON
               MOVE 'INVOICE-TAX-AMT NOT NUMERIC' TO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-DISCOUNT IS NOT NUMERIC
               MOVE 'I08' TO DCK-CUR-REASON
               MOVE 'INVOICE-DISCOUNT NOT NUMERIC' TO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-CURRENCY = SPACES
               MOVE 'I09' TO DCK-CUR-REASON
               MOVE 'INVOICE-CURRENCY BLANK' TO DCK-DL-TEXT
               PERFORM 7210-REJECT-INVOICE THRU 7210-EXIT
           END-IF
           IF INVOICE-STATUS NOT = 'Open'
            AND INVOICE-STATUS NOT = 'Paid'
       5100-EXIT.
           EXIT.

      *> Retention control counts. The live stores are counted
      *> first; each RETCNT row is then held to its own arithmetic
      *> and to the store as it stands now. A store only grows
      *> between RETAIN runs, so fewer live rows than the run left
      *> means rows went missing or the promote step never ran.
       6000-CHECK-RETENTION.
           PERFORM 6100-COUNT-LIVE THRU 6100-EXIT
           MOVE 'RETENTION' TO DCK-CUR-FILE
           PERFORM 7000-RESET-COUNTS THRU 7000-EXIT
           PERFORM 6200-COUNTS-RECORD THRU 6200-EXIT
               UNTIL DCK-EOF
           PERFORM 7100-FILE-TOTALS THRU 7100-EXIT.
       6000-EXIT.
           EXIT.

       6100-COUNT-LIVE.
           MOVE ZERO TO DCK-LIVE-CT (1) DCK-LIVE-CT (2)
                        DCK-LIVE-CT (3) DCK-LIVE-CT (4)
                        DCK-LIVE-CT (5) DCK-LIVE-CT (6)
                        DCK-LIVE-CT (7)
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6110-COUNT-TRANS THRU 6110-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6120-COUNT-MAIL THRU 6120-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6130-COUNT-NOTIFY THRU 6130-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6140-COUNT-TKTMSG THRU 6140-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6150-COUNT-EVENT THRU 6150-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6160-COUNT-JOBLOG THRU 6160-EXIT UNTIL DCK-EOF
           MOVE 'N' TO DCK-EOF-SW
           PERFORM 6170-COUNT-PAYAPP THRU 6170-EXIT UNTIL DCK-EOF.
       6100-EXIT.
           EXIT.

       6110-COUNT-TRANS.
           READ TRANS-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6110-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (1).
       6110-EXIT.
           EXIT.

       6120-COUNT-MAIL.
           READ MAIL-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6120-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (2).
       6120-EXIT.
           EXIT.

       6130-COUNT-NOTIFY.
           READ NOTIFY-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6130-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (3).
       6130-EXIT.
           EXIT.

       6140-COUNT-TKTMSG.
           READ TKTMSG-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6140-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (4).
       6140-EXIT.
           EXIT.

       6150-COUNT-EVENT.
           READ EVENT-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6150-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (5).
       6150-EXIT.
           EXIT.

       6160-COUNT-JOBLOG.
           READ JOBLOG-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6160-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (6).
       6160-EXIT.
           EXIT.

       6170-COUNT-PAYAPP.
           READ PAYAPP-IN
               AT END SET DCK-EOF TO TRUE
               GO TO 6170-EXIT
           END-READ
           ADD 1 TO DCK-LIVE-CT (7).
       6170-EXIT.
           EXIT.

       6200-COUNTS-RECORD.
           READ COUNTS-IN INTO RETCNT-RECORD
               AT END SET DCK-EOF TO TRUE
               GO TO 6200-EXIT
           END-READ
           ADD 1 TO DCK-READ-CT
           MOVE 'N' TO DCK-REC-BAD-SW
           MOVE RCN-STORE TO DCK-DL-KEY
           MOVE ZERO TO DCK-FOUND-SX
           PERFORM 6210-MATCH-STORE THRU 6210-EXIT
               VARYING DCK-SX FROM 1 BY 1
               UNTIL DCK-SX > 7 OR DCK-FOUND-SX > 0
           IF DCK-FOUND-SX = 0
               MOVE 'R03' TO DCK-CUR-REASON
               MOVE 'RCN-STORE IS NOT A STORE RETAIN TRIMS'
                   TO DCK-DL-TEXT
               PERFORM 7240-REJECT-COUNTS THRU 7240-EXIT
               GO TO 6200-TALLY
           END-IF
           IF RCN-BEFORE IS NOT NUMERIC
            OR RCN-ARCHIVED IS NOT NUMERIC
            OR RCN-DELETED IS NOT NUMERIC
            OR RCN-AFTER IS NOT NUMERIC
               MOVE 'R03' TO DCK-CUR-REASON
               MOVE 'RETAIN COUNTS NOT NUMERIC' TO DCK-DL-TEXT
               PERFORM 7240-REJECT-COUNTS THRU 7240-EXIT
               GO TO 6200-TALLY
           END-IF
           COMPUTE DCK-RET-SUM = RCN-ARCHIVED + RCN-DELETED
                               + RCN-AFTER
           IF DCK-RET-SUM NOT = RCN-BEFORE
               MOVE 'R01' TO DCK-CUR-REASON
               MOVE DCK-RET-SUM TO DCK-RET-NUM
               MOVE SPACES TO DCK-DL-TEXT
               STRING 'BEFORE ' RCN-BEFORE
                      ' BUT ARCHIVED+DELETED+AFTER ' DCK-RET-NUM
                   DELIMITED BY SIZE INTO DCK-DL-TEXT
               PERFORM 7240-REJECT-COUNTS THRU 7240-EXIT
           END-IF
           IF DCK-LIVE-CT (DCK-FOUND-SX) < RCN-AFTER
               MOVE 'R02' TO DCK-CUR-REASON
               MOVE DCK-LIVE-CT (DCK-FOUND-SX) TO DCK-RET-NUM2
               MOVE SPACES TO DCK-DL-TEXT
               STRING 'LIVE STORE HOLDS ' DCK-RET-NUM2
                      ' ROWS, RETAIN LEFT ' RCN-AFTER
                   DELIMITED BY SIZE INTO DCK-DL-TEXT
               PERFORM 7240-REJECT-COUNTS THRU 7240-EXIT
           END-IF.
       6200-TALLY.
           IF NOT DCK-REC-BAD
               ADD 1 TO DCK-GOOD-CT
           END-IF.
       6200-EXIT.
           EXIT.

       6210-MATCH-STORE.
           IF DCK-STORE-NAME (DCK-SX) = RCN-STORE
               MOVE DCK-SX TO DCK-FOUND-SX
           END-IF.
       6210-EXIT.
           EXIT.

       7000-RESET-COUNTS.
           MOVE 'N' TO DCK-EOF-SW
           MOVE ZERO TO DCK-READ-CT DCK-GOOD-CT DCK-REJ-CT.

       7210-REJECT-INVOICE.
           MOVE SPACES TO REJECT-RECORD
           MOVE INVOICE-RECORD TO REJ-IMAGE (1:110)
           PERFORM 7290-WRITE-REJECT THRU 7290-EXIT.
       7210-EXIT.
           EXIT.

       7220-REJECT-AUDIT.
           MOVE SPACES TO REJECT-RECORD
           MOVE AUDIT-RECORD TO REJ-IMAGE (1:84)
           PERFORM 7290-WRITE-REJECT THRU 7290-EXIT.
       7220-EXIT.
           EXIT.
       7230-EXIT.
           EXIT.

       7240-REJECT-COUNTS.
           MOVE SPACES TO REJECT-RECORD
           MOVE RETCNT-RECORD TO REJ-IMAGE (1:68)
           PERFORM 7290-WRITE-REJECT THRU 7290-EXIT.
       7240-EXIT.
           EXIT.

       7290-WRITE-REJECT.
           IF NOT DCK-REC-BAD
               ADD 1 TO DCK-REJ-CT
       8000-EXIT.
           EXIT.

       8200-VALIDATE-TIME.
           MOVE 'N' TO DCK-TIME-OK-SW
           IF DCK-TW-HH IS NOT NUMERIC
           MOVE DCK-TOT-REJ TO DCK-TL-REJ
           WRITE REPORT-LINE FROM DCK-TOTAL-LINE
           CLOSE USERS-IN INVOICE-IN AUDIT-IN GUEST-IN
                 COUNTS-IN TRANS-IN MAIL-IN NOTIFY-IN
                 TKTMSG-IN EVENT-IN JOBLOG-IN PAYAPP-IN
                 REJECT-OUT REPORT-OUT
           IF DCK-TOT-REJ > 0
               MOVE 8 TO RETURN-CODE
