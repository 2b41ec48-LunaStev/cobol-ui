      *> BANKREM.cbl
      *> Bank remittance import. Reads the bank's daily remittance
      *> file (PARM='YYYY-MM-DD' is the run date) - the wires and
      *> checks customers send instead of paying by card - and
      *> ties each line to an invoice:
      *>   1. an invoice number quoted in the remittance text
      *>      (INV-YYYY-NNNN, any case), when that invoice is Open;
      *>   2. otherwise the exact amount, when it equals the open
      *>      balance of one Open invoice and no other.
      *> A matched line becomes a Settled row in PAYMENTS-FILE
      *> with the bank reference as PAY-ID, for PAYRECON to apply
      *> that night. Everything else is parked in SUSPENSE-FILE as
      *> Unapplied cash with the reason it did not match; billing
      *> assigns it later through a billing.suspense.assign
      *> transaction. A bank reference already in the payments or
      *> suspense file is skipped, so a rerun imports nothing
      *> twice. The report lists every line with its outcome and
      *> then all unapplied cash on file with its age. RC=4 when
      *> anything went to suspense or a line was unreadable.
      *> Only the day's own bank references are held against the
      *> payments and suspense files, and the unapplied list is
      *> read straight off the suspense file, so neither file's
      *> growth fills a table. A settlement dated inside a period
      *> already closed on CLOSEREG-FILE is written dated the
      *> first open day (CLOSED-PERIOD.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-IN ASSIGN TO REMINDD
               FILE STATUS IS BRM-REM-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS BRM-INV-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS BRM-PAYIN-STATUS.
           SELECT PAYMENT-OUT ASSIGN TO PAYOUTDD
               FILE STATUS IS BRM-PAYOUT-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO SUSINDD
               FILE STATUS IS BRM-SUSIN-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO SUSOUTDD
               FILE STATUS IS BRM-SUSOUT-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS BRM-CLRIN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS BRM-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-IN.
       01  REMIT-IN-RECORD        PIC X(122).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  PAYMENT-OUT.
       01  PAYMENT-OUT-RECORD     PIC X(72).
       FD  SUSPENSE-IN.
       01  SUSPENSE-IN-RECORD     PIC X(190).
       FD  SUSPENSE-OUT.
       01  SUSPENSE-OUT-RECORD    PIC X(190).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  BRM-REM-STATUS         PIC X(02).
       77  BRM-INV-STATUS         PIC X(02).
       77  BRM-PAYIN-STATUS       PIC X(02).
       77  BRM-PAYOUT-STATUS      PIC X(02).
       77  BRM-SUSIN-STATUS       PIC X(02).
       77  BRM-SUSOUT-STATUS      PIC X(02).
       77  BRM-CLRIN-STATUS       PIC X(02).
       77  BRM-RPT-STATUS         PIC X(02).
       77  BRM-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  BRM-QUOTED-CT          PIC 9(05) COMP VALUE ZERO.
       77  BRM-AMOUNT-CT          PIC 9(05) COMP VALUE ZERO.
       77  BRM-SUSP-CT            PIC 9(05) COMP VALUE ZERO.
       77  BRM-DUP-CT             PIC 9(05) COMP VALUE ZERO.
       77  BRM-BAD-CT             PIC 9(05) COMP VALUE ZERO.
       77  BRM-REDATED-CT         PIC 9(05) COMP VALUE ZERO.
       77  BRM-UNAPP-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  BRM-II                 PIC 9(04) COMP VALUE ZERO.
       77  BRM-INV-HIT            PIC 9(04) COMP VALUE ZERO.
       77  BRM-FIT-CT             PIC 9(04) COMP VALUE ZERO.
       77  BRM-RI                 PIC 9(04) COMP VALUE ZERO.
       77  BRM-REF-HIT            PIC 9(04) COMP VALUE ZERO.
       77  BRM-TX                 PIC 9(02) COMP VALUE ZERO.
       77  BRM-IX                 PIC 9(02) COMP VALUE ZERO.
       77  BRM-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       77  BRM-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       01  BRM-SWITCHES.
           05 BRM-REM-EOF-SW      PIC X(01) VALUE 'N'.
              88 BRM-REM-EOF      VALUE 'Y'.
           05 BRM-INV-EOF-SW      PIC X(01) VALUE 'N'.
              88 BRM-INV-EOF      VALUE 'Y'.
           05 BRM-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 BRM-PAYIN-EOF    VALUE 'Y'.
           05 BRM-SUSIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 BRM-SUSIN-EOF    VALUE 'Y'.
           05 BRM-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 BRM-CLRIN-EOF    VALUE 'Y'.
           05 BRM-CENTS-SW        PIC X(01) VALUE 'N'.
              88 BRM-IN-CENTS     VALUE 'Y'.
      *> Open invoices and what is still owed on each. A match
      *> tonight comes off the balance here too, so a second line
      *> for the same amount cannot land on an invoice the first
      *> one already settled.
       01  BRM-INV-TABLE.
           05 BRM-INV-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 BRM-INV OCCURS 5000 TIMES.
              10 BRM-I-NUMBER     PIC X(13).
              10 BRM-I-OPEN       PIC 9(09)V99 COMP-3.
              10 BRM-I-CURRENCY   PIC X(08).
      *> The bank references on today's remittance file, each
      *> marked once it is found on file as a settlement or a
      *> suspense item, or is imported by this run.
       01  BRM-REF-TABLE.
           05 BRM-REF-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 BRM-REF-ENTRY OCCURS 5000 TIMES.
              10 BRM-REF          PIC X(10).
              10 BRM-REF-SEEN-SW  PIC X(01).
                 88 BRM-REF-SEEN  VALUE 'Y'.
       01  BRM-TEXT-UP            PIC X(60).
       01  BRM-QUOTED             PIC X(13) VALUE SPACES.
       01  BRM-REASON             PIC X(20) VALUE SPACES.
       01  BRM-DIG.
           05 BRM-DIG-X           PIC X(01).
           05 BRM-DIG-9 REDEFINES BRM-DIG-X
                                  PIC 9(01).
       01  BRM-AMT-WORK.
           05 BRM-AMT-TXT         PIC X(13).
           05 BRM-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 BRM-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 BRM-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 BRM-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BRM-LINE-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BRM-MATCHED-TOTAL      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BRM-SUSP-TOTAL         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BRM-UNAPP-TOTAL        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BRM-MONEY-ED           PIC $$$$$$$$$9.99.
       01  BRM-MONEY-OUT          PIC X(13) VALUE SPACES.
       01  BRM-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'BANKREM - BANK REMITTANCE IMPORT     RUN ON '.
           05 BRM-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  BRM-HEAD-2.
           05 FILLER              PIC X(40) VALUE
              'UNAPPLIED CASH ON FILE'.
           05 FILLER              PIC X(93) VALUE SPACES.
       01  BRM-DETAIL.
           05 BRM-DT-REF          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-DT-AMOUNT       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-DT-PAYER        PIC X(24).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-DT-VERDICT      PIC X(72).
       01  BRM-AGE-LINE.
           05 BRM-AL-REF          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-AL-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-AL-AMOUNT       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-AL-PAYER        PIC X(24).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BRM-AL-DAYS         PIC ZZZ9.
           05 FILLER              PIC X(06) VALUE ' days '.
           05 BRM-AL-REASON       PIC X(20).
           05 FILLER              PIC X(42) VALUE SPACES.
       01  BRM-TOTAL-LINE.
           05 BRM-TL-LABEL        PIC X(24).
           05 BRM-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BRM-TL-AMOUNT       PIC X(13).
           05 FILLER              PIC X(89) VALUE SPACES.
       COPY REMIT-RECORD.
       COPY INVOICE-RECORD.
       COPY PAYMENT-RECORD.
       COPY SUSPENSE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY CLOSED-PERIOD-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-MATCH-LINE THRU 3000-EXIT
               UNTIL BRM-REM-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
            OR PARM-RUN-DATE (5:1) NOT = '-'
               DISPLAY 'BANKREM: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REMIT-IN INVOICE-IN PAYMENT-IN SUSPENSE-IN
                      CLOSE-IN
           OPEN OUTPUT REPORT-OUT
           IF BRM-REM-STATUS NOT = '00'
            OR BRM-INV-STATUS NOT = '00'
            OR BRM-PAYIN-STATUS NOT = '00'
            OR BRM-SUSIN-STATUS NOT = '00'
            OR BRM-CLRIN-STATUS NOT = '00'
            OR BRM-RPT-STATUS NOT = '00'
               DISPLAY 'BANKREM: OPEN FAILED REMIT=' BRM-REM-STATUS
                       ' INV=' BRM-INV-STATUS
                       ' PAY=' BRM-PAYIN-STATUS
                       ' SUSP=' BRM-SUSIN-STATUS
                       ' CLOSE=' BRM-CLRIN-STATUS
                       ' RPT=' BRM-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-LOAD-CLOSED THRU 1400-EXIT
               UNTIL BRM-CLRIN-EOF
           CLOSE CLOSE-IN
           PERFORM 8100-READ-REMIT THRU 8100-EXIT
           PERFORM 1050-NOTE-DAY-REF THRU 1050-EXIT
               UNTIL BRM-REM-EOF
           CLOSE REMIT-IN
           OPEN INPUT REMIT-IN
           IF BRM-REM-STATUS NOT = '00'
               DISPLAY 'BANKREM: REMITTANCE REOPEN FAILED, STATUS='
                       BRM-REM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO BRM-REM-EOF-SW
           PERFORM 1100-LOAD-INVOICE THRU 1100-EXIT
               UNTIL BRM-INV-EOF
           CLOSE INVOICE-IN
           PERFORM 1200-LOAD-PAYMENT THRU 1200-EXIT
               UNTIL BRM-PAYIN-EOF
           CLOSE PAYMENT-IN
           PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT
               UNTIL BRM-SUSIN-EOF
           CLOSE SUSPENSE-IN
           OPEN EXTEND PAYMENT-OUT SUSPENSE-OUT
           IF BRM-PAYOUT-STATUS NOT = '00'
            OR BRM-SUSOUT-STATUS NOT = '00'
               DISPLAY 'BANKREM: EXTEND OPEN FAILED PAY='
                       BRM-PAYOUT-STATUS ' SUSP=' BRM-SUSOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO BRM-RUN-SERIAL
           MOVE PARM-RUN-DATE TO BRM-H1-DATE
           WRITE REPORT-LINE FROM BRM-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8100-READ-REMIT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> First pass over the remittance file: the references a
      *> payment or suspense row on file could collide with.
       1050-NOTE-DAY-REF.
           IF REM-REF = SPACES
               GO TO 1050-READ
           END-IF
           MOVE REM-REF TO SUS-REF
           PERFORM 5400-FIND-REF THRU 5400-EXIT
           IF BRM-REF-HIT > ZERO
               GO TO 1050-READ
           END-IF
           IF BRM-REF-COUNT >= 5000
               DISPLAY 'BANKREM: REFERENCE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO BRM-REF-COUNT
           MOVE REM-REF TO BRM-REF (BRM-REF-COUNT)
           MOVE 'N' TO BRM-REF-SEEN-SW (BRM-REF-COUNT).
       1050-READ.
           PERFORM 8100-READ-REMIT THRU 8100-EXIT.
       1050-EXIT.
           EXIT.

      *> Only Open invoices can take a remittance; the balance is
      *> worked out the way PAYRECON keeps it.
       1100-LOAD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET BRM-INV-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF NOT INVOICE-IS-INV
            OR INVOICE-STATUS NOT = 'Open'
               GO TO 1100-EXIT
           END-IF
           IF BRM-INV-COUNT >= 5000
               DISPLAY 'BANKREM: INVOICE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO BRM-INV-COUNT
           MOVE INVOICE-NUMBER TO BRM-I-NUMBER (BRM-INV-COUNT)
           MOVE INVOICE-OPEN-BAL TO BRM-I-OPEN (BRM-INV-COUNT)
           MOVE INVOICE-CURRENCY TO BRM-I-CURRENCY (BRM-INV-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-PAYMENT.
           READ PAYMENT-IN INTO PAYMENT-RECORD
               AT END SET BRM-PAYIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE PAY-ID TO SUS-REF
           PERFORM 5500-NOTE-REF THRU 5500-EXIT.
       1200-EXIT.
           EXIT.

       1300-LOAD-SUSPENSE.
           READ SUSPENSE-IN INTO SUSPENSE-RECORD
               AT END SET BRM-SUSIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           PERFORM 5500-NOTE-REF THRU 5500-EXIT.
       1300-EXIT.
           EXIT.

       1400-LOAD-CLOSED.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET BRM-CLRIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           PERFORM 9800-CP-ADD-PERIOD THRU 9800-EXIT.
       1400-EXIT.
           EXIT.

       3000-MATCH-LINE.
           ADD 1 TO BRM-READ-CT
           MOVE SPACES TO BRM-DETAIL
           MOVE REM-REF TO BRM-DT-REF
           MOVE REM-DATE TO BRM-DT-DATE
           MOVE REM-AMOUNT TO BRM-DT-AMOUNT
           MOVE REM-PAYER TO BRM-DT-PAYER
           IF REM-REF = SPACES
               ADD 1 TO BRM-BAD-CT
               MOVE 'NO BANK REFERENCE - not imported'
                   TO BRM-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           MOVE REM-REF TO SUS-REF
           PERFORM 5400-FIND-REF THRU 5400-EXIT
           IF BRM-REF-SEEN (BRM-REF-HIT)
               ADD 1 TO BRM-DUP-CT
               MOVE 'already imported - skipped' TO BRM-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           MOVE REM-AMOUNT TO BRM-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE BRM-AMT-VALUE TO BRM-LINE-VALUE
           IF BRM-LINE-VALUE = ZERO
               ADD 1 TO BRM-BAD-CT
               MOVE 'NO AMOUNT - not imported' TO BRM-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           PERFORM 5500-NOTE-REF THRU 5500-EXIT
           MOVE BRM-LINE-VALUE TO BRM-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE BRM-MONEY-OUT TO BRM-DT-AMOUNT
           MOVE SPACES TO BRM-REASON
           PERFORM 3100-FIND-QUOTED THRU 3100-EXIT
           IF BRM-INV-HIT > ZERO
               ADD 1 TO BRM-QUOTED-CT
               PERFORM 3500-WRITE-SETTLEMENT THRU 3500-EXIT
               MOVE SPACES TO BRM-DT-VERDICT
               STRING 'settled ' BRM-I-NUMBER (BRM-INV-HIT)
                      ' - invoice quoted'
                   DELIMITED BY SIZE INTO BRM-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           PERFORM 3200-MATCH-AMOUNT THRU 3200-EXIT
           IF BRM-INV-HIT > ZERO
               ADD 1 TO BRM-AMOUNT-CT
               PERFORM 3500-WRITE-SETTLEMENT THRU 3500-EXIT
               MOVE SPACES TO BRM-DT-VERDICT
               STRING 'settled ' BRM-I-NUMBER (BRM-INV-HIT)
                      ' - only open invoice for the amount'
                   DELIMITED BY SIZE INTO BRM-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
           MOVE SPACES TO BRM-DT-VERDICT
           STRING 'SUSPENSE - ' BRM-REASON
               DELIMITED BY SIZE INTO BRM-DT-VERDICT.
       3000-PRINT.
           WRITE REPORT-LINE FROM BRM-DETAIL
           PERFORM 8100-READ-REMIT THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> Look for INV-YYYY-NNNN anywhere in the payer's text. A
      *> quoted number that is not an Open invoice leaves the
      *> reason behind in case the amount cannot place it either.
       3100-FIND-QUOTED.
           MOVE ZERO TO BRM-INV-HIT
           MOVE SPACES TO BRM-QUOTED
           MOVE REM-TEXT TO BRM-TEXT-UP
           INSPECT BRM-TEXT-UP CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 3110-SCAN-TEXT THRU 3110-EXIT
               VARYING BRM-TX FROM 1 BY 1
               UNTIL BRM-TX > 48 OR BRM-QUOTED NOT = SPACES
           IF BRM-QUOTED = SPACES
               GO TO 3100-EXIT
           END-IF
           PERFORM 3120-MATCH-QUOTED THRU 3120-EXIT
               VARYING BRM-II FROM 1 BY 1
               UNTIL BRM-II > BRM-INV-COUNT OR BRM-INV-HIT > 0
           IF BRM-INV-HIT = ZERO
               MOVE 'QUOTED INV NOT OPEN' TO BRM-REASON
           ELSE
               IF BRM-I-OPEN (BRM-INV-HIT) = ZERO
                   MOVE ZERO TO BRM-INV-HIT
                   MOVE 'QUOTED INV NOT OPEN' TO BRM-REASON
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-SCAN-TEXT.
           IF BRM-TEXT-UP (BRM-TX:4) = 'INV-'
            AND BRM-TEXT-UP (BRM-TX + 4:4) IS NUMERIC
            AND BRM-TEXT-UP (BRM-TX + 8:1) = '-'
            AND BRM-TEXT-UP (BRM-TX + 9:4) IS NUMERIC
               MOVE BRM-TEXT-UP (BRM-TX:13) TO BRM-QUOTED
           END-IF.
       3110-EXIT.
           EXIT.

       3120-MATCH-QUOTED.
           IF BRM-I-NUMBER (BRM-II) = BRM-QUOTED
               MOVE BRM-II TO BRM-INV-HIT
           END-IF.
       3120-EXIT.
           EXIT.

      *> The amount places the line only when exactly one Open
      *> invoice is owed exactly that much.
       3200-MATCH-AMOUNT.
           MOVE ZERO TO BRM-INV-HIT BRM-FIT-CT
           PERFORM 3210-TRY-AMOUNT THRU 3210-EXIT
               VARYING BRM-II FROM 1 BY 1
               UNTIL BRM-II > BRM-INV-COUNT
           IF BRM-FIT-CT = 1
               GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO BRM-INV-HIT
           IF BRM-REASON NOT = SPACES
               GO TO 3200-EXIT
           END-IF
           IF BRM-FIT-CT = ZERO
               MOVE 'NO INVOICE MATCHED' TO BRM-REASON
           ELSE
               MOVE 'AMOUNT FITS SEVERAL' TO BRM-REASON
           END-IF.
       3200-EXIT.
           EXIT.

       3210-TRY-AMOUNT.
           IF BRM-I-OPEN (BRM-II) = BRM-LINE-VALUE
               ADD 1 TO BRM-FIT-CT
               MOVE BRM-II TO BRM-INV-HIT
           END-IF.
       3210-EXIT.
           EXIT.

       3500-WRITE-SETTLEMENT.
           MOVE SPACES TO PAYMENT-RECORD
           MOVE REM-REF TO PAY-ID
           MOVE REM-DATE TO CP-DATE-IN
           PERFORM 9850-CP-OPEN-DATE THRU 9850-EXIT
           MOVE CP-DATE-OUT TO PAY-DATE
           IF CP-DATE-MOVED
               ADD 1 TO BRM-REDATED-CT
           END-IF
           MOVE BRM-LINE-VALUE TO PAY-AMOUNT
           MOVE BRM-I-NUMBER (BRM-INV-HIT) TO PAY-INVOICE-REF
           MOVE BRM-I-CURRENCY (BRM-INV-HIT) TO PAY-CURRENCY
           IF REM-METHOD = SPACES
               MOVE 'wire' TO PAY-METHOD
           ELSE
               MOVE REM-METHOD TO PAY-METHOD
           END-IF
           MOVE 'Settled' TO PAY-STATUS
           WRITE PAYMENT-OUT-RECORD FROM PAYMENT-RECORD
           ADD BRM-LINE-VALUE TO BRM-MATCHED-TOTAL
           IF BRM-LINE-VALUE > BRM-I-OPEN (BRM-INV-HIT)
               MOVE ZERO TO BRM-I-OPEN (BRM-INV-HIT)
           ELSE
               SUBTRACT BRM-LINE-VALUE FROM BRM-I-OPEN (BRM-INV-HIT)
           END-IF.
       3500-EXIT.
           EXIT.

       3600-WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE REM-REF TO SUS-REF
           MOVE REM-DATE TO SUS-DATE
           MOVE BRM-MONEY-OUT TO SUS-AMOUNT
           IF REM-METHOD = SPACES
               MOVE 'wire' TO SUS-METHOD
           ELSE
               MOVE REM-METHOD TO SUS-METHOD
           END-IF
           MOVE REM-PAYER TO SUS-PAYER
           MOVE REM-TEXT TO SUS-TEXT
           MOVE BRM-REASON TO SUS-REASON
           MOVE 'Unapplied' TO SUS-STATUS
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
           ADD 1 TO BRM-SUSP-CT
           ADD BRM-LINE-VALUE TO BRM-SUSP-TOTAL.
       3600-EXIT.
           EXIT.

       5400-FIND-REF.
           MOVE ZERO TO BRM-REF-HIT
           PERFORM 5410-MATCH-REF THRU 5410-EXIT
               VARYING BRM-RI FROM 1 BY 1
               UNTIL BRM-RI > BRM-REF-COUNT OR BRM-REF-HIT > 0.
       5400-EXIT.
           EXIT.

       5410-MATCH-REF.
           IF BRM-REF (BRM-RI) = SUS-REF
               MOVE BRM-RI TO BRM-REF-HIT
           END-IF.
       5410-EXIT.
           EXIT.

      *> A reference in SUS-REF is on file or imported now; only
      *> one of today's references can matter.
       5500-NOTE-REF.
           PERFORM 5400-FIND-REF THRU 5400-EXIT
           IF BRM-REF-HIT > ZERO
               MOVE 'Y' TO BRM-REF-SEEN-SW (BRM-REF-HIT)
           END-IF.
       5500-EXIT.
           EXIT.

      *> Everything still unapplied, oldest first as it sits in
      *> the file - tonight's suspense items included - with its
      *> age against the run date.
       6000-PRINT-UNAPPLIED.
           READ SUSPENSE-IN INTO SUSPENSE-RECORD
               AT END SET BRM-SUSIN-EOF TO TRUE
               GO TO 6000-EXIT
           END-READ
           IF NOT SUS-UNAPPLIED
               GO TO 6000-EXIT
           END-IF
           ADD 1 TO BRM-UNAPP-COUNT
           MOVE SUS-REF TO BRM-AL-REF
           MOVE SUS-DATE TO BRM-AL-DATE
           MOVE SUS-AMOUNT TO BRM-AL-AMOUNT
           MOVE SUS-PAYER TO BRM-AL-PAYER
           MOVE SUS-REASON TO BRM-AL-REASON
           MOVE ZERO TO BRM-AL-DAYS
           MOVE SUS-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL > ZERO AND BRM-RUN-SERIAL > DS-SERIAL
               COMPUTE BRM-AL-DAYS = BRM-RUN-SERIAL - DS-SERIAL
           END-IF
           MOVE SUS-AMOUNT TO BRM-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           ADD BRM-AMT-VALUE TO BRM-UNAPP-TOTAL
           WRITE REPORT-LINE FROM BRM-AGE-LINE.
       6000-EXIT.
           EXIT.

       8100-READ-REMIT.
           READ REMIT-IN INTO REMIT-RECORD
               AT END SET BRM-REM-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO BRM-TL-AMOUNT
           MOVE 'REMITTANCE LINES READ' TO BRM-TL-LABEL
           MOVE BRM-READ-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'MATCHED ON INVOICE NO' TO BRM-TL-LABEL
           MOVE BRM-QUOTED-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'MATCHED ON AMOUNT' TO BRM-TL-LABEL
           MOVE BRM-AMOUNT-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'SETTLED TOTAL' TO BRM-TL-LABEL
           COMPUTE BRM-TL-COUNT = BRM-QUOTED-CT + BRM-AMOUNT-CT
           MOVE BRM-MATCHED-TOTAL TO BRM-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE BRM-MONEY-OUT TO BRM-TL-AMOUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'TO SUSPENSE' TO BRM-TL-LABEL
           MOVE BRM-SUSP-CT TO BRM-TL-COUNT
           MOVE BRM-SUSP-TOTAL TO BRM-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE BRM-MONEY-OUT TO BRM-TL-AMOUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE SPACES TO BRM-TL-AMOUNT
           MOVE 'ALREADY IMPORTED' TO BRM-TL-LABEL
           MOVE BRM-DUP-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'NOT IMPORTED' TO BRM-TL-LABEL
           MOVE BRM-BAD-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE 'DATED OUT OF CLOSED' TO BRM-TL-LABEL
           MOVE BRM-REDATED-CT TO BRM-TL-COUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM BRM-HEAD-2
           CLOSE SUSPENSE-OUT
           OPEN INPUT SUSPENSE-IN
           IF BRM-SUSIN-STATUS NOT = '00'
               DISPLAY 'BANKREM: SUSPENSE REOPEN FAILED, STATUS='
                       BRM-SUSIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO BRM-SUSIN-EOF-SW
           PERFORM 6000-PRINT-UNAPPLIED THRU 6000-EXIT
               UNTIL BRM-SUSIN-EOF
           CLOSE SUSPENSE-IN
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNAPPLIED CASH' TO BRM-TL-LABEL
           MOVE BRM-UNAPP-COUNT TO BRM-TL-COUNT
           MOVE BRM-UNAPP-TOTAL TO BRM-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE BRM-MONEY-OUT TO BRM-TL-AMOUNT
           WRITE REPORT-LINE FROM BRM-TOTAL-LINE
           CLOSE REMIT-IN PAYMENT-OUT REPORT-OUT
           IF BRM-SUSP-CT > 0 OR BRM-BAD-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'BANKREM: ' BRM-READ-CT ' READ, '
                   BRM-QUOTED-CT ' ON INVOICE NO, '
                   BRM-AMOUNT-CT ' ON AMOUNT, '
                   BRM-SUSP-CT ' TO SUSPENSE'.
       9000-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte field.
       9400-EDIT-MONEY.
           MOVE ZERO TO BRM-LJ-CT
           INSPECT BRM-MONEY-ED
               TALLYING BRM-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO BRM-MONEY-OUT
           MOVE BRM-MONEY-ED (BRM-LJ-CT + 1:13 - BRM-LJ-CT)
               TO BRM-MONEY-OUT.
       9400-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value. Non-digits are skipped; the first '.' switches the
      *> scan from dollars to (at most two) cents digits.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO BRM-AMT-DOLLARS BRM-AMT-CENTS
                        BRM-AMT-CENT-CT
           MOVE 'N' TO BRM-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING BRM-IX FROM 1 BY 1 UNTIL BRM-IX > 13
           COMPUTE BRM-AMT-VALUE =
               BRM-AMT-DOLLARS + (BRM-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE BRM-AMT-TXT (BRM-IX:1) TO BRM-DIG-X
           IF BRM-DIG-X = '.'
               SET BRM-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF BRM-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF BRM-IN-CENTS
               IF BRM-AMT-CENT-CT < 2
                   COMPUTE BRM-AMT-CENTS =
                       (BRM-AMT-CENTS * 10) + BRM-DIG-9
                   ADD 1 TO BRM-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE BRM-AMT-DOLLARS =
                   (BRM-AMT-DOLLARS * 10) + BRM-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

       COPY CLOSED-PERIOD.
       COPY DATE-SERVICE.
