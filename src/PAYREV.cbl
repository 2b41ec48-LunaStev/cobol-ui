      *> PAYREV.cbl
      *> Refund and chargeback posting. A refunded or charged-back
      *> payment used to leave its invoice Paid for good - PAYAPP
      *> applications were permanent and PAY-STATUS only ever said
      *> Settled. The processor's refund and chargeback notices
      *> now land Pending in REVERSAL-FILE, each naming the PAY-ID
      *> the money came back out of. For every Pending row this
      *> job checks the payment is on file, settled, and applied
      *> for at least the amount being taken back, then appends a
      *> reversal row to PAYAPP-FILE against each of the payment's
      *> applications (oldest first) until the amount is used up.
      *> INVOICES-FILE then passes old master to new master: the
      *> reversed amount goes back on each invoice's open balance
      *> and the invoice returns to Open, so dunning and the
      *> auto-charge run pick it up again. REVERSAL-FILE is
      *> rewritten with every row it posted flipped to Posted and
      *> every row it could not post flipped to Rejected with the
      *> reason in RV-NOTE. The report is the chargeback register
      *> finance works from: refunds posted, chargebacks posted
      *> with the processor's case number and the dispute fee we
      *> were charged, rejected notices, and the invoices
      *> reopened. RC=4 when anything was rejected.
      *> Only the payments and applications the Pending notices
      *> name are held in storage, so PAYMENTS-FILE and
      *> PAYAPP-FILE can grow without the tables growing. A
      *> reversal dated inside a period already closed on
      *> CLOSEREG-FILE is booked dated the first open day
      *> (CLOSED-PERIOD.cpy); the notice keeps its own date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-IN ASSIGN TO REVINDD
               FILE STATUS IS PRV-REVIN-STATUS.
           SELECT REVERSAL-OUT ASSIGN TO REVNEWDD
               FILE STATUS IS PRV-REVOUT-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS PRV-PAYIN-STATUS.
           SELECT APPLY-IN ASSIGN TO APPINDD
               FILE STATUS IS PRV-APPIN-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS PRV-CLRIN-STATUS.
           SELECT APPLY-OUT ASSIGN TO PAYAPPDD
               FILE STATUS IS PRV-APP-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS PRV-INVIN-STATUS.
           SELECT INVOICE-OUT ASSIGN TO NEWINVDD
               FILE STATUS IS PRV-INVOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS PRV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-IN.
       01  REVERSAL-IN-RECORD     PIC X(131).
       FD  REVERSAL-OUT.
       01  REVERSAL-OUT-RECORD    PIC X(131).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  APPLY-OUT.
       01  APPLY-OUT-RECORD       PIC X(63).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(134).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  PRV-REVIN-STATUS       PIC X(02).
       77  PRV-REVOUT-STATUS      PIC X(02).
       77  PRV-PAYIN-STATUS       PIC X(02).
       77  PRV-APPIN-STATUS       PIC X(02).
       77  PRV-CLRIN-STATUS       PIC X(02).
       77  PRV-APP-STATUS         PIC X(02).
       77  PRV-INVIN-STATUS       PIC X(02).
       77  PRV-INVOUT-STATUS      PIC X(02).
       77  PRV-RPT-STATUS         PIC X(02).
       77  PRV-REV-READ           PIC 9(05) COMP VALUE ZERO.
       77  PRV-PENDING-CT         PIC 9(05) COMP VALUE ZERO.
       77  PRV-REFUND-CT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-CHGBK-CT           PIC 9(05) COMP VALUE ZERO.
       77  PRV-REJECT-CT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-REOPEN-CT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-ROWS-CT            PIC 9(05) COMP VALUE ZERO.
       77  PRV-ORPHAN-CT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-REDATED-CT         PIC 9(05) COMP VALUE ZERO.
       77  PRV-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  PRV-PX                 PIC 9(05) COMP VALUE ZERO.
       77  PRV-AX                 PIC 9(05) COMP VALUE ZERO.
       77  PRV-NX                 PIC 9(05) COMP VALUE ZERO.
       77  PRV-WX                 PIC 9(05) COMP VALUE ZERO.
       77  PRV-APP-LIMIT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-BX                 PIC 9(03) COMP VALUE ZERO.
       77  PRV-HIT                PIC 9(05) COMP VALUE ZERO.
       77  PRV-IX                 PIC 9(02) COMP VALUE ZERO.
       77  PRV-LX                 PIC 9(03) COMP VALUE ZERO.
       01  PRV-SWITCHES.
           05 PRV-REVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-REVIN-EOF    VALUE 'Y'.
           05 PRV-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-PAYIN-EOF    VALUE 'Y'.
           05 PRV-APPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-APPIN-EOF    VALUE 'Y'.
           05 PRV-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-INVIN-EOF    VALUE 'Y'.
           05 PRV-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-CLRIN-EOF    VALUE 'Y'.
           05 PRV-CENTS-SW        PIC X(01) VALUE 'N'.
              88 PRV-IN-CENTS     VALUE 'Y'.
      *> PAY-IDs named by the Pending notices - the only payments
      *> and applications the run needs to hold.
       01  PRV-WANT-TABLE.
           05 PRV-WANT-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 PRV-WANT OCCURS 5000 TIMES.
              10 PRV-WT-PAYMENT   PIC X(10).
      *> Settled payments by PAY-ID - a reversal may only take
      *> back money that actually arrived.
       01  PRV-PAY-TABLE.
           05 PRV-PAY-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 PRV-PAY OCCURS 5000 TIMES.
              10 PRV-PY-ID        PIC X(10).
              10 PRV-PY-STATUS    PIC X(10).
      *> Every application and reversal on file for those
      *> payments, plus the reversal rows this run appends, so a
      *> second notice against the same payment sees what the
      *> first took back.
       01  PRV-APP-TABLE.
           05 PRV-APP-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 PRV-APP OCCURS 5000 TIMES.
              10 PRV-AP-PAYMENT   PIC X(10).
              10 PRV-AP-INVOICE   PIC X(13).
              10 PRV-AP-KIND      PIC X(01).
              10 PRV-AP-VALUE     PIC 9(09)V99 COMP-3.
              10 PRV-AP-CURRENCY  PIC X(08).
      *> What goes back on each invoice when the master passes.
       01  PRV-BACK-TABLE.
           05 PRV-BACK-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 PRV-BACK OCCURS 500 TIMES.
              10 PRV-BK-INVOICE   PIC X(13).
              10 PRV-BK-VALUE     PIC 9(09)V99 COMP-3.
              10 PRV-BK-DONE-SW   PIC X(01).
                 88 PRV-BK-DONE   VALUE 'Y'.
       01  PRV-DIG.
           05 PRV-DIG-X           PIC X(01).
           05 PRV-DIG-9 REDEFINES PRV-DIG-X
                                  PIC 9(01).
       01  PRV-AMT-WORK.
           05 PRV-AMT-TXT         PIC X(13).
           05 PRV-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 PRV-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 PRV-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 PRV-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-RV-VALUE           PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-NET-VALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-LEFT-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-TAKE-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-OPEN-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-REFUND-TOT         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-CHGBK-TOT          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-FEE-TOT            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PRV-WORK-PAYMENT       PIC X(10) VALUE SPACES.
       01  PRV-WORK-KIND          PIC X(01) VALUE SPACE.
       01  PRV-WORK-INVOICE       PIC X(13) VALUE SPACES.
       01  PRV-TOT-ED             PIC $$$$$$$$$9.99.
      *> Section lines buffer until every notice has been read,
      *> so the register groups refunds / chargebacks / rejects
      *> instead of interleaving them.
       01  PRV-REFUND-LINES.
           05 PRV-RF-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 PRV-RF-LINE OCCURS 200 TIMES
                                  PIC X(133).
       01  PRV-CHGBK-LINES.
           05 PRV-CB-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 PRV-CB-LINE OCCURS 200 TIMES
                                  PIC X(133).
       01  PRV-REJECT-LINES.
           05 PRV-RJ-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 PRV-RJ-LINE OCCURS 200 TIMES
                                  PIC X(133).
       01  PRV-HEAD-1.
           05 FILLER              PIC X(133) VALUE
              'PAYREV - REFUND AND CHARGEBACK REGISTER'.
       01  PRV-HEAD-2.
           05 FILLER              PIC X(11) VALUE 'ID'.
           05 FILLER              PIC X(11) VALUE 'DATE'.
           05 FILLER              PIC X(11) VALUE 'PAYMENT'.
           05 FILLER              PIC X(09) VALUE 'AMOUNT'.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(09) VALUE 'FEE'.
           05 FILLER              PIC X(13) VALUE 'CASE'.
           05 FILLER              PIC X(55) VALUE 'REASON / NOTE'.
       01  PRV-SECT-REFUND.
           05 FILLER              PIC X(133) VALUE
              'REFUNDS POSTED'.
       01  PRV-SECT-CHGBK.
           05 FILLER              PIC X(133) VALUE
              'CHARGEBACKS POSTED - DISPUTES FOR FINANCE'.
       01  PRV-SECT-REJECT.
           05 FILLER              PIC X(133) VALUE
              'REJECTED - NOT POSTED'.
       01  PRV-SECT-REOPEN.
           05 FILLER              PIC X(133) VALUE
              'INVOICES REOPENED'.
       01  PRV-DETAIL.
           05 PRV-DT-ID           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-PAYMENT      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-AMOUNT       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-FEE          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-CASE         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-DT-NOTE         PIC X(20).
           05 FILLER              PIC X(35) VALUE SPACES.
       01  PRV-INV-DETAIL.
           05 PRV-ID-NUMBER       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-ID-BACK         PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-ID-BALANCE      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PRV-ID-NOTE         PIC X(90).
       01  PRV-TOTAL-LINE.
           05 PRV-TL-LABEL        PIC X(24).
           05 PRV-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PRV-TL-AMOUNT       PIC X(13).
           05 FILLER              PIC X(89) VALUE SPACES.
       COPY REVERSAL-RECORD.
       COPY PAYMENT-RECORD.
       COPY PAYAPP-RECORD.
       COPY INVOICE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY CLOSED-PERIOD-WS.
       COPY DATE-SERVICE-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-PAYMENT THRU 1100-EXIT
               UNTIL PRV-PAYIN-EOF
           PERFORM 1200-LOAD-APPLICATION THRU 1200-EXIT
               UNTIL PRV-APPIN-EOF
           CLOSE PAYMENT-IN APPLY-IN
           PERFORM 3000-TAKE-REVERSAL THRU 3000-EXIT
               UNTIL PRV-REVIN-EOF
           PERFORM 5000-PRINT-SECTIONS THRU 5000-EXIT
           PERFORM 6000-REOPEN-INVOICE THRU 6000-EXIT
               UNTIL PRV-INVIN-EOF
           PERFORM 6500-NOTE-ORPHAN THRU 6500-EXIT
               VARYING PRV-BX FROM 1 BY 1
               UNTIL PRV-BX > PRV-BACK-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT REVERSAL-IN
           OPEN INPUT PAYMENT-IN
           OPEN INPUT APPLY-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT CLOSE-IN
           OPEN OUTPUT REVERSAL-OUT
           OPEN EXTEND APPLY-OUT
           OPEN OUTPUT INVOICE-OUT
           OPEN OUTPUT REPORT-OUT
           IF PRV-REVIN-STATUS NOT = '00'
            OR PRV-PAYIN-STATUS NOT = '00'
            OR PRV-APPIN-STATUS NOT = '00'
            OR PRV-INVIN-STATUS NOT = '00'
            OR PRV-CLRIN-STATUS NOT = '00'
            OR PRV-REVOUT-STATUS NOT = '00'
            OR PRV-APP-STATUS NOT = '00'
            OR PRV-INVOUT-STATUS NOT = '00'
            OR PRV-RPT-STATUS NOT = '00'
               DISPLAY 'PAYREV: OPEN FAILED REV=' PRV-REVIN-STATUS
                       ' PAY=' PRV-PAYIN-STATUS
                       ' APPIN=' PRV-APPIN-STATUS
                       ' INVIN=' PRV-INVIN-STATUS
                       ' CLOSE=' PRV-CLRIN-STATUS
                       ' REVOUT=' PRV-REVOUT-STATUS
                       ' APPLY=' PRV-APP-STATUS
                       ' INVOUT=' PRV-INVOUT-STATUS
                       ' RPT=' PRV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REPORT-LINE FROM PRV-HEAD-1
           PERFORM 1300-LOAD-CLOSED THRU 1300-EXIT
               UNTIL PRV-CLRIN-EOF
           CLOSE CLOSE-IN
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT
           PERFORM 1400-NOTE-WANTED THRU 1400-EXIT
               UNTIL PRV-REVIN-EOF
           CLOSE REVERSAL-IN
           OPEN INPUT REVERSAL-IN
           IF PRV-REVIN-STATUS NOT = '00'
               DISPLAY 'PAYREV: REVERSAL REOPEN FAILED, STATUS='
                       PRV-REVIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO PRV-REVIN-EOF-SW
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
           PERFORM 8200-READ-APPLY THRU 8200-EXIT
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT
           PERFORM 8400-READ-INVOICE THRU 8400-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PAYMENT.
           MOVE PAY-ID TO PRV-WORK-PAYMENT
           PERFORM 1500-FIND-WANTED THRU 1500-EXIT
           IF PRV-HIT = ZERO
               GO TO 1100-READ
           END-IF
           IF PRV-PAY-COUNT >= 5000
               DISPLAY 'PAYREV: PAYMENT TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PRV-PAY-COUNT
           MOVE PAY-ID TO PRV-PY-ID (PRV-PAY-COUNT)
           MOVE PAY-STATUS TO PRV-PY-STATUS (PRV-PAY-COUNT).
       1100-READ.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

       1200-LOAD-APPLICATION.
           MOVE PA-PAYMENT TO PRV-WORK-PAYMENT
           PERFORM 1500-FIND-WANTED THRU 1500-EXIT
           IF PRV-HIT = ZERO
               GO TO 1200-READ
           END-IF
           MOVE PA-AMOUNT TO PRV-AMT-VALUE
           MOVE PA-KIND TO PRV-WORK-KIND
           IF PA-APPLICATION
               MOVE 'A' TO PRV-WORK-KIND
           END-IF
           PERFORM 7000-ADD-APP-ROW THRU 7000-EXIT.
       1200-READ.
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

       1300-LOAD-CLOSED.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET PRV-CLRIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           PERFORM 9800-CP-ADD-PERIOD THRU 9800-EXIT.
       1300-EXIT.
           EXIT.

      *> First pass over the notices: each Pending one names a
      *> payment whose rows must be held.
       1400-NOTE-WANTED.
           IF NOT RV-PENDING
            OR RV-PAYMENT = SPACES
               GO TO 1400-READ
           END-IF
           MOVE RV-PAYMENT TO PRV-WORK-PAYMENT
           PERFORM 1500-FIND-WANTED THRU 1500-EXIT
           IF PRV-HIT > ZERO
               GO TO 1400-READ
           END-IF
           IF PRV-WANT-COUNT >= 5000
               DISPLAY 'PAYREV: PENDING PAYMENT TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PRV-WANT-COUNT
           MOVE RV-PAYMENT TO PRV-WT-PAYMENT (PRV-WANT-COUNT).
       1400-READ.
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT.
       1400-EXIT.
           EXIT.

       1500-FIND-WANTED.
           MOVE ZERO TO PRV-HIT
           PERFORM 1510-MATCH-WANTED THRU 1510-EXIT
               VARYING PRV-WX FROM 1 BY 1
               UNTIL PRV-WX > PRV-WANT-COUNT OR PRV-HIT > 0.
       1500-EXIT.
           EXIT.

       1510-MATCH-WANTED.
           IF PRV-WT-PAYMENT (PRV-WX) = PRV-WORK-PAYMENT
               MOVE PRV-WX TO PRV-HIT
           END-IF.
       1510-EXIT.
           EXIT.

      *> One notice. Anything not Pending was settled by an
      *> earlier run and copies through untouched.
       3000-TAKE-REVERSAL.
           ADD 1 TO PRV-REV-READ
           IF NOT RV-PENDING
               GO TO 3000-WRITE
           END-IF
           ADD 1 TO PRV-PENDING-CT
           MOVE SPACES TO RV-INVOICE RV-NOTE
           IF NOT RV-REFUND AND NOT RV-CHARGEBACK
               MOVE 'UNKNOWN TYPE' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           IF RV-DATE = SPACES
               MOVE 'NO REVERSAL DATE' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           MOVE ZERO TO PRV-HIT
           PERFORM 3100-MATCH-PAYMENT THRU 3100-EXIT
               VARYING PRV-PX FROM 1 BY 1
               UNTIL PRV-PX > PRV-PAY-COUNT OR PRV-HIT > 0
           IF PRV-HIT = ZERO
               MOVE 'PAYMENT NOT FOUND' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           IF PRV-PY-STATUS (PRV-HIT) NOT = 'Settled'
               MOVE 'PAYMENT NOT SETTLED' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           MOVE RV-AMOUNT TO PRV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE PRV-AMT-VALUE TO PRV-RV-VALUE
           IF PRV-RV-VALUE = ZERO
               MOVE 'NO AMOUNT' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
      *> What is still applied from this payment, across every
      *> invoice it paid, after any earlier reversals.
           MOVE RV-PAYMENT TO PRV-WORK-PAYMENT
           MOVE SPACES TO PRV-WORK-INVOICE
           PERFORM 3300-NET-APPLIED THRU 3300-EXIT
           IF PRV-NET-VALUE NOT > ZERO
               MOVE 'PAYMENT NOT APPLIED' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           IF PRV-RV-VALUE > PRV-NET-VALUE
               MOVE 'EXCEEDS NET APPLIED' TO RV-NOTE
               GO TO 3000-REJECT
           END-IF
           MOVE PRV-RV-VALUE TO PRV-LEFT-VALUE
           MOVE PRV-APP-COUNT TO PRV-APP-LIMIT
           PERFORM 3200-REVERSE-ONE THRU 3200-EXIT
               VARYING PRV-AX FROM 1 BY 1
               UNTIL PRV-AX > PRV-APP-LIMIT
                  OR PRV-LEFT-VALUE = ZERO
           MOVE 'Posted' TO RV-STATUS
           MOVE 'applications reversed' TO RV-NOTE
           PERFORM 3800-NOTE-POSTED THRU 3800-EXIT
           GO TO 3000-WRITE.
       3000-REJECT.
           MOVE 'Rejected' TO RV-STATUS
           ADD 1 TO PRV-REJECT-CT
           PERFORM 3900-NOTE-REJECTED THRU 3900-EXIT.
       3000-WRITE.
           WRITE REVERSAL-OUT-RECORD FROM REVERSAL-RECORD
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT.
       3000-EXIT.
           EXIT.

       3100-MATCH-PAYMENT.
           IF PRV-PY-ID (PRV-PX) = RV-PAYMENT
               MOVE PRV-PX TO PRV-HIT
           END-IF.
       3100-EXIT.
           EXIT.

      *> One application of the payment: take back what is still
      *> applied on that invoice, up to what the notice has left.
       3200-REVERSE-ONE.
           IF PRV-AP-KIND (PRV-AX) NOT = 'A'
            OR PRV-AP-PAYMENT (PRV-AX) NOT = RV-PAYMENT
               GO TO 3200-EXIT
           END-IF
           MOVE PRV-AP-INVOICE (PRV-AX) TO PRV-WORK-INVOICE
           PERFORM 3300-NET-APPLIED THRU 3300-EXIT
           IF PRV-NET-VALUE NOT > ZERO
               GO TO 3200-EXIT
           END-IF
           IF PRV-NET-VALUE < PRV-LEFT-VALUE
               MOVE PRV-NET-VALUE TO PRV-TAKE-VALUE
           ELSE
               MOVE PRV-LEFT-VALUE TO PRV-TAKE-VALUE
           END-IF
           SUBTRACT PRV-TAKE-VALUE FROM PRV-LEFT-VALUE
           MOVE SPACES TO PAYAPP-RECORD
           MOVE RV-PAYMENT TO PA-PAYMENT
           MOVE PRV-WORK-INVOICE TO PA-INVOICE
           MOVE RV-DATE TO CP-DATE-IN
           PERFORM 9850-CP-OPEN-DATE THRU 9850-EXIT
           MOVE CP-DATE-OUT TO PA-DATE
           IF CP-DATE-MOVED
               ADD 1 TO PRV-REDATED-CT
           END-IF
           MOVE PRV-TAKE-VALUE TO PA-AMOUNT
           MOVE PRV-AP-CURRENCY (PRV-AX) TO PA-CURRENCY
           SET PA-REVERSAL TO TRUE
           MOVE RV-ID TO PA-REVERSAL-ID
           WRITE APPLY-OUT-RECORD FROM PAYAPP-RECORD
           ADD 1 TO PRV-ROWS-CT
           MOVE PRV-TAKE-VALUE TO PRV-AMT-VALUE
           MOVE 'R' TO PRV-WORK-KIND
           PERFORM 7000-ADD-APP-ROW THRU 7000-EXIT
           PERFORM 7100-ADD-BACK THRU 7100-EXIT
           IF RV-INVOICE = SPACES
               MOVE PRV-WORK-INVOICE TO RV-INVOICE
           END-IF.
       3200-EXIT.
           EXIT.

      *> Net applied for PRV-WORK-PAYMENT - on PRV-WORK-INVOICE
      *> only when one is named, else across all its invoices.
       3300-NET-APPLIED.
           MOVE ZERO TO PRV-NET-VALUE
           PERFORM 3310-NET-ONE THRU 3310-EXIT
               VARYING PRV-NX FROM 1 BY 1
               UNTIL PRV-NX > PRV-APP-COUNT.
       3300-EXIT.
           EXIT.

       3310-NET-ONE.
           IF PRV-AP-PAYMENT (PRV-NX) NOT = PRV-WORK-PAYMENT
               GO TO 3310-EXIT
           END-IF
           IF PRV-WORK-INVOICE NOT = SPACES
            AND PRV-AP-INVOICE (PRV-NX) NOT = PRV-WORK-INVOICE
               GO TO 3310-EXIT
           END-IF
           IF PRV-AP-KIND (PRV-NX) = 'R'
               SUBTRACT PRV-AP-VALUE (PRV-NX) FROM PRV-NET-VALUE
           ELSE
               ADD PRV-AP-VALUE (PRV-NX) TO PRV-NET-VALUE
           END-IF.
       3310-EXIT.
           EXIT.

       3800-NOTE-POSTED.
           PERFORM 3950-FILL-DETAIL THRU 3950-EXIT
           IF RV-CHARGEBACK
               ADD 1 TO PRV-CHGBK-CT
               ADD PRV-RV-VALUE TO PRV-CHGBK-TOT
               MOVE RV-FEE TO PRV-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
               ADD PRV-AMT-VALUE TO PRV-FEE-TOT
               MOVE RV-REASON TO PRV-DT-NOTE
               IF PRV-CB-COUNT < 200
                   ADD 1 TO PRV-CB-COUNT
                   MOVE PRV-DETAIL TO PRV-CB-LINE (PRV-CB-COUNT)
               END-IF
           ELSE
               ADD 1 TO PRV-REFUND-CT
               ADD PRV-RV-VALUE TO PRV-REFUND-TOT
               IF PRV-RF-COUNT < 200
                   ADD 1 TO PRV-RF-COUNT
                   MOVE PRV-DETAIL TO PRV-RF-LINE (PRV-RF-COUNT)
               END-IF
           END-IF.
       3800-EXIT.
           EXIT.

       3900-NOTE-REJECTED.
           PERFORM 3950-FILL-DETAIL THRU 3950-EXIT
           IF PRV-RJ-COUNT < 200
               ADD 1 TO PRV-RJ-COUNT
               MOVE PRV-DETAIL TO PRV-RJ-LINE (PRV-RJ-COUNT)
           END-IF.
       3900-EXIT.
           EXIT.

       3950-FILL-DETAIL.
           MOVE SPACES TO PRV-DT-FEE PRV-DT-CASE
           MOVE RV-ID TO PRV-DT-ID
           MOVE RV-DATE TO PRV-DT-DATE
           MOVE RV-PAYMENT TO PRV-DT-PAYMENT
           MOVE RV-AMOUNT TO PRV-DT-AMOUNT
           MOVE RV-INVOICE TO PRV-DT-INVOICE
           IF RV-CHARGEBACK
               MOVE RV-FEE TO PRV-DT-FEE
               MOVE RV-CASE TO PRV-DT-CASE
           END-IF
           MOVE RV-NOTE TO PRV-DT-NOTE.
       3950-EXIT.
           EXIT.

       5000-PRINT-SECTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PRV-HEAD-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PRV-SECT-REFUND
           PERFORM 5100-PRINT-REFUND THRU 5100-EXIT
               VARYING PRV-LX FROM 1 BY 1
               UNTIL PRV-LX > PRV-RF-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PRV-SECT-CHGBK
           PERFORM 5200-PRINT-CHGBK THRU 5200-EXIT
               VARYING PRV-LX FROM 1 BY 1
               UNTIL PRV-LX > PRV-CB-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PRV-SECT-REJECT
           PERFORM 5300-PRINT-REJECT THRU 5300-EXIT
               VARYING PRV-LX FROM 1 BY 1
               UNTIL PRV-LX > PRV-RJ-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PRV-SECT-REOPEN.
       5000-EXIT.
           EXIT.

       5100-PRINT-REFUND.
           WRITE REPORT-LINE FROM PRV-RF-LINE (PRV-LX).
       5100-EXIT.
           EXIT.

       5200-PRINT-CHGBK.
           WRITE REPORT-LINE FROM PRV-CB-LINE (PRV-LX).
       5200-EXIT.
           EXIT.

       5300-PRINT-REJECT.
           WRITE REPORT-LINE FROM PRV-RJ-LINE (PRV-LX).
       5300-EXIT.
           EXIT.

      *> One invoice from the old master: whatever this run took
      *> back from it goes back on the open balance, and it is
      *> owed again.
       6000-REOPEN-INVOICE.
           ADD 1 TO PRV-INV-READ
           IF INVOICE-IS-CREDIT
               GO TO 6000-WRITE
           END-IF
           MOVE ZERO TO PRV-HIT
           PERFORM 6100-MATCH-BACK THRU 6100-EXIT
               VARYING PRV-BX FROM 1 BY 1
               UNTIL PRV-BX > PRV-BACK-COUNT OR PRV-HIT > 0
           IF PRV-HIT = ZERO
               GO TO 6000-WRITE
           END-IF
           MOVE 'Y' TO PRV-BK-DONE-SW (PRV-HIT)
           PERFORM 6200-GET-OPEN-BALANCE THRU 6200-EXIT
           ADD PRV-BK-VALUE (PRV-HIT) TO PRV-OPEN-VALUE
           MOVE PRV-OPEN-VALUE TO INVOICE-OPEN-BAL
           MOVE 'Open' TO INVOICE-STATUS
           ADD 1 TO PRV-REOPEN-CT
           MOVE SPACES TO PRV-INV-DETAIL
           MOVE INVOICE-NUMBER TO PRV-ID-NUMBER
           MOVE PRV-BK-VALUE (PRV-HIT) TO PRV-ID-BACK
           MOVE INVOICE-OPEN-BAL TO PRV-ID-BALANCE
           MOVE 'reopened - balance owed again' TO PRV-ID-NOTE
           WRITE REPORT-LINE FROM PRV-INV-DETAIL.
       6000-WRITE.
           WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           PERFORM 8400-READ-INVOICE THRU 8400-EXIT.
       6000-EXIT.
           EXIT.

       6100-MATCH-BACK.
           IF PRV-BK-INVOICE (PRV-BX) = INVOICE-NUMBER
               MOVE PRV-BX TO PRV-HIT
           END-IF.
       6100-EXIT.
           EXIT.

      *> What is still owed, tax included, as PAYRECON keeps it.
       6200-GET-OPEN-BALANCE.
           MOVE INVOICE-OPEN-BAL TO PRV-OPEN-VALUE.
       6200-EXIT.
           EXIT.

      *> A reversal whose invoice is no longer on the store was
      *> still booked against PAYAPP - say so, loudly.
       6500-NOTE-ORPHAN.
           IF PRV-BK-DONE (PRV-BX)
               GO TO 6500-EXIT
           END-IF
           ADD 1 TO PRV-ORPHAN-CT
           MOVE SPACES TO PRV-INV-DETAIL
           MOVE PRV-BK-INVOICE (PRV-BX) TO PRV-ID-NUMBER
           MOVE PRV-BK-VALUE (PRV-BX) TO PRV-ID-BACK
           MOVE '*** INVOICE NOT ON FILE - NOT REOPENED'
               TO PRV-ID-NOTE
           WRITE REPORT-LINE FROM PRV-INV-DETAIL.
       6500-EXIT.
           EXIT.

      *> Add a row to the application table: amount arrives in
      *> PRV-AMT-VALUE, kind ('A' or 'R') in PRV-WORK-KIND, and
      *> the payment, invoice and currency from PAYAPP-RECORD.
       7000-ADD-APP-ROW.
           IF PRV-APP-COUNT >= 5000
               DISPLAY 'PAYREV: APPLICATION TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PRV-APP-COUNT
           MOVE PA-PAYMENT TO PRV-AP-PAYMENT (PRV-APP-COUNT)
           MOVE PA-INVOICE TO PRV-AP-INVOICE (PRV-APP-COUNT)
           MOVE PRV-WORK-KIND TO PRV-AP-KIND (PRV-APP-COUNT)
           MOVE PRV-AMT-VALUE TO PRV-AP-VALUE (PRV-APP-COUNT)
           MOVE PA-CURRENCY TO PRV-AP-CURRENCY (PRV-APP-COUNT).
       7000-EXIT.
           EXIT.

      *> Accumulate what goes back on PRV-WORK-INVOICE.
       7100-ADD-BACK.
           MOVE ZERO TO PRV-HIT
           PERFORM 7110-MATCH-BACK THRU 7110-EXIT
               VARYING PRV-BX FROM 1 BY 1
               UNTIL PRV-BX > PRV-BACK-COUNT OR PRV-HIT > 0
           IF PRV-HIT = ZERO
               IF PRV-BACK-COUNT >= 500
                   DISPLAY 'PAYREV: REOPEN TABLE FULL AT 500'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO PRV-BACK-COUNT
               MOVE PRV-BACK-COUNT TO PRV-HIT
               MOVE PRV-WORK-INVOICE TO PRV-BK-INVOICE (PRV-HIT)
               MOVE ZERO TO PRV-BK-VALUE (PRV-HIT)
               MOVE 'N' TO PRV-BK-DONE-SW (PRV-HIT)
           END-IF
           ADD PRV-TAKE-VALUE TO PRV-BK-VALUE (PRV-HIT).
       7100-EXIT.
           EXIT.

       7110-MATCH-BACK.
           IF PRV-BK-INVOICE (PRV-BX) = PRV-WORK-INVOICE
               MOVE PRV-BX TO PRV-HIT
           END-IF.
       7110-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAYMENT-IN INTO PAYMENT-RECORD
               AT END SET PRV-PAYIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-APPLY.
           READ APPLY-IN INTO PAYAPP-RECORD
               AT END SET PRV-APPIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-REVERSAL.
           READ REVERSAL-IN INTO REVERSAL-RECORD
               AT END SET PRV-REVIN-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET PRV-INVIN-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REFUNDS POSTED' TO PRV-TL-LABEL
           MOVE PRV-REFUND-CT TO PRV-TL-COUNT
           MOVE PRV-REFUND-TOT TO PRV-TOT-ED
           MOVE PRV-TOT-ED TO PRV-TL-AMOUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE 'CHARGEBACKS POSTED' TO PRV-TL-LABEL
           MOVE PRV-CHGBK-CT TO PRV-TL-COUNT
           MOVE PRV-CHGBK-TOT TO PRV-TOT-ED
           MOVE PRV-TOT-ED TO PRV-TL-AMOUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE 'DISPUTE FEES' TO PRV-TL-LABEL
           MOVE PRV-CHGBK-CT TO PRV-TL-COUNT
           MOVE PRV-FEE-TOT TO PRV-TOT-ED
           MOVE PRV-TOT-ED TO PRV-TL-AMOUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE SPACES TO PRV-TL-AMOUNT
           MOVE 'REVERSALS REJECTED' TO PRV-TL-LABEL
           MOVE PRV-REJECT-CT TO PRV-TL-COUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE 'REVERSAL ROWS WRITTEN' TO PRV-TL-LABEL
           MOVE PRV-ROWS-CT TO PRV-TL-COUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE 'INVOICES REOPENED' TO PRV-TL-LABEL
           MOVE PRV-REOPEN-CT TO PRV-TL-COUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           MOVE 'ROWS DATED OUT OF CLOSED' TO PRV-TL-LABEL
           MOVE PRV-REDATED-CT TO PRV-TL-COUNT
           WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           IF PRV-ORPHAN-CT > ZERO
               MOVE 'INVOICES NOT ON FILE' TO PRV-TL-LABEL
               MOVE PRV-ORPHAN-CT TO PRV-TL-COUNT
               WRITE REPORT-LINE FROM PRV-TOTAL-LINE
           END-IF
           CLOSE REVERSAL-IN REVERSAL-OUT APPLY-OUT INVOICE-IN
                 INVOICE-OUT REPORT-OUT
           IF PRV-REJECT-CT > ZERO
            OR PRV-ORPHAN-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PAYREV: ' PRV-PENDING-CT ' PENDING, '
                   PRV-REFUND-CT ' REFUNDS, '
                   PRV-CHGBK-CT ' CHARGEBACKS, '
                   PRV-REJECT-CT ' REJECTED, '
                   PRV-REOPEN-CT ' INVOICES REOPENED'.
       9000-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO PRV-AMT-DOLLARS PRV-AMT-CENTS
                        PRV-AMT-CENT-CT
           MOVE 'N' TO PRV-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING PRV-IX FROM 1 BY 1 UNTIL PRV-IX > 13
           COMPUTE PRV-AMT-VALUE =
               PRV-AMT-DOLLARS + (PRV-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE PRV-AMT-TXT (PRV-IX:1) TO PRV-DIG-X
           IF PRV-DIG-X = '.'
               SET PRV-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF PRV-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF PRV-IN-CENTS
               IF PRV-AMT-CENT-CT < 2
                   COMPUTE PRV-AMT-CENTS =
                       (PRV-AMT-CENTS * 10) + PRV-DIG-9
                   ADD 1 TO PRV-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE PRV-AMT-DOLLARS =
                   (PRV-AMT-DOLLARS * 10) + PRV-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

       COPY CLOSED-PERIOD.
       COPY DATE-SERVICE.
