      *> three sections: invoices fully paid this run, invoices
      *> partially paid with their remaining balance, and
      *> unapplied items (settlements with no invoice, against
      *> invoices already Paid, in another currency than the
      *> invoice, or larger than what is owed).
      *> The application file is read back at start-up and any
      *> settlement whose PAY-ID already has an application row is
      *> pre-marked consumed, so a partial payment applied last
      *> night is not applied again tonight - nor is one PAYREV
      *> has since reversed, whose reversal rows carry the same
      *> PAY-ID. Credit memos pass
      *> through untouched; they settle through the adjustments
      *> register, not through cash.
      *> Each invoice a run pays off spools an invoice.paid event,
      *> and each it only pays down an invoice.partial event, to
      *> the webhook spool for WHKSEND to deliver.
      *> A settlement dated inside a period already closed on
      *> CLOSEREG-FILE is applied dated the first open day
      *> (CLOSED-PERIOD.cpy), so a closed period's cash total
      *> never moves after the close.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRECON.
       ENVIRONMENT DIVISION.
               FILE STATUS IS RCN-INVOUT-STATUS.
           SELECT APPLY-IN ASSIGN TO APPINDD
               FILE STATUS IS RCN-APPIN-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS RCN-CLRIN-STATUS.
           SELECT APPLY-OUT ASSIGN TO PAYAPPDD
               FILE STATUS IS RCN-APP-STATUS.
           SELECT WHKEVT-OUT ASSIGN TO WHESPDD
               FILE STATUS IS RCN-WHE-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS RCN-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(134).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  APPLY-OUT.
       01  APPLY-OUT-RECORD       PIC X(63).
       FD  WHKEVT-OUT.
       01  WHKEVT-OUT-RECORD      PIC X(102).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  RCN-INVIN-STATUS       PIC X(02).
       77  RCN-INVOUT-STATUS      PIC X(02).
       77  RCN-APPIN-STATUS       PIC X(02).
       77  RCN-CLRIN-STATUS       PIC X(02).
       77  RCN-APP-STATUS         PIC X(02).
       77  RCN-WHE-STATUS         PIC X(02).
       77  RCN-RPT-STATUS         PIC X(02).
       77  RCN-PAY-LOADED         PIC 9(04) COMP VALUE ZERO.
       77  RCN-PRIOR-CT           PIC 9(04) COMP VALUE ZERO.
       77  RCN-REDATED-CT         PIC 9(05) COMP VALUE ZERO.
       77  RCN-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  RCN-INV-PAID           PIC 9(05) COMP VALUE ZERO.
       77  RCN-INV-PARTIAL        PIC 9(05) COMP VALUE ZERO.
       77  RCN-APPLIED-CT         PIC 9(05) COMP VALUE ZERO.
       77  RCN-EXCEPTIONS         PIC 9(05) COMP VALUE ZERO.
       77  RCN-PX                 PIC 9(04) COMP VALUE ZERO.
       77  RCN-MATCH-IX           PIC 9(04) COMP VALUE ZERO.
       77  RCN-LX                 PIC 9(03) COMP VALUE ZERO.
       01  RCN-SWITCHES.
           05 RCN-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RCN-INVIN-EOF    VALUE 'Y'.
           05 RCN-APPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RCN-APPIN-EOF    VALUE 'Y'.
           05 RCN-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RCN-CLRIN-EOF    VALUE 'Y'.
           05 RCN-TOUCHED-SW      PIC X(01) VALUE 'N'.
              88 RCN-INV-TOUCHED  VALUE 'Y'.
       01  RCN-PAYMENT-TABLE.
           05 RCN-PAY-ENTRY OCCURS 5000 TIMES.
              10 RCN-PT-RECORD    PIC X(72).
      *> 'Y' - applied this run; 'P' - an application row from a
      *> prior run already consumed it. Both count as used, but
      *> only 'Y' rows appear on tonight's report.
              10 RCN-PT-USED-SW   PIC X(01).
                 88 RCN-PT-USED   VALUES 'Y' 'P'.
                 88 RCN-PT-PRIOR  VALUE 'P'.
       01  RCN-OPEN-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RCN-PAY-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
      *> The last settlement applied to the invoice in hand, for
      *> its webhook event.
       01  RCN-LAST-PAY-ID        PIC X(10) VALUE SPACES.
       01  RCN-LAST-PAY-DATE      PIC X(10) VALUE SPACES.
       01  RCN-BAL-ED             PIC $$$$$$$$$9.99.
       77  RCN-LJ-CT              PIC 9(02) COMP VALUE ZERO.
      *> Section lines buffer until the whole master has passed,
      *> so the report groups fully paid / partially paid /
       01  RCN-INV-DETAIL.
           05 RCN-ID-NUMBER       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-ID-AMOUNT       PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-ID-BALANCE      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-ID-NOTE         PIC X(90).
       01  RCN-DETAIL.
           05 RCN-DT-ID           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-DT-AMOUNT       PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-DT-REF          PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RCN-DT-REASON       PIC X(30).
           05 FILLER              PIC X(53) VALUE SPACES.
       01  RCN-TOTAL-LINE.
           05 RCN-TL-LABEL        PIC X(24).
           05 RCN-TL-COUNT        PIC ZZZZ9.
       COPY PAYMENT-RECORD.
       COPY INVOICE-RECORD.
       COPY PAYAPP-RECORD.
       COPY WHKEVT-RECORD.
       COPY CLOSEREG-RECORD.
       COPY CLOSED-PERIOD-WS.
       COPY DATE-SERVICE-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-RECON-INVOICE THRU 3000-EXIT
               UNTIL RCN-INVIN-EOF
           PERFORM 4000-REPORT-UNUSED THRU 4000-EXIT
           OPEN INPUT PAYMENT-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT APPLY-IN
           OPEN INPUT CLOSE-IN
           OPEN OUTPUT INVOICE-OUT
           OPEN EXTEND APPLY-OUT
           OPEN EXTEND WHKEVT-OUT
           OPEN OUTPUT REPORT-OUT
           IF RCN-PAYIN-STATUS NOT = '00'
            OR RCN-INVIN-STATUS NOT = '00'
            OR RCN-APPIN-STATUS NOT = '00'
            OR RCN-CLRIN-STATUS NOT = '00'
            OR RCN-INVOUT-STATUS NOT = '00'
            OR RCN-APP-STATUS NOT = '00'
            OR RCN-WHE-STATUS NOT = '00'
            OR RCN-RPT-STATUS NOT = '00'
               DISPLAY 'PAYRECON: OPEN FAILED PAY=' RCN-PAYIN-STATUS
                       ' INVIN=' RCN-INVIN-STATUS
                       ' APPIN=' RCN-APPIN-STATUS
                       ' CLOSE=' RCN-CLRIN-STATUS
                       ' INVOUT=' RCN-INVOUT-STATUS
                       ' APPLY=' RCN-APP-STATUS
                       ' WHKEVT=' RCN-WHE-STATUS
                       ' RPT=' RCN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REPORT-LINE FROM RCN-HEAD-1
           PERFORM 1200-LOAD-CLOSED THRU 1200-EXIT
               UNTIL RCN-CLRIN-EOF
           CLOSE CLOSE-IN
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
           PERFORM 2000-LOAD-PAYMENT THRU 2000-EXIT
               UNTIL RCN-PAYIN-EOF
           PERFORM 1100-MARK-APPLIED THRU 1100-EXIT
               UNTIL RCN-APPIN-EOF
           CLOSE APPLY-IN
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *> An application row already on file: the settlement it
      *> names was consumed by an earlier run. The register is
      *> passed once against the loaded settlements, so it can
      *> grow without a table of its own.
       1100-MARK-APPLIED.
           READ APPLY-IN INTO PAYAPP-RECORD
               AT END SET RCN-APPIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           PERFORM 2100-CHECK-PRIOR THRU 2100-EXIT
               VARYING RCN-PX FROM 1 BY 1
               UNTIL RCN-PX > RCN-PAY-LOADED.
       1100-EXIT.
           EXIT.

       1200-LOAD-CLOSED.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET RCN-CLRIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           PERFORM 9800-CP-ADD-PERIOD THRU 9800-EXIT.
       1200-EXIT.
           EXIT.

       2000-LOAD-PAYMENT.
           IF RCN-PAY-LOADED = 5000
               DISPLAY 'PAYRECON: PAYMENT TABLE FULL AT 5000 - '
                       'SPLIT THE SETTLEMENT FILE AND RERUN'
               MOVE 12 TO RETURN-CODE
               SET RCN-PAYIN-EOF TO TRUE
           ADD 1 TO RCN-PAY-LOADED
           MOVE PAYMENT-RECORD TO RCN-PT-RECORD (RCN-PAY-LOADED)
           MOVE 'N' TO RCN-PT-USED-SW (RCN-PAY-LOADED)
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-PRIOR.
           IF RCN-PT-PRIOR (RCN-PX)
               GO TO 2100-EXIT
           END-IF
           MOVE RCN-PT-RECORD (RCN-PX) TO PAYMENT-RECORD
           IF PAY-ID = PA-PAYMENT
               MOVE 'P' TO RCN-PT-USED-SW (RCN-PX)
               ADD 1 TO RCN-PRIOR-CT
           END-IF.
       2100-EXIT.
           PERFORM 3100-APPLY-NEXT THRU 3100-EXIT
               UNTIL RCN-MATCH-IX = ZERO
           IF RCN-INV-TOUCHED
               MOVE RCN-OPEN-VALUE TO INVOICE-OPEN-BAL
               IF RCN-OPEN-VALUE = ZERO
                   MOVE 'Paid' TO INVOICE-STATUS
                   ADD 1 TO RCN-INV-PAID
                   ADD 1 TO RCN-INV-PARTIAL
                   PERFORM 3850-NOTE-PARTIAL THRU 3850-EXIT
               END-IF
               PERFORM 3900-SPOOL-EVENT THRU 3900-EXIT
           END-IF.
       3000-WRITE.
           WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
       3000-EXIT.
           EXIT.

      *> What is owed is the open balance - the face amount plus
      *> any tax billed on top of it, less what was applied; a
      *> settlement covers amount plus tax.
       3050-GET-OPEN-BALANCE.
           MOVE INVOICE-OPEN-BAL TO RCN-OPEN-VALUE.
       3050-EXIT.
           EXIT.

               PERFORM 4190-NOTE-EXCEPTION THRU 4190-EXIT
               GO TO 3100-EXIT
           END-IF
      *> Money in one currency never settles a bill in another.
           IF PAY-CURRENCY NOT = INVOICE-CURRENCY
               MOVE 'CURRENCY MISMATCH' TO RCN-DT-REASON
               PERFORM 4190-NOTE-EXCEPTION THRU 4190-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE PAY-AMOUNT TO RCN-PAY-VALUE
           IF RCN-PAY-VALUE > RCN-OPEN-VALUE
               MOVE 'AMOUNT EXCEEDS BALANCE' TO RCN-DT-REASON
               PERFORM 4190-NOTE-EXCEPTION THRU 4190-EXIT
           MOVE SPACES TO PAYAPP-RECORD
           MOVE PAY-ID TO PA-PAYMENT
           MOVE INVOICE-NUMBER TO PA-INVOICE
           MOVE PAY-DATE TO CP-DATE-IN
           PERFORM 9850-CP-OPEN-DATE THRU 9850-EXIT
           MOVE CP-DATE-OUT TO PA-DATE
           IF CP-DATE-MOVED
               ADD 1 TO RCN-REDATED-CT
           END-IF
           MOVE PAY-AMOUNT TO PA-AMOUNT
           MOVE INVOICE-CURRENCY TO PA-CURRENCY
           WRITE APPLY-OUT-RECORD FROM PAYAPP-RECORD
           MOVE PAY-ID TO RCN-LAST-PAY-ID
           MOVE PAY-DATE TO RCN-LAST-PAY-DATE.
       3100-EXIT.
           EXIT.

           MOVE SPACES TO RCN-INV-DETAIL
           MOVE INVOICE-NUMBER TO RCN-ID-NUMBER
           MOVE INVOICE-AMOUNT TO RCN-ID-AMOUNT
           MOVE ZERO TO RCN-ID-BALANCE
           MOVE 'settled in full' TO RCN-ID-NOTE
           IF RCN-PAID-COUNT < 200
               ADD 1 TO RCN-PAID-COUNT
       3850-EXIT.
           EXIT.

      *> Dated the day of the settlement that moved the balance;
      *> a partial payment says what is still open.
       3900-SPOOL-EVENT.
           MOVE SPACES TO WHKEVT-RECORD
           MOVE RCN-LAST-PAY-DATE TO WHE-DATE
           MOVE '00:00:00' TO WHE-TIME
           MOVE INVOICE-WORKSPACE TO WHE-WORKSPACE
           MOVE INVOICE-NUMBER TO WHE-REF
           IF RCN-OPEN-VALUE = ZERO
               MOVE 'invoice.paid' TO WHE-EVENT
               STRING 'settled by ' DELIMITED BY SIZE
                      RCN-LAST-PAY-ID DELIMITED BY SPACE
                   INTO WHE-DETAIL
           ELSE
               MOVE 'invoice.partial' TO WHE-EVENT
               MOVE RCN-OPEN-VALUE TO RCN-BAL-ED
               MOVE ZERO TO RCN-LJ-CT
               INSPECT RCN-BAL-ED
                   TALLYING RCN-LJ-CT FOR LEADING SPACE
               STRING 'open ' DELIMITED BY SIZE
                      RCN-BAL-ED (RCN-LJ-CT + 1:) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INVOICE-CURRENCY DELIMITED BY SPACE
                      ' after ' DELIMITED BY SIZE
                      RCN-LAST-PAY-ID DELIMITED BY SPACE
                   INTO WHE-DETAIL
           END-IF
           WRITE WHKEVT-OUT-RECORD FROM WHKEVT-RECORD.
       3900-EXIT.
           EXIT.

       4000-REPORT-UNUSED.
           IF RCN-PT-USED (RCN-PX)
               GO TO 4000-EXIT
           MOVE 'APPLIED IN PRIOR RUNS' TO RCN-TL-LABEL
           MOVE RCN-PRIOR-CT TO RCN-TL-COUNT
           WRITE REPORT-LINE FROM RCN-TOTAL-LINE
           MOVE 'DATED OUT OF CLOSED' TO RCN-TL-LABEL
           MOVE RCN-REDATED-CT TO RCN-TL-COUNT
           WRITE REPORT-LINE FROM RCN-TOTAL-LINE
           CLOSE PAYMENT-IN INVOICE-IN INVOICE-OUT APPLY-OUT
                 WHKEVT-OUT REPORT-OUT
           DISPLAY 'PAYRECON: ' RCN-INV-READ ' INVOICES READ, '
                   RCN-INV-PAID ' FULLY PAID, '
                   RCN-INV-PARTIAL ' PARTIAL, '
       9000-EXIT.
           EXIT.

       COPY CLOSED-PERIOD.
       COPY DATE-SERVICE.
