      *> AMTCONV.cbl
      *> One-time billing amount conversion. The billing stores
      *> carried every amount as 8-byte display text such as
      *> '$29.00', so each job re-parsed dollar signs and nothing
      *> over $99,999.99 fitted. This run migrates INVOICES-FILE,
      *> PAYMENTS-FILE, ADJUST-FILE, PAYAPP-FILE and PLANS-FILE to
      *> the current layouts: each amount becomes signed numeric
      *> and each record gains its currency code. A blank invoice
      *> tax becomes zero; a blank open balance becomes the face
      *> amount plus tax, the rule PAYRECON always applied to it;
      *> a blank invoice currency becomes USD. Payments,
      *> applications and adjustments take the currency of the
      *> invoice they reference (USD when the invoice is not on
      *> file); plans are quoted in USD. The stores are read as
      *> they stand in production, so the fields added alongside
      *> the amounts come across at their opening values too: no
      *> coupon discount on any invoice, every PAYAPP row an
      *> application (no reversal had posted yet) and every plan
      *> on the Monthly term.
      *> Once every record is written the converted files are
      *> read back and the control-total report prints record
      *> counts and amount totals before and after, field by
      *> field. Any line out of balance ends the run with RC 8
      *> and the converted files must not be promoted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS ACV-INVIN-STATUS.
           SELECT INVOICE-OUT ASSIGN TO INVOUTDD
               FILE STATUS IS ACV-INVOUT-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS ACV-PAYIN-STATUS.
           SELECT PAYMENT-OUT ASSIGN TO PAYOUTDD
               FILE STATUS IS ACV-PAYOUT-STATUS.
           SELECT ADJUST-IN ASSIGN TO ADJINDD
               FILE STATUS IS ACV-ADJIN-STATUS.
           SELECT ADJUST-OUT ASSIGN TO ADJOUTDD
               FILE STATUS IS ACV-ADJOUT-STATUS.
           SELECT APPLY-IN ASSIGN TO APPINDD
               FILE STATUS IS ACV-APPIN-STATUS.
           SELECT APPLY-OUT ASSIGN TO APPOUTDD
               FILE STATUS IS ACV-APPOUT-STATUS.
           SELECT PLANS-IN ASSIGN TO PLNINDD
               FILE STATUS IS ACV-PLNIN-STATUS.
           SELECT PLANS-OUT ASSIGN TO PLNOUTDD
               FILE STATUS IS ACV-PLNOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS ACV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(102).
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(122).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(61).
       FD  PAYMENT-OUT.
       01  PAYMENT-OUT-RECORD     PIC X(72).
       FD  ADJUST-IN.
       01  ADJUST-IN-RECORD       PIC X(84).
       FD  ADJUST-OUT.
       01  ADJUST-OUT-RECORD      PIC X(95).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(41).
       FD  APPLY-OUT.
       01  APPLY-OUT-RECORD       PIC X(63).
       FD  PLANS-IN.
       01  PLANS-IN-RECORD        PIC X(84).
       FD  PLANS-OUT.
       01  PLANS-OUT-RECORD       PIC X(103).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  ACV-INVIN-STATUS       PIC X(02).
       77  ACV-INVOUT-STATUS      PIC X(02).
       77  ACV-PAYIN-STATUS       PIC X(02).
       77  ACV-PAYOUT-STATUS      PIC X(02).
       77  ACV-ADJIN-STATUS       PIC X(02).
       77  ACV-ADJOUT-STATUS      PIC X(02).
       77  ACV-APPIN-STATUS       PIC X(02).
       77  ACV-APPOUT-STATUS      PIC X(02).
       77  ACV-PLNIN-STATUS       PIC X(02).
       77  ACV-PLNOUT-STATUS      PIC X(02).
       77  ACV-RPT-STATUS         PIC X(02).
       77  ACV-IX                 PIC 9(02) COMP VALUE ZERO.
       77  ACV-TX                 PIC 9(05) COMP VALUE ZERO.
       77  ACV-HIT                PIC 9(05) COMP VALUE ZERO.
       77  ACV-OPEN-DEFAULT-CT    PIC 9(07) COMP VALUE ZERO.
       77  ACV-CURR-DEFAULT-CT    PIC 9(07) COMP VALUE ZERO.
       77  ACV-NO-INVOICE-CT      PIC 9(07) COMP VALUE ZERO.
       77  ACV-BAD-CT             PIC 9(03) COMP VALUE ZERO.
       01  ACV-SWITCHES.
           05 ACV-EOF-SW          PIC X(01) VALUE 'N'.
              88 ACV-EOF          VALUE 'Y'.
           05 ACV-CENTS-SW        PIC X(01) VALUE 'N'.
              88 ACV-IN-CENTS     VALUE 'Y'.
      *> The retired layouts, kept here only for the migration.
       01  ACV-OLD-INVOICE.
           05 ACV-OI-NUMBER       PIC X(13).
           05 ACV-OI-DATE         PIC X(10).
           05 ACV-OI-AMOUNT       PIC X(08).
           05 ACV-OI-STATUS       PIC X(10).
           05 ACV-OI-TYPE         PIC X(07).
           05 ACV-OI-OPEN-BAL     PIC X(08).
           05 ACV-OI-TAX-RATE     PIC X(06).
           05 ACV-OI-TAX-AMT      PIC X(08).
           05 ACV-OI-CURRENCY     PIC X(08).
           05 ACV-OI-NOTE         PIC X(24).
       01  ACV-OLD-PAYMENT.
           05 ACV-OP-ID           PIC X(10).
           05 ACV-OP-DATE         PIC X(10).
           05 ACV-OP-AMOUNT       PIC X(08).
           05 ACV-OP-INVOICE-REF  PIC X(13).
           05 ACV-OP-METHOD       PIC X(10).
           05 ACV-OP-STATUS       PIC X(10).
       01  ACV-OLD-ADJUST.
           05 ACV-OA-CREDIT       PIC X(13).
           05 ACV-OA-INVOICE      PIC X(13).
           05 ACV-OA-DATE         PIC X(10).
           05 ACV-OA-AMOUNT       PIC X(08).
           05 ACV-OA-AUTH         PIC X(10).
           05 ACV-OA-REASON       PIC X(30).
       01  ACV-OLD-PAYAPP.
           05 ACV-OPA-PAYMENT     PIC X(10).
           05 ACV-OPA-INVOICE     PIC X(13).
           05 ACV-OPA-DATE        PIC X(10).
           05 ACV-OPA-AMOUNT      PIC X(08).
       01  ACV-OLD-PLAN.
           05 ACV-OL-ID           PIC X(04).
           05 ACV-OL-NAME         PIC X(12).
           05 ACV-OL-PRICE        PIC X(08).
           05 ACV-OL-BLURB        PIC X(20).
           05 ACV-OL-LIMIT-1      PIC X(20).
           05 ACV-OL-LIMIT-2      PIC X(20).
      *> Invoice currencies as converted, so the payment,
      *> application and adjustment rows can carry the currency
      *> of the invoice they reference.
       01  ACV-INV-TABLE.
           05 ACV-INV-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 ACV-INV OCCURS 5000 TIMES.
              10 ACV-I-NUMBER     PIC X(13).
              10 ACV-I-CURRENCY   PIC X(08).
       01  ACV-WORK-INVOICE       PIC X(13) VALUE SPACES.
       01  ACV-WORK-CURRENCY      PIC X(08) VALUE SPACES.
       01  ACV-DIG.
           05 ACV-DIG-X           PIC X(01).
           05 ACV-DIG-9 REDEFINES ACV-DIG-X
                                  PIC 9(01).
       01  ACV-AMT-WORK.
           05 ACV-AMT-TXT         PIC X(08).
           05 ACV-AMT-DOLLARS     PIC 9(07) COMP VALUE ZERO.
           05 ACV-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 ACV-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 ACV-AMT-VALUE       PIC 9(07)V99 COMP-3 VALUE ZERO.
       01  ACV-TAX-VALUE          PIC 9(07)V99 COMP-3 VALUE ZERO.
      *> Record counts and amount totals: BEFORE as read from
      *> the old stores, AFTER as read back from the new ones.
       01  ACV-COUNTS.
           05 ACV-INV-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 ACV-INV-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 ACV-PAY-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 ACV-PAY-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 ACV-ADJ-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 ACV-ADJ-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 ACV-APP-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 ACV-APP-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 ACV-PLN-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 ACV-PLN-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
       01  ACV-TOTALS.
           05 ACV-AMT-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-AMT-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-OPEN-BEFORE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-OPEN-AFTER      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-TAX-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-TAX-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-DISC-BEFORE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-DISC-AFTER      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-PAY-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-PAY-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-ADJ-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-ADJ-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-APP-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-APP-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-PLN-BEFORE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ACV-PLN-AFTER       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *> One control line: label, before and after arrive here.
       01  ACV-CMP-BEFORE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  ACV-CMP-AFTER          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  ACV-HEAD-1.
           05 FILLER              PIC X(50) VALUE
              'AMTCONV - BILLING AMOUNT CONVERSION CONTROL TOTALS'.
           05 FILLER              PIC X(09) VALUE '   RUN ON'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ACV-H1-DATE         PIC X(10).
           05 FILLER              PIC X(63) VALUE SPACES.
       01  ACV-HEAD-2.
           05 FILLER              PIC X(32) VALUE 'FILE / FIELD'.
           05 FILLER              PIC X(21) VALUE
              '               BEFORE'.
           05 FILLER              PIC X(21) VALUE
              '                AFTER'.
           05 FILLER              PIC X(59) VALUE '  RESULT'.
       01  ACV-AMT-LINE.
           05 ACV-AL-LABEL        PIC X(32).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-AL-BEFORE       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-AL-AFTER        PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-AL-RESULT       PIC X(20).
           05 FILLER              PIC X(37) VALUE SPACES.
       01  ACV-CNT-LINE.
           05 ACV-CL-LABEL        PIC X(32).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-CL-BEFORE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-CL-AFTER        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ACV-CL-RESULT       PIC X(20).
           05 FILLER              PIC X(37) VALUE SPACES.
       01  ACV-NOTE-LINE.
           05 ACV-NL-LABEL        PIC X(53).
           05 ACV-NL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(69) VALUE SPACES.
       01  ACV-SYS-DATE.
           05 ACV-SD-YYYY         PIC X(04).
           05 ACV-SD-MM           PIC X(02).
           05 ACV-SD-DD           PIC X(02).
       COPY INVOICE-RECORD.
       COPY PAYMENT-RECORD.
       COPY ADJUST-RECORD.
       COPY PAYAPP-RECORD.
       COPY PLAN-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-INVOICE THRU 2000-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8200-READ-OLD-PAYMENT THRU 8200-EXIT
           PERFORM 2200-CONVERT-PAYMENT THRU 2200-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8300-READ-OLD-ADJUST THRU 8300-EXIT
           PERFORM 2300-CONVERT-ADJUST THRU 2300-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8400-READ-OLD-PAYAPP THRU 8400-EXIT
           PERFORM 2400-CONVERT-PAYAPP THRU 2400-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8500-READ-OLD-PLAN THRU 8500-EXIT
           PERFORM 2500-CONVERT-PLAN THRU 2500-EXIT
               UNTIL ACV-EOF
           PERFORM 4000-READ-BACK THRU 4000-EXIT
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT INVOICE-IN PAYMENT-IN ADJUST-IN APPLY-IN
                      PLANS-IN
           OPEN OUTPUT INVOICE-OUT PAYMENT-OUT ADJUST-OUT APPLY-OUT
                       PLANS-OUT REPORT-OUT
           IF ACV-INVIN-STATUS NOT = '00'
            OR ACV-INVOUT-STATUS NOT = '00'
            OR ACV-PAYIN-STATUS NOT = '00'
            OR ACV-PAYOUT-STATUS NOT = '00'
            OR ACV-ADJIN-STATUS NOT = '00'
            OR ACV-ADJOUT-STATUS NOT = '00'
            OR ACV-APPIN-STATUS NOT = '00'
            OR ACV-APPOUT-STATUS NOT = '00'
            OR ACV-PLNIN-STATUS NOT = '00'
            OR ACV-PLNOUT-STATUS NOT = '00'
            OR ACV-RPT-STATUS NOT = '00'
               DISPLAY 'AMTCONV: OPEN FAILED INV=' ACV-INVIN-STATUS
                       '/' ACV-INVOUT-STATUS
                       ' PAY=' ACV-PAYIN-STATUS
                       '/' ACV-PAYOUT-STATUS
                       ' ADJ=' ACV-ADJIN-STATUS
                       '/' ACV-ADJOUT-STATUS
                       ' APP=' ACV-APPIN-STATUS
                       '/' ACV-APPOUT-STATUS
                       ' PLN=' ACV-PLNIN-STATUS
                       '/' ACV-PLNOUT-STATUS
                       ' RPT=' ACV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT ACV-SYS-DATE FROM DATE YYYYMMDD
           STRING ACV-SD-YYYY '-' ACV-SD-MM '-' ACV-SD-DD
               DELIMITED BY SIZE INTO ACV-H1-DATE
           WRITE REPORT-LINE FROM ACV-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM ACV-HEAD-2
           PERFORM 8100-READ-OLD-INVOICE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> One invoice or credit memo. The open balance follows
      *> the tax, so the tax is parsed first.
       2000-CONVERT-INVOICE.
           ADD 1 TO ACV-INV-BEFORE-CT
           MOVE SPACES TO INVOICE-RECORD
           MOVE ACV-OI-NUMBER TO INVOICE-NUMBER
           MOVE ACV-OI-DATE TO INVOICE-DATE
           MOVE ACV-OI-STATUS TO INVOICE-STATUS
           MOVE ACV-OI-TYPE TO INVOICE-TYPE
           MOVE ACV-OI-TAX-RATE TO INVOICE-TAX-RATE
           MOVE ACV-OI-NOTE TO INVOICE-NOTE
           MOVE ACV-OI-AMOUNT TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO INVOICE-AMOUNT
           ADD ACV-AMT-VALUE TO ACV-AMT-BEFORE
           MOVE ACV-OI-TAX-AMT TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO ACV-TAX-VALUE
           MOVE ACV-TAX-VALUE TO INVOICE-TAX-AMT
           ADD ACV-TAX-VALUE TO ACV-TAX-BEFORE
           MOVE ZERO TO INVOICE-DISCOUNT
           IF ACV-OI-OPEN-BAL = SPACES
               COMPUTE INVOICE-OPEN-BAL =
                   INVOICE-AMOUNT + ACV-TAX-VALUE
               ADD 1 TO ACV-OPEN-DEFAULT-CT
           ELSE
               MOVE ACV-OI-OPEN-BAL TO ACV-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
               MOVE ACV-AMT-VALUE TO INVOICE-OPEN-BAL
           END-IF
           ADD INVOICE-OPEN-BAL TO ACV-OPEN-BEFORE
           IF ACV-OI-CURRENCY = SPACES
               MOVE 'USD' TO INVOICE-CURRENCY
               ADD 1 TO ACV-CURR-DEFAULT-CT
           ELSE
               MOVE ACV-OI-CURRENCY TO INVOICE-CURRENCY
           END-IF
           IF ACV-INV-COUNT >= 5000
               DISPLAY 'AMTCONV: INVOICE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ACV-INV-COUNT
           MOVE INVOICE-NUMBER TO ACV-I-NUMBER (ACV-INV-COUNT)
           MOVE INVOICE-CURRENCY TO ACV-I-CURRENCY (ACV-INV-COUNT)
           WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           PERFORM 8100-READ-OLD-INVOICE THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2200-CONVERT-PAYMENT.
           ADD 1 TO ACV-PAY-BEFORE-CT
           MOVE SPACES TO PAYMENT-RECORD
           MOVE ACV-OP-ID TO PAY-ID
           MOVE ACV-OP-DATE TO PAY-DATE
           MOVE ACV-OP-INVOICE-REF TO PAY-INVOICE-REF
           MOVE ACV-OP-METHOD TO PAY-METHOD
           MOVE ACV-OP-STATUS TO PAY-STATUS
           MOVE ACV-OP-AMOUNT TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO PAY-AMOUNT
           ADD ACV-AMT-VALUE TO ACV-PAY-BEFORE
           MOVE ACV-OP-INVOICE-REF TO ACV-WORK-INVOICE
           PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
           MOVE ACV-WORK-CURRENCY TO PAY-CURRENCY
           WRITE PAYMENT-OUT-RECORD FROM PAYMENT-RECORD
           PERFORM 8200-READ-OLD-PAYMENT THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       2300-CONVERT-ADJUST.
           ADD 1 TO ACV-ADJ-BEFORE-CT
           MOVE SPACES TO ADJUST-RECORD
           MOVE ACV-OA-CREDIT TO ADJ-CREDIT
           MOVE ACV-OA-INVOICE TO ADJ-INVOICE
           MOVE ACV-OA-DATE TO ADJ-DATE
           MOVE ACV-OA-AUTH TO ADJ-AUTH
           MOVE ACV-OA-REASON TO ADJ-REASON
           MOVE ACV-OA-AMOUNT TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO ADJ-AMOUNT
           ADD ACV-AMT-VALUE TO ACV-ADJ-BEFORE
           MOVE ACV-OA-INVOICE TO ACV-WORK-INVOICE
           PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
           MOVE ACV-WORK-CURRENCY TO ADJ-CURRENCY
           WRITE ADJUST-OUT-RECORD FROM ADJUST-RECORD
           PERFORM 8300-READ-OLD-ADJUST THRU 8300-EXIT.
       2300-EXIT.
           EXIT.

       2400-CONVERT-PAYAPP.
           ADD 1 TO ACV-APP-BEFORE-CT
           MOVE SPACES TO PAYAPP-RECORD
           MOVE ACV-OPA-PAYMENT TO PA-PAYMENT
           MOVE ACV-OPA-INVOICE TO PA-INVOICE
           MOVE ACV-OPA-DATE TO PA-DATE
           MOVE ACV-OPA-AMOUNT TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO PA-AMOUNT
           ADD ACV-AMT-VALUE TO ACV-APP-BEFORE
           MOVE ACV-OPA-INVOICE TO ACV-WORK-INVOICE
           PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
           MOVE ACV-WORK-CURRENCY TO PA-CURRENCY
           WRITE APPLY-OUT-RECORD FROM PAYAPP-RECORD
           PERFORM 8400-READ-OLD-PAYAPP THRU 8400-EXIT.
       2400-EXIT.
           EXIT.

       2500-CONVERT-PLAN.
           ADD 1 TO ACV-PLN-BEFORE-CT
           MOVE SPACES TO PLAN-RECORD
           MOVE ACV-OL-ID TO PLAN-ID
           MOVE ACV-OL-NAME TO PLAN-NAME
           MOVE ACV-OL-BLURB TO PLAN-BLURB
           MOVE ACV-OL-LIMIT-1 TO PLAN-LIMIT-1
           MOVE ACV-OL-LIMIT-2 TO PLAN-LIMIT-2
           MOVE ACV-OL-PRICE TO ACV-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ACV-AMT-VALUE TO PLAN-PRICE
           ADD ACV-AMT-VALUE TO ACV-PLN-BEFORE
           MOVE 'USD' TO PLAN-CURRENCY
           WRITE PLANS-OUT-RECORD FROM PLAN-RECORD
           PERFORM 8500-READ-OLD-PLAN THRU 8500-EXIT.
       2500-EXIT.
           EXIT.

      *> Close the new stores and read every record back: the
      *> AFTER side of the report is what actually landed.
       4000-READ-BACK.
           CLOSE INVOICE-IN INVOICE-OUT PAYMENT-IN PAYMENT-OUT
                 ADJUST-IN ADJUST-OUT APPLY-IN APPLY-OUT
                 PLANS-IN PLANS-OUT
           OPEN INPUT INVOICE-OUT PAYMENT-OUT ADJUST-OUT APPLY-OUT
                      PLANS-OUT
           IF ACV-INVOUT-STATUS NOT = '00'
            OR ACV-PAYOUT-STATUS NOT = '00'
            OR ACV-ADJOUT-STATUS NOT = '00'
            OR ACV-APPOUT-STATUS NOT = '00'
            OR ACV-PLNOUT-STATUS NOT = '00'
               DISPLAY 'AMTCONV: REOPEN FAILED INV='
                       ACV-INVOUT-STATUS
                       ' PAY=' ACV-PAYOUT-STATUS
                       ' ADJ=' ACV-ADJOUT-STATUS
                       ' APP=' ACV-APPOUT-STATUS
                       ' PLN=' ACV-PLNOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8600-READ-NEW-INVOICE THRU 8600-EXIT
           PERFORM 4100-CHECK-INVOICE THRU 4100-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8700-READ-NEW-PAYMENT THRU 8700-EXIT
           PERFORM 4200-CHECK-PAYMENT THRU 4200-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8800-READ-NEW-ADJUST THRU 8800-EXIT
           PERFORM 4300-CHECK-ADJUST THRU 4300-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8900-READ-NEW-PAYAPP THRU 8900-EXIT
           PERFORM 4400-CHECK-PAYAPP THRU 4400-EXIT
               UNTIL ACV-EOF
           MOVE 'N' TO ACV-EOF-SW
           PERFORM 8950-READ-NEW-PLAN THRU 8950-EXIT
           PERFORM 4500-CHECK-PLAN THRU 4500-EXIT
               UNTIL ACV-EOF
           CLOSE INVOICE-OUT PAYMENT-OUT ADJUST-OUT APPLY-OUT
                 PLANS-OUT.
       4000-EXIT.
           EXIT.

       4100-CHECK-INVOICE.
           ADD 1 TO ACV-INV-AFTER-CT
           ADD INVOICE-AMOUNT TO ACV-AMT-AFTER
           ADD INVOICE-OPEN-BAL TO ACV-OPEN-AFTER
           ADD INVOICE-TAX-AMT TO ACV-TAX-AFTER
           ADD INVOICE-DISCOUNT TO ACV-DISC-AFTER
           PERFORM 8600-READ-NEW-INVOICE THRU 8600-EXIT.
       4100-EXIT.
           EXIT.

       4200-CHECK-PAYMENT.
           ADD 1 TO ACV-PAY-AFTER-CT
           ADD PAY-AMOUNT TO ACV-PAY-AFTER
           PERFORM 8700-READ-NEW-PAYMENT THRU 8700-EXIT.
       4200-EXIT.
           EXIT.

       4300-CHECK-ADJUST.
           ADD 1 TO ACV-ADJ-AFTER-CT
           ADD ADJ-AMOUNT TO ACV-ADJ-AFTER
           PERFORM 8800-READ-NEW-ADJUST THRU 8800-EXIT.
       4300-EXIT.
           EXIT.

       4400-CHECK-PAYAPP.
           ADD 1 TO ACV-APP-AFTER-CT
           ADD PA-AMOUNT TO ACV-APP-AFTER
           PERFORM 8900-READ-NEW-PAYAPP THRU 8900-EXIT.
       4400-EXIT.
           EXIT.

       4500-CHECK-PLAN.
           ADD 1 TO ACV-PLN-AFTER-CT
           ADD PLAN-PRICE TO ACV-PLN-AFTER
           PERFORM 8950-READ-NEW-PLAN THRU 8950-EXIT.
       4500-EXIT.
           EXIT.

      *> Currency of ACV-WORK-INVOICE into ACV-WORK-CURRENCY;
      *> USD when the invoice is not on file.
       5000-FIND-CURRENCY.
           MOVE ZERO TO ACV-HIT
           PERFORM 5100-MATCH-INVOICE THRU 5100-EXIT
               VARYING ACV-TX FROM 1 BY 1
               UNTIL ACV-TX > ACV-INV-COUNT OR ACV-HIT > 0
           IF ACV-HIT = ZERO
               MOVE 'USD' TO ACV-WORK-CURRENCY
               ADD 1 TO ACV-NO-INVOICE-CT
           ELSE
               MOVE ACV-I-CURRENCY (ACV-HIT) TO ACV-WORK-CURRENCY
           END-IF.
       5000-EXIT.
           EXIT.

       5100-MATCH-INVOICE.
           IF ACV-I-NUMBER (ACV-TX) = ACV-WORK-INVOICE
               MOVE ACV-TX TO ACV-HIT
           END-IF.
       5100-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE 'INVOICES-FILE RECORDS' TO ACV-CL-LABEL
           MOVE ACV-INV-BEFORE-CT TO ACV-CMP-BEFORE
           MOVE ACV-INV-AFTER-CT TO ACV-CMP-AFTER
           PERFORM 6200-PRINT-COUNT THRU 6200-EXIT
           MOVE '  INVOICE-AMOUNT' TO ACV-AL-LABEL
           MOVE ACV-AMT-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-AMT-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE '  INVOICE-OPEN-BAL' TO ACV-AL-LABEL
           MOVE ACV-OPEN-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-OPEN-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE '  INVOICE-TAX-AMT' TO ACV-AL-LABEL
           MOVE ACV-TAX-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-TAX-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE '  INVOICE-DISCOUNT' TO ACV-AL-LABEL
           MOVE ACV-DISC-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-DISC-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE 'PAYMENTS-FILE RECORDS' TO ACV-CL-LABEL
           MOVE ACV-PAY-BEFORE-CT TO ACV-CMP-BEFORE
           MOVE ACV-PAY-AFTER-CT TO ACV-CMP-AFTER
           PERFORM 6200-PRINT-COUNT THRU 6200-EXIT
           MOVE '  PAY-AMOUNT' TO ACV-AL-LABEL
           MOVE ACV-PAY-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-PAY-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE 'ADJUST-FILE RECORDS' TO ACV-CL-LABEL
           MOVE ACV-ADJ-BEFORE-CT TO ACV-CMP-BEFORE
           MOVE ACV-ADJ-AFTER-CT TO ACV-CMP-AFTER
           PERFORM 6200-PRINT-COUNT THRU 6200-EXIT
           MOVE '  ADJ-AMOUNT' TO ACV-AL-LABEL
           MOVE ACV-ADJ-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-ADJ-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE 'PAYAPP-FILE RECORDS' TO ACV-CL-LABEL
           MOVE ACV-APP-BEFORE-CT TO ACV-CMP-BEFORE
           MOVE ACV-APP-AFTER-CT TO ACV-CMP-AFTER
           PERFORM 6200-PRINT-COUNT THRU 6200-EXIT
           MOVE '  PA-AMOUNT' TO ACV-AL-LABEL
           MOVE ACV-APP-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-APP-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE 'PLANS-FILE RECORDS' TO ACV-CL-LABEL
           MOVE ACV-PLN-BEFORE-CT TO ACV-CMP-BEFORE
           MOVE ACV-PLN-AFTER-CT TO ACV-CMP-AFTER
           PERFORM 6200-PRINT-COUNT THRU 6200-EXIT
           MOVE '  PLAN-PRICE' TO ACV-AL-LABEL
           MOVE ACV-PLN-BEFORE TO ACV-CMP-BEFORE
           MOVE ACV-PLN-AFTER TO ACV-CMP-AFTER
           PERFORM 6100-PRINT-AMOUNT THRU 6100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BLANK OPEN BALANCES TAKEN AS AMOUNT PLUS TAX'
               TO ACV-NL-LABEL
           MOVE ACV-OPEN-DEFAULT-CT TO ACV-NL-COUNT
           WRITE REPORT-LINE FROM ACV-NOTE-LINE
           MOVE 'BLANK INVOICE CURRENCIES TAKEN AS USD'
               TO ACV-NL-LABEL
           MOVE ACV-CURR-DEFAULT-CT TO ACV-NL-COUNT
           WRITE REPORT-LINE FROM ACV-NOTE-LINE
           MOVE 'ROWS WHOSE INVOICE IS NOT ON FILE - TAKEN AS USD'
               TO ACV-NL-LABEL
           MOVE ACV-NO-INVOICE-CT TO ACV-NL-COUNT
           WRITE REPORT-LINE FROM ACV-NOTE-LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-AMOUNT.
           MOVE ACV-CMP-BEFORE TO ACV-AL-BEFORE
           MOVE ACV-CMP-AFTER TO ACV-AL-AFTER
           IF ACV-CMP-BEFORE = ACV-CMP-AFTER
               MOVE 'AGREES' TO ACV-AL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE' TO ACV-AL-RESULT
               ADD 1 TO ACV-BAD-CT
           END-IF
           WRITE REPORT-LINE FROM ACV-AMT-LINE.
       6100-EXIT.
           EXIT.

       6200-PRINT-COUNT.
           MOVE ACV-CMP-BEFORE TO ACV-CL-BEFORE
           MOVE ACV-CMP-AFTER TO ACV-CL-AFTER
           IF ACV-CMP-BEFORE = ACV-CMP-AFTER
               MOVE 'AGREES' TO ACV-CL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE' TO ACV-CL-RESULT
               ADD 1 TO ACV-BAD-CT
           END-IF
           WRITE REPORT-LINE FROM ACV-CNT-LINE.
       6200-EXIT.
           EXIT.

       8100-READ-OLD-INVOICE.
           READ INVOICE-IN INTO ACV-OLD-INVOICE
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-OLD-PAYMENT.
           READ PAYMENT-IN INTO ACV-OLD-PAYMENT
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-OLD-ADJUST.
           READ ADJUST-IN INTO ACV-OLD-ADJUST
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-OLD-PAYAPP.
           READ APPLY-IN INTO ACV-OLD-PAYAPP
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-OLD-PLAN.
           READ PLANS-IN INTO ACV-OLD-PLAN
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-NEW-INVOICE.
           READ INVOICE-OUT INTO INVOICE-RECORD
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8600-EXIT.
           EXIT.

       8700-READ-NEW-PAYMENT.
           READ PAYMENT-OUT INTO PAYMENT-RECORD
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8700-EXIT.
           EXIT.

       8800-READ-NEW-ADJUST.
           READ ADJUST-OUT INTO ADJUST-RECORD
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8800-EXIT.
           EXIT.

       8900-READ-NEW-PAYAPP.
           READ APPLY-OUT INTO PAYAPP-RECORD
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8900-EXIT.
           EXIT.

       8950-READ-NEW-PLAN.
           READ PLANS-OUT INTO PLAN-RECORD
               AT END SET ACV-EOF TO TRUE
           END-READ.
       8950-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF ACV-BAD-CT > ZERO
               MOVE '*** CONTROL LINES OUT OF BALANCE - DO NOT PROMOTE'
                   TO ACV-NL-LABEL
               MOVE ACV-BAD-CT TO ACV-NL-COUNT
               WRITE REPORT-LINE FROM ACV-NOTE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL CONTROL TOTALS AGREE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-OUT
           DISPLAY 'AMTCONV: ' ACV-INV-BEFORE-CT ' INVOICES, '
                   ACV-PAY-BEFORE-CT ' PAYMENTS, '
                   ACV-ADJ-BEFORE-CT ' ADJUSTMENTS, '
                   ACV-APP-BEFORE-CT ' APPLICATIONS, '
                   ACV-PLN-BEFORE-CT ' PLANS CONVERTED, '
                   ACV-BAD-CT ' OUT OF BALANCE'.
       9000-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the billing jobs read the old stores.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO ACV-AMT-DOLLARS ACV-AMT-CENTS
                        ACV-AMT-CENT-CT
           MOVE 'N' TO ACV-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING ACV-IX FROM 1 BY 1 UNTIL ACV-IX > 8
           COMPUTE ACV-AMT-VALUE =
               ACV-AMT-DOLLARS + (ACV-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE ACV-AMT-TXT (ACV-IX:1) TO ACV-DIG-X
           IF ACV-DIG-X = '.'
               SET ACV-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF ACV-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF ACV-IN-CENTS
               IF ACV-AMT-CENT-CT < 2
                   COMPUTE ACV-AMT-CENTS =
                       (ACV-AMT-CENTS * 10) + ACV-DIG-9
                   ADD 1 TO ACV-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE ACV-AMT-DOLLARS =
                   (ACV-AMT-DOLLARS * 10) + ACV-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.
