      *> BILCLOSE.cbl
      *> Period-end billing close with a balancing register. INVGEN,
      *> PAYRECON, and INVAGE each run and nobody proves the period
      *> ties out; this job does. The PARM is the fiscal period
      *> ('YYYY-PP', see FISCAL-RECORD) and FISCAL-FILE gives its
      *> first and last day. For those dates it snapshots the
      *> control totals - receivables opening balance, billed in
      *> the period (gross of tax), cash applied (PAYAPP
      *> applications in the period), payments reversed (PAYAPP
      *> reversal rows - refunds and chargebacks - dated in the
      *> period, whenever the payment itself was applied), credit
      *> adjustments, and the closing balance (the sum of what is
      *> still open) - verifies opening + billed - applied
      *> + reversed - adjustments = closing against the prior
      *> period's CLOSEREG-FILE row (or the year row YECLOSE rolled
      *> forward), and refuses with RC=8 when the period does not
      *> balance. On a first close, with no prior row to open from,
      *> the opening balance derives from everything dated before
      *> the period and the register says so. Only a balanced (or
      *> first) close appends its register row, and that row marks
      *> the period's dates closed to new postings.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILCLOSE.
       ENVIRONMENT DIVISION.
               FILE STATUS IS BCL-INVIN-STATUS.
           SELECT APPLY-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS BCL-APPIN-STATUS.
           SELECT FISCAL-IN ASSIGN TO FSCINDD
               FILE STATUS IS BCL-FSC-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS BCL-CLRIN-STATUS.
           SELECT CLOSE-OUT ASSIGN TO CLROUTDD
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  FISCAL-IN.
       01  FISCAL-IN-RECORD       PIC X(29).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  CLOSE-OUT.
       01  CLOSE-OUT-RECORD       PIC X(104).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  BCL-INVIN-STATUS       PIC X(02).
       77  BCL-APPIN-STATUS       PIC X(02).
       77  BCL-FSC-STATUS         PIC X(02).
       77  BCL-CLRIN-STATUS       PIC X(02).
       77  BCL-CLROUT-STATUS      PIC X(02).
       77  BCL-RPT-STATUS         PIC X(02).
       77  BCL-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  BCL-APP-READ           PIC 9(05) COMP VALUE ZERO.
       01  BCL-SWITCHES.
           05 BCL-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 BCL-INVIN-EOF    VALUE 'Y'.
              88 BCL-PRIOR-FOUND  VALUE 'Y'.
           05 BCL-BALANCED-SW     PIC X(01) VALUE 'N'.
              88 BCL-BALANCED     VALUE 'Y'.
           05 BCL-FSCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 BCL-FSCIN-EOF    VALUE 'Y'.
           05 BCL-PERIOD-SW       PIC X(01) VALUE 'N'.
              88 BCL-PERIOD-FOUND VALUE 'Y'.
           05 BCL-CARRIED-SW      PIC X(01) VALUE 'N'.
              88 BCL-CARRIED      VALUE 'Y'.
      *> Where a dated row falls against the close period.
           05 BCL-PLACE-SW        PIC X(01) VALUE SPACE.
              88 BCL-BEFORE-PERIOD VALUE 'B'.
              88 BCL-IN-PERIOD    VALUE 'I'.
              88 BCL-AFTER-PERIOD VALUE 'A'.
       01  BCL-AMT-WORK.
           05 BCL-AMT-VALUE       PIC 9(07)V99 COMP-3 VALUE ZERO.
       01  BCL-GROSS-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-OPEN-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-DERIVED-OPEN       PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-BILLED             PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-APPLIED            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-REVERSED           PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-ADJUSTED           PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-CLOSING            PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  BCL-EXPECTED           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05 BCL-SD-MM           PIC X(02).
           05 BCL-SD-DD           PIC X(02).
       01  BCL-RUN-DATE           PIC X(10) VALUE SPACES.
       01  BCL-PER-START          PIC X(10) VALUE SPACES.
       01  BCL-PER-END            PIC X(10) VALUE SPACES.
       01  BCL-PLACE-DATE         PIC X(10) VALUE SPACES.
       01  BCL-HEAD-1.
           05 FILLER              PIC X(40) VALUE
              'BILCLOSE - PERIOD-END BILLING CLOSE FOR '.
           05 BCL-H1-PERIOD       PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BCL-H1-START        PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 BCL-H1-END          PIC X(10).
           05 FILLER              PIC X(60) VALUE SPACES.
       01  BCL-TOTAL-LINE.
           05 BCL-TL-LABEL        PIC X(30).
           05 BCL-TL-AMOUNT       PIC $$$,$$$,$$9.99CR.
       COPY INVOICE-RECORD.
       COPY PAYAPP-RECORD.
       COPY CLOSEREG-RECORD.
       COPY FISCAL-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-PERIOD         PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               UNTIL BCL-INVIN-EOF
           PERFORM 4000-TAKE-APPLICATION THRU 4000-EXIT
               UNTIL BCL-APPIN-EOF
           PERFORM 5000-PROVE-THE-PERIOD THRU 5000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'BILCLOSE: PARM MUST BE THE FISCAL PERIOD '
                       'YYYY-PP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FISCAL-IN
           IF BCL-FSC-STATUS NOT = '00'
               DISPLAY 'BILCLOSE: OPEN FAILED FISCAL='
                       BCL-FSC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-FIND-PERIOD THRU 1050-EXIT
               UNTIL BCL-FSCIN-EOF
           CLOSE FISCAL-IN
           IF NOT BCL-PERIOD-FOUND
               DISPLAY 'BILCLOSE: PERIOD ' PARM-PERIOD
                       ' IS NOT IN THE FISCAL CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT BCL-SYS-DATE FROM DATE YYYYMMDD
           STRING BCL-SD-YYYY '-' BCL-SD-MM '-' BCL-SD-DD
               DELIMITED BY SIZE INTO BCL-RUN-DATE
           MOVE PARM-PERIOD TO BCL-H1-PERIOD
           MOVE BCL-PER-START TO BCL-H1-START
           MOVE BCL-PER-END TO BCL-H1-END
           WRITE REPORT-LINE FROM BCL-HEAD-1
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

       1050-FIND-PERIOD.
           READ FISCAL-IN INTO FISCAL-RECORD
               AT END SET BCL-FSCIN-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF FSC-PERIOD = PARM-PERIOD
               MOVE FSC-START TO BCL-PER-START
               MOVE FSC-END TO BCL-PER-END
               SET BCL-PERIOD-FOUND TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

      *> The newest register row before the close period carries
      *> the balance this period opens with - the year row when
      *> YECLOSE has rolled the last year forward since.
       2000-FIND-PRIOR-CLOSE.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET BCL-CLRIN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF CLR-PERIOD < PARM-PERIOD
               MOVE CLR-CLOSING TO BCL-OPENING
               SET BCL-PRIOR-FOUND TO TRUE
               MOVE 'N' TO BCL-CARRIED-SW
               IF CLR-YEAR-ROW
                   SET BCL-CARRIED TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *> One pass over the store: billings and adjustments for
      *> the period, everything open for the closing balance, and
      *> everything before the period for the derived opening a
      *> first close needs.
       3000-TAKE-INVOICE.
           ADD 1 TO BCL-INV-READ
           MOVE INVOICE-AMOUNT TO BCL-GROSS-VALUE
           IF NOT INVOICE-IS-CREDIT
               ADD INVOICE-TAX-AMT TO BCL-GROSS-VALUE
           END-IF
           MOVE INVOICE-OPEN-BAL TO BCL-OPEN-VALUE
           MOVE INVOICE-DATE TO BCL-PLACE-DATE
           PERFORM 7000-PLACE-DATE THRU 7000-EXIT
           IF INVOICE-IS-CREDIT
               IF BCL-IN-PERIOD
                   ADD BCL-GROSS-VALUE TO BCL-ADJUSTED
               END-IF
               IF NOT BCL-AFTER-PERIOD
                   SUBTRACT BCL-OPEN-VALUE FROM BCL-CLOSING
               END-IF
               IF BCL-BEFORE-PERIOD
                   SUBTRACT BCL-GROSS-VALUE FROM BCL-DERIVED-OPEN
               END-IF
           ELSE
               IF BCL-IN-PERIOD
                   ADD BCL-GROSS-VALUE TO BCL-BILLED
               END-IF
               IF NOT BCL-AFTER-PERIOD
                   ADD BCL-OPEN-VALUE TO BCL-CLOSING
               END-IF
               IF BCL-BEFORE-PERIOD
                   ADD BCL-GROSS-VALUE TO BCL-DERIVED-OPEN
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *> A reversal row puts back what its application took off,
      *> in the period the money went back.
       4000-TAKE-APPLICATION.
           ADD 1 TO BCL-APP-READ
           MOVE PA-AMOUNT TO BCL-AMT-VALUE
           MOVE PA-DATE TO BCL-PLACE-DATE
           PERFORM 7000-PLACE-DATE THRU 7000-EXIT
           IF PA-REVERSAL
               IF BCL-IN-PERIOD
                   ADD BCL-AMT-VALUE TO BCL-REVERSED
               END-IF
               IF BCL-BEFORE-PERIOD
                   ADD BCL-AMT-VALUE TO BCL-DERIVED-OPEN
               END-IF
               GO TO 4000-NEXT
           END-IF
           IF BCL-IN-PERIOD
               ADD BCL-AMT-VALUE TO BCL-APPLIED
           END-IF
           IF BCL-BEFORE-PERIOD
               SUBTRACT BCL-AMT-VALUE FROM BCL-DERIVED-OPEN
           END-IF.
       4000-NEXT.
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       4000-EXIT.
           EXIT.

       5000-PROVE-THE-PERIOD.
           IF NOT BCL-PRIOR-FOUND
               MOVE BCL-DERIVED-OPEN TO BCL-OPENING
               MOVE 'FIRST CLOSE - OPENING DERIVED FROM THE FILES'
                   TO BCL-NOTE-LINE
               WRITE REPORT-LINE FROM BCL-NOTE-LINE
           END-IF
           IF BCL-CARRIED
               MOVE 'OPENING BROUGHT FORWARD BY THE YEAR-END CLOSE'
                   TO BCL-NOTE-LINE
               WRITE REPORT-LINE FROM BCL-NOTE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OPENING BALANCE' TO BCL-TL-LABEL
           MOVE BCL-OPENING TO BCL-TL-AMOUNT
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           MOVE 'BILLED THIS PERIOD' TO BCL-TL-LABEL
           MOVE BCL-BILLED TO BCL-TL-AMOUNT
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           MOVE 'CASH APPLIED' TO BCL-TL-LABEL
           MOVE BCL-APPLIED TO BCL-TL-AMOUNT
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           MOVE 'PAYMENTS REVERSED' TO BCL-TL-LABEL
           MOVE BCL-REVERSED TO BCL-TL-AMOUNT
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           MOVE 'ADJUSTMENTS (CREDITS)' TO BCL-TL-LABEL
           MOVE BCL-ADJUSTED TO BCL-TL-AMOUNT
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           WRITE REPORT-LINE FROM BCL-TOTAL-LINE
           COMPUTE BCL-EXPECTED =
               BCL-OPENING + BCL-BILLED
               - BCL-APPLIED + BCL-REVERSED - BCL-ADJUSTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF BCL-EXPECTED = BCL-CLOSING
               SET BCL-BALANCED TO TRUE
               MOVE 'PERIOD BALANCES - REGISTER ROW APPENDED'
                   TO BCL-NOTE-LINE
               WRITE REPORT-LINE FROM BCL-NOTE-LINE
               PERFORM 5500-APPEND-REGISTER THRU 5500-EXIT
               MOVE 'EXPECTED CLOSING' TO BCL-TL-LABEL
               MOVE BCL-EXPECTED TO BCL-TL-AMOUNT
               WRITE REPORT-LINE FROM BCL-TOTAL-LINE
               MOVE '*** PERIOD DOES NOT BALANCE - NO REGISTER ROW'
                   TO BCL-NOTE-LINE
               WRITE REPORT-LINE FROM BCL-NOTE-LINE
           END-IF.
               GO TO 5500-EXIT
           END-IF
           MOVE SPACES TO CLOSEREG-RECORD
           MOVE PARM-PERIOD TO CLR-PERIOD
           MOVE BCL-RUN-DATE TO CLR-RUN-DATE
           MOVE BCL-OPENING TO CLR-OPENING
           MOVE BCL-BILLED TO CLR-BILLED
           MOVE BCL-APPLIED TO CLR-APPLIED
           MOVE BCL-ADJUSTED TO CLR-ADJUSTED
           MOVE BCL-CLOSING TO CLR-CLOSING
           MOVE BCL-REVERSED TO CLR-REVERSED
           MOVE BCL-PER-START TO CLR-START
           MOVE BCL-PER-END TO CLR-END
           MOVE 'P' TO CLR-KIND
           WRITE CLOSE-OUT-RECORD FROM CLOSEREG-RECORD
           CLOSE CLOSE-OUT.
       5500-EXIT.
           EXIT.

      *> Dates are ISO text, so they compare as they stand.
       7000-PLACE-DATE.
           EVALUATE TRUE
               WHEN BCL-PLACE-DATE < BCL-PER-START
                   SET BCL-BEFORE-PERIOD TO TRUE
               WHEN BCL-PLACE-DATE > BCL-PER-END
                   SET BCL-AFTER-PERIOD TO TRUE
               WHEN OTHER
                   SET BCL-IN-PERIOD TO TRUE
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       8100-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET BCL-INVIN-EOF TO TRUE
           CLOSE INVOICE-IN APPLY-IN CLOSE-IN REPORT-OUT
           IF NOT BCL-BALANCED
               MOVE 8 TO RETURN-CODE
               DISPLAY 'BILCLOSE: *** ' PARM-PERIOD
                       ' DOES NOT BALANCE ***'
           END-IF
           DISPLAY 'BILCLOSE: ' BCL-INV-READ ' INVOICES, '
                   BCL-APP-READ ' APPLICATIONS FOR ' PARM-PERIOD.
       9000-EXIT.
           EXIT.
