      *> GLEXPORT.cbl
      *> Period-end general-ledger journal export. Finance re-keys
      *> our billing activity into their ledger from printouts;
      *> this job writes it to them instead. For the PARM fiscal
      *> period ('YYYY-PP', see FISCAL-RECORD - FISCAL-FILE gives
      *> its first and last day) it reads INVOICES-FILE and
      *> PAYMENTS-FILE and emits balanced journal lines in the
      *> fixed layout their system imports - one debit line and
      *> one credit line per event, zero-filled amounts with two
      *> implied decimals:
      *>   billings      DR 12000000 AR (gross)
      *>                 CR 40000000 REVENUE (net)
      *>                 CR 22000000 TAX PAYABLE (tax billed)
      *>   annual        as billings, but the net an annual
      *>   prepaid         invoice defers (its DEFREV-FILE
      *>                   schedule) credits 24000000 DEFERRED
      *>                   REVENUE instead of revenue
      *>   revenue       DR 24000000 DEFERRED REVENUE
      *>   released        CR 40000000 REVENUE (RECOG-FILE rows
      *>                   REVREC booked on a date in the
      *>                   period)
      *>   credit memos  DR 40000000 REVENUE  CR 12000000 AR
      *>   cash receipts DR 10000000 CASH     CR 12000000 AR
      *>   unapplied     DR 10000000 CASH     CR 21500000 UNAPPLIED
      *>   cash            (bank receipts BANKREM parked in
      *>                    SUSPENSE-FILE, by receipt date)
      *>   suspense      DR 21500000 UNAPPLIED CR 12000000 AR
      *>   assigned        (settlements with method suspense)
      *>   refunds and   DR 12000000 AR       CR 10000000 CASH
      *>   chargebacks     (posted REVERSAL-FILE rows, by the
      *>                    date the money went back)
      *>   dispute fees  DR 61500000 DISPUTE FEES
      *>                                      CR 10000000 CASH
      *>                   (the processor's fee on a chargeback)
      *> A 'T' trailer record carries the journal line count
      *> (zero-filled in the source field; the trailer does not
      *> count itself) and the debit and credit control totals;
               FILE STATUS IS GLE-INVIN-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS GLE-PAYIN-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO SUSINDD
               FILE STATUS IS GLE-SUSIN-STATUS.
           SELECT REVERSAL-IN ASSIGN TO REVINDD
               FILE STATUS IS GLE-REVIN-STATUS.
           SELECT DEFREV-IN ASSIGN TO DEFINDD
               FILE STATUS IS GLE-DEFIN-STATUS.
           SELECT RECOG-IN ASSIGN TO RCGINDD
               FILE STATUS IS GLE-RCGIN-STATUS.
           SELECT FISCAL-IN ASSIGN TO FSCINDD
               FILE STATUS IS GLE-FSC-STATUS.
           SELECT EXPORT-OUT ASSIGN TO GLOUTDD
               FILE STATUS IS GLE-EXP-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  SUSPENSE-IN.
       01  SUSPENSE-IN-RECORD     PIC X(190).
       FD  REVERSAL-IN.
       01  REVERSAL-IN-RECORD     PIC X(131).
       FD  DEFREV-IN.
       01  DEFREV-IN-RECORD       PIC X(57).
       FD  RECOG-IN.
       01  RECOG-IN-RECORD        PIC X(57).
       FD  FISCAL-IN.
       01  FISCAL-IN-RECORD       PIC X(29).
       FD  EXPORT-OUT.
       01  EXPORT-RECORD.
           05 GLE-REC-TYPE        PIC X(01).
       WORKING-STORAGE SECTION.
       77  GLE-INVIN-STATUS       PIC X(02).
       77  GLE-PAYIN-STATUS       PIC X(02).
       77  GLE-SUSIN-STATUS       PIC X(02).
       77  GLE-REVIN-STATUS       PIC X(02).
       77  GLE-DEFIN-STATUS       PIC X(02).
       77  GLE-RCGIN-STATUS       PIC X(02).
       77  GLE-FSC-STATUS         PIC X(02).
       77  GLE-EXP-STATUS         PIC X(02).
       77  GLE-RPT-STATUS         PIC X(02).
       77  GLE-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  GLE-PAY-READ           PIC 9(05) COMP VALUE ZERO.
       77  GLE-LINES              PIC 9(07) COMP VALUE ZERO.
       77  GLE-IX                 PIC 9(02) COMP VALUE ZERO.
       77  GLE-DX                 PIC 9(05) COMP VALUE ZERO.
       77  GLE-DEF-HIT            PIC 9(05) COMP VALUE ZERO.
       01  GLE-SWITCHES.
           05 GLE-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-INVIN-EOF    VALUE 'Y'.
           05 GLE-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-PAYIN-EOF    VALUE 'Y'.
           05 GLE-SUSIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-SUSIN-EOF    VALUE 'Y'.
           05 GLE-REVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-REVIN-EOF    VALUE 'Y'.
           05 GLE-DEFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-DEFIN-EOF    VALUE 'Y'.
           05 GLE-RCGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-RCGIN-EOF    VALUE 'Y'.
           05 GLE-CENTS-SW        PIC X(01) VALUE 'N'.
              88 GLE-IN-CENTS     VALUE 'Y'.
           05 GLE-FSCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GLE-FSCIN-EOF    VALUE 'Y'.
           05 GLE-PERIOD-SW       PIC X(01) VALUE 'N'.
              88 GLE-PERIOD-FOUND VALUE 'Y'.
       01  GLE-DIG.
           05 GLE-DIG-X           PIC X(01).
           05 GLE-DIG-9 REDEFINES GLE-DIG-X
                                  PIC 9(01).
       01  GLE-AMT-WORK.
           05 GLE-AMT-TXT         PIC X(13).
           05 GLE-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 GLE-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 GLE-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 GLE-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GLE-NET-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GLE-TAX-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GLE-DEFER-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
      *> Annual invoices and the net each one defers, from the
      *> recognition schedules.
       01  GLE-DEF-TABLE.
           05 GLE-DEF-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 GLE-DEF OCCURS 500 TIMES.
              10 GLE-DF-INVOICE   PIC X(13).
              10 GLE-DF-VALUE     PIC 9(09)V99 COMP-3.
       01  GLE-TOT-DEBIT          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  GLE-TOT-CREDIT         PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  GLE-AMT-ED             PIC $$$,$$$,$$9.99.
       01  GLE-LINES-D            PIC 9(07).
       01  GLE-PER-START          PIC X(10) VALUE SPACES.
       01  GLE-PER-END            PIC X(10) VALUE SPACES.
       01  GLE-HEAD-1.
           05 FILLER              PIC X(42) VALUE
              'GLEXPORT - GL JOURNAL EXPORT REGISTER FOR '.
           05 GLE-H1-PERIOD       PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GLE-H1-START        PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 GLE-H1-END          PIC X(10).
           05 FILLER              PIC X(58) VALUE SPACES.
       01  GLE-HEAD-2.
           05 FILLER              PIC X(11) VALUE 'DATE'.
           05 FILLER              PIC X(09) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(106) VALUE SPACES.
       COPY INVOICE-RECORD.
       COPY PAYMENT-RECORD.
       COPY SUSPENSE-RECORD.
       COPY REVERSAL-RECORD.
       COPY DEFREV-RECORD.
       COPY RECOG-RECORD.
       COPY FISCAL-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-PERIOD         PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
               UNTIL GLE-DEFIN-EOF
           PERFORM 3000-POST-INVOICE THRU 3000-EXIT
               UNTIL GLE-INVIN-EOF
           PERFORM 4000-POST-PAYMENT THRU 4000-EXIT
               UNTIL GLE-PAYIN-EOF
           PERFORM 4500-POST-UNAPPLIED THRU 4500-EXIT
               UNTIL GLE-SUSIN-EOF
           PERFORM 4600-POST-REVERSAL THRU 4600-EXIT
               UNTIL GLE-REVIN-EOF
           PERFORM 4700-POST-RECOGNITION THRU 4700-EXIT
               UNTIL GLE-RCGIN-EOF
           PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'GLEXPORT: PARM MUST BE THE FISCAL PERIOD '
                       'YYYY-PP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FISCAL-IN
           IF GLE-FSC-STATUS NOT = '00'
               DISPLAY 'GLEXPORT: OPEN FAILED FISCAL='
                       GLE-FSC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-FIND-PERIOD THRU 1050-EXIT
               UNTIL GLE-FSCIN-EOF
           CLOSE FISCAL-IN
           IF NOT GLE-PERIOD-FOUND
               DISPLAY 'GLEXPORT: PERIOD ' PARM-PERIOD
                       ' IS NOT IN THE FISCAL CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INVOICE-IN
           OPEN INPUT PAYMENT-IN
           OPEN INPUT SUSPENSE-IN
           OPEN INPUT REVERSAL-IN
           OPEN INPUT DEFREV-IN
           OPEN INPUT RECOG-IN
           OPEN OUTPUT EXPORT-OUT
           OPEN OUTPUT REPORT-OUT
           IF GLE-INVIN-STATUS NOT = '00'
            OR GLE-PAYIN-STATUS NOT = '00'
            OR GLE-SUSIN-STATUS NOT = '00'
            OR GLE-REVIN-STATUS NOT = '00'
            OR GLE-DEFIN-STATUS NOT = '00'
            OR GLE-RCGIN-STATUS NOT = '00'
            OR GLE-EXP-STATUS NOT = '00'
            OR GLE-RPT-STATUS NOT = '00'
               DISPLAY 'GLEXPORT: OPEN FAILED INV='
                       GLE-INVIN-STATUS
                       ' PAY=' GLE-PAYIN-STATUS
                       ' SUSP=' GLE-SUSIN-STATUS
                       ' REV=' GLE-REVIN-STATUS
                       ' DEFREV=' GLE-DEFIN-STATUS
                       ' RECOG=' GLE-RCGIN-STATUS
                       ' EXPORT=' GLE-EXP-STATUS
                       ' RPT=' GLE-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-PERIOD TO GLE-H1-PERIOD
           MOVE GLE-PER-START TO GLE-H1-START
           MOVE GLE-PER-END TO GLE-H1-END
           WRITE REPORT-LINE FROM GLE-HEAD-1
           WRITE REPORT-LINE FROM GLE-HEAD-2
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
           PERFORM 8300-READ-SUSPENSE THRU 8300-EXIT
           PERFORM 8400-READ-REVERSAL THRU 8400-EXIT
           PERFORM 8500-READ-SCHEDULE THRU 8500-EXIT
           PERFORM 8600-READ-RECOG THRU 8600-EXIT.
       1000-EXIT.
           EXIT.

       1050-FIND-PERIOD.
           READ FISCAL-IN INTO FISCAL-RECORD
               AT END SET GLE-FSCIN-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF FSC-PERIOD = PARM-PERIOD
               MOVE FSC-START TO GLE-PER-START
               MOVE FSC-END TO GLE-PER-END
               SET GLE-PERIOD-FOUND TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-LOAD-SCHEDULE.
           IF GLE-DEF-COUNT >= 500
               DISPLAY 'GLEXPORT: SCHEDULE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO GLE-DEF-COUNT
           MOVE DRS-INVOICE TO GLE-DF-INVOICE (GLE-DEF-COUNT)
           MOVE DRS-AMOUNT TO GLE-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE GLE-AMT-VALUE TO GLE-DF-VALUE (GLE-DEF-COUNT)
           PERFORM 8500-READ-SCHEDULE THRU 8500-EXIT.
       1100-EXIT.
           EXIT.

      *> A billing debits receivables and credits revenue; a
      *> credit memo is the same entry turned around.
       3000-POST-INVOICE.
           ADD 1 TO GLE-INV-READ
           IF INVOICE-DATE < GLE-PER-START
            OR INVOICE-DATE > GLE-PER-END
               GO TO 3000-NEXT
           END-IF
           MOVE INVOICE-AMOUNT TO GLE-NET-VALUE
           MOVE INVOICE-TAX-AMT TO GLE-TAX-VALUE
           IF INVOICE-IS-CREDIT
               MOVE GLE-NET-VALUE TO GLE-AMT-VALUE
               MOVE '40000000' TO GLE-DT-ACCOUNT
                   GLE-NET-VALUE + GLE-TAX-VALUE
               MOVE '12000000' TO GLE-DT-ACCOUNT
               PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
               PERFORM 3100-FIND-DEFERRAL THRU 3100-EXIT
               COMPUTE GLE-AMT-VALUE =
                   GLE-NET-VALUE - GLE-DEFER-VALUE
               IF GLE-AMT-VALUE > ZERO
                   MOVE '40000000' TO GLE-DT-ACCOUNT
                   PERFORM 5100-WRITE-CREDIT THRU 5100-EXIT
               END-IF
               IF GLE-DEFER-VALUE > ZERO
                   MOVE GLE-DEFER-VALUE TO GLE-AMT-VALUE
                   MOVE '24000000' TO GLE-DT-ACCOUNT
                   MOVE 'deferred billing' TO GLE-DT-DESC
                   PERFORM 5100-WRITE-CREDIT THRU 5100-EXIT
               END-IF
               IF GLE-TAX-VALUE > ZERO
                   MOVE GLE-TAX-VALUE TO GLE-AMT-VALUE
                   MOVE '22000000' TO GLE-DT-ACCOUNT
       3000-EXIT.
           EXIT.

      *> How much of this billing's net is prepaid for months not
      *> yet served - never more than the net itself.
       3100-FIND-DEFERRAL.
           MOVE ZERO TO GLE-DEFER-VALUE GLE-DEF-HIT
           PERFORM 3110-MATCH-SCHEDULE THRU 3110-EXIT
               VARYING GLE-DX FROM 1 BY 1
               UNTIL GLE-DX > GLE-DEF-COUNT OR GLE-DEF-HIT > 0
           IF GLE-DEF-HIT > 0
               MOVE GLE-DF-VALUE (GLE-DEF-HIT) TO GLE-DEFER-VALUE
               IF GLE-DEFER-VALUE > GLE-NET-VALUE
                   MOVE GLE-NET-VALUE TO GLE-DEFER-VALUE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-SCHEDULE.
           IF GLE-DF-INVOICE (GLE-DX) = INVOICE-NUMBER
               MOVE GLE-DX TO GLE-DEF-HIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> A settled receipt debits cash and credits receivables;
      *> one assigned out of suspense was banked when it arrived,
      *> so it debits the unapplied-cash account instead.
       4000-POST-PAYMENT.
           ADD 1 TO GLE-PAY-READ
           IF PAY-DATE < GLE-PER-START
            OR PAY-DATE > GLE-PER-END
            OR PAY-STATUS NOT = 'Settled'
               GO TO 4000-NEXT
           END-IF
           MOVE PAY-AMOUNT TO GLE-AMT-VALUE
           MOVE PAY-DATE TO GLE-DT-DATE
           MOVE PAY-ID TO GLE-DT-SOURCE
           IF PAY-METHOD = 'suspense'
               MOVE 'suspense assigned' TO GLE-DT-DESC
               MOVE '21500000' TO GLE-DT-ACCOUNT
           ELSE
               MOVE 'cash receipt' TO GLE-DT-DESC
               MOVE '10000000' TO GLE-DT-ACCOUNT
           END-IF
           PERFORM 5200-WRITE-PAY-DEBIT THRU 5200-EXIT
           MOVE '12000000' TO GLE-DT-ACCOUNT
           PERFORM 5300-WRITE-PAY-CREDIT THRU 5300-EXIT.
       4000-EXIT.
           EXIT.

      *> Bank receipts no invoice could be found for are cash in
      *> hand owed to nobody yet - booked on the day they came in,
      *> whatever has happened to them since.
       4500-POST-UNAPPLIED.
           IF SUS-DATE < GLE-PER-START
            OR SUS-DATE > GLE-PER-END
               GO TO 4500-NEXT
           END-IF
           MOVE SUS-AMOUNT TO GLE-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE SUS-DATE TO GLE-DT-DATE
           MOVE SUS-REF TO GLE-DT-SOURCE
           MOVE 'unapplied cash' TO GLE-DT-DESC
           MOVE '10000000' TO GLE-DT-ACCOUNT
           PERFORM 5200-WRITE-PAY-DEBIT THRU 5200-EXIT
           MOVE '21500000' TO GLE-DT-ACCOUNT
           PERFORM 5300-WRITE-PAY-CREDIT THRU 5300-EXIT.
       4500-NEXT.
           PERFORM 8300-READ-SUSPENSE THRU 8300-EXIT.
       4500-EXIT.
           EXIT.

      *> A refund or chargeback hands cash back and puts the
      *> receivable back; a chargeback's dispute fee is our own
      *> expense, paid out of cash the same day.
       4600-POST-REVERSAL.
           IF NOT RV-POSTED
            OR RV-DATE < GLE-PER-START
            OR RV-DATE > GLE-PER-END
               GO TO 4600-NEXT
           END-IF
           MOVE RV-AMOUNT TO GLE-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE RV-DATE TO GLE-DT-DATE
           MOVE RV-ID TO GLE-DT-SOURCE
           IF RV-CHARGEBACK
               MOVE 'chargeback' TO GLE-DT-DESC
           ELSE
               MOVE 'refund' TO GLE-DT-DESC
           END-IF
           MOVE '12000000' TO GLE-DT-ACCOUNT
           PERFORM 5200-WRITE-PAY-DEBIT THRU 5200-EXIT
           MOVE '10000000' TO GLE-DT-ACCOUNT
           PERFORM 5300-WRITE-PAY-CREDIT THRU 5300-EXIT
           IF NOT RV-CHARGEBACK
            OR RV-FEE = SPACES
               GO TO 4600-NEXT
           END-IF
           MOVE RV-FEE TO GLE-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF GLE-AMT-VALUE = ZERO
               GO TO 4600-NEXT
           END-IF
           MOVE 'dispute fee' TO GLE-DT-DESC
           MOVE '61500000' TO GLE-DT-ACCOUNT
           PERFORM 5200-WRITE-PAY-DEBIT THRU 5200-EXIT
           MOVE '10000000' TO GLE-DT-ACCOUNT
           PERFORM 5300-WRITE-PAY-CREDIT THRU 5300-EXIT.
       4600-NEXT.
           PERFORM 8400-READ-REVERSAL THRU 8400-EXIT.
       4600-EXIT.
           EXIT.

      *> The month-end release of prepaid revenue, one line pair
      *> per schedule, on the month-end date REVREC stamped - in
      *> whichever fiscal period that date falls.
       4700-POST-RECOGNITION.
           IF RCG-DATE < GLE-PER-START
            OR RCG-DATE > GLE-PER-END
               GO TO 4700-NEXT
           END-IF
           MOVE RCG-AMOUNT TO GLE-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF GLE-AMT-VALUE = ZERO
               GO TO 4700-NEXT
           END-IF
           MOVE RCG-DATE TO GLE-DT-DATE
           MOVE RCG-INVOICE TO GLE-DT-SOURCE
           MOVE 'revenue released' TO GLE-DT-DESC
           MOVE '24000000' TO GLE-DT-ACCOUNT
           PERFORM 5200-WRITE-PAY-DEBIT THRU 5200-EXIT
           MOVE '40000000' TO GLE-DT-ACCOUNT
           PERFORM 5300-WRITE-PAY-CREDIT THRU 5300-EXIT.
       4700-NEXT.
           PERFORM 8600-READ-RECOG THRU 8600-EXIT.
       4700-EXIT.
           EXIT.

       5000-WRITE-DEBIT.
           MOVE INVOICE-DATE TO GLE-DT-DATE
           MOVE INVOICE-NUMBER TO GLE-DT-SOURCE
       8200-EXIT.
           EXIT.

       8300-READ-SUSPENSE.
           READ SUSPENSE-IN INTO SUSPENSE-RECORD
               AT END SET GLE-SUSIN-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-REVERSAL.
           READ REVERSAL-IN INTO REVERSAL-RECORD
               AT END SET GLE-REVIN-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-SCHEDULE.
           READ DEFREV-IN INTO DEFREV-RECORD
               AT END SET GLE-DEFIN-EOF TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-RECOG.
           READ RECOG-IN INTO RECOG-RECORD
               AT END SET GLE-RCGIN-EOF TO TRUE
           END-READ.
       8600-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL CREDITS' TO GLE-TL-LABEL
           MOVE GLE-TOT-CREDIT TO GLE-TL-AMOUNT
           WRITE REPORT-LINE FROM GLE-TOTAL-LINE
           CLOSE INVOICE-IN PAYMENT-IN SUSPENSE-IN REVERSAL-IN
                 DEFREV-IN RECOG-IN EXPORT-OUT REPORT-OUT
           IF GLE-TOT-DEBIT NOT = GLE-TOT-CREDIT
               DISPLAY 'GLEXPORT: *** EXPORT OUT OF BALANCE ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'GLEXPORT: ' GLE-LINES ' JOURNAL LINES FOR '
                   PARM-PERIOD ', DEBITS ' GLE-TOT-DEBIT
                   ' CREDITS ' GLE-TOT-CREDIT.
       9000-EXIT.
           EXIT.
                        GLE-AMT-CENT-CT
           MOVE 'N' TO GLE-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING GLE-IX FROM 1 BY 1 UNTIL GLE-IX > 13
           COMPUTE GLE-AMT-VALUE =
               GLE-AMT-DOLLARS + (GLE-AMT-CENTS / 100).
       9200-EXIT.
