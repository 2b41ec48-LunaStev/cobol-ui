      *> TAXSUM.cbl
      *> Tax summary per rate for a fiscal period. The PARM is the
      *> period ('YYYY-PP', see FISCAL-RECORD) and FISCAL-FILE
      *> gives its first and last day. For those dates it totals,
      *> for every tax rate seen on the invoice store: tax billed
      *> (the tax amount on invoices dated in the period) and tax
      *> collected (each PAYAPP-FILE application dated in the
      *> period, prorated by the invoice's tax share of its gross,
      *> so a partial payment collects a partial tax), and tax
      *> reversed (each PAYAPP reversal row a refund or chargeback
      *> left in the period, prorated the same way, so the tax on
      *> money handed back comes off in the period it went back).
      *> The accountant stops adding VAT by hand and starts
      *> checking this page instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSUM.
       ENVIRONMENT DIVISION.
               FILE STATUS IS TXS-INVIN-STATUS.
           SELECT APPLY-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS TXS-APPIN-STATUS.
           SELECT FISCAL-IN ASSIGN TO FSCINDD
               FILE STATUS IS TXS-FSC-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS TXS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  FISCAL-IN.
       01  FISCAL-IN-RECORD       PIC X(29).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  TXS-INVIN-STATUS       PIC X(02).
       77  TXS-APPIN-STATUS       PIC X(02).
       77  TXS-FSC-STATUS         PIC X(02).
       77  TXS-RPT-STATUS         PIC X(02).
       77  TXS-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  TXS-APP-READ           PIC 9(05) COMP VALUE ZERO.
       77  TXS-TX                 PIC 9(03) COMP VALUE ZERO.
       77  TXS-RX                 PIC 9(02) COMP VALUE ZERO.
       77  TXS-HIT                PIC 9(03) COMP VALUE ZERO.
              88 TXS-INVIN-EOF    VALUE 'Y'.
           05 TXS-APPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TXS-APPIN-EOF    VALUE 'Y'.
           05 TXS-FSCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TXS-FSCIN-EOF    VALUE 'Y'.
           05 TXS-PERIOD-SW       PIC X(01) VALUE 'N'.
              88 TXS-PERIOD-FOUND VALUE 'Y'.
       01  TXS-AMT-WORK.
           05 TXS-AMT-VALUE       PIC 9(07)V99 COMP-3 VALUE ZERO.
      *> Every invoice, so an application in the report period can
      *> find its invoice whatever period it was billed in.
       01  TXS-INV-TABLE.
           05 TXS-INV-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 TXS-INV OCCURS 500 TIMES.
              10 TXS-I-TAX        PIC 9(07)V99 COMP-3.
              10 TXS-I-GROSS      PIC 9(07)V99 COMP-3.
       01  TXS-RATE-KEY           PIC X(06) VALUE SPACES.
       01  TXS-PER-START          PIC X(10) VALUE SPACES.
       01  TXS-PER-END            PIC X(10) VALUE SPACES.
       01  TXS-RATE-TABLE.
           05 TXS-RATE-COUNT      PIC 9(02) COMP VALUE ZERO.
           05 TXS-RATE OCCURS 20 TIMES.
              10 TXS-R-RATE       PIC X(06).
              10 TXS-R-BILLED     PIC 9(09)V99 COMP-3.
              10 TXS-R-COLLECTED  PIC 9(09)V99 COMP-3.
              10 TXS-R-REVERSED   PIC 9(09)V99 COMP-3.
       01  TXS-HEAD-1.
           05 FILLER              PIC X(38) VALUE
              'TAXSUM - TAX SUMMARY FOR PERIOD       '.
           05 TXS-H1-PERIOD       PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TXS-H1-START        PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 TXS-H1-END          PIC X(10).
           05 FILLER              PIC X(62) VALUE SPACES.
       01  TXS-HEAD-2.
           05 FILLER              PIC X(08) VALUE 'RATE'.
           05 FILLER              PIC X(16) VALUE 'TAX BILLED'.
           05 FILLER              PIC X(16) VALUE 'TAX COLLECTED'.
           05 FILLER              PIC X(93) VALUE 'TAX REVERSED'.
       01  TXS-DETAIL.
           05 TXS-DT-RATE         PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TXS-DT-BILLED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TXS-DT-COLLECTED    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TXS-DT-REVERSED     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(79) VALUE SPACES.
       COPY INVOICE-RECORD.
       COPY PAYAPP-RECORD.
       COPY FISCAL-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-PERIOD         PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'TAXSUM: PARM MUST BE THE FISCAL PERIOD '
                       'YYYY-PP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FISCAL-IN
           IF TXS-FSC-STATUS NOT = '00'
               DISPLAY 'TAXSUM: OPEN FAILED FISCAL=' TXS-FSC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-FIND-PERIOD THRU 1050-EXIT
               UNTIL TXS-FSCIN-EOF
           CLOSE FISCAL-IN
           IF NOT TXS-PERIOD-FOUND
               DISPLAY 'TAXSUM: PERIOD ' PARM-PERIOD
                       ' IS NOT IN THE FISCAL CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-PERIOD TO TXS-H1-PERIOD
           MOVE TXS-PER-START TO TXS-H1-START
           MOVE TXS-PER-END TO TXS-H1-END
           WRITE REPORT-LINE FROM TXS-HEAD-1
           WRITE REPORT-LINE FROM TXS-HEAD-2
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
       1000-EXIT.
           EXIT.

       1050-FIND-PERIOD.
           READ FISCAL-IN INTO FISCAL-RECORD
               AT END SET TXS-FSCIN-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF FSC-PERIOD = PARM-PERIOD
               MOVE FSC-START TO TXS-PER-START
               MOVE FSC-END TO TXS-PER-END
               SET TXS-PERIOD-FOUND TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       2000-TAKE-INVOICE.
           ADD 1 TO TXS-INV-READ
           IF INVOICE-IS-CREDIT
            OR INVOICE-TAX-AMT = ZERO
               GO TO 2000-NEXT
           END-IF
           IF TXS-INV-COUNT >= 500
           ADD 1 TO TXS-INV-COUNT
           MOVE INVOICE-NUMBER TO TXS-I-NUMBER (TXS-INV-COUNT)
           MOVE INVOICE-TAX-RATE TO TXS-I-RATE (TXS-INV-COUNT)
           MOVE INVOICE-TAX-AMT TO TXS-I-TAX (TXS-INV-COUNT)
           COMPUTE TXS-I-GROSS (TXS-INV-COUNT) =
               INVOICE-AMOUNT + INVOICE-TAX-AMT
           IF INVOICE-DATE NOT < TXS-PER-START
            AND INVOICE-DATE NOT > TXS-PER-END
               MOVE INVOICE-TAX-RATE TO TXS-RATE-KEY
               PERFORM 7000-FIND-RATE THRU 7000-EXIT
               COMPUTE TXS-R-BILLED (TXS-HIT) =
           EXIT.

      *> An application collects tax in the invoice's proportion:
      *> applied amount times tax over gross. A reversal row gives
      *> the same share back.
       3000-TAKE-APPLICATION.
           ADD 1 TO TXS-APP-READ
           IF PA-DATE < TXS-PER-START
            OR PA-DATE > TXS-PER-END
               GO TO 3000-NEXT
           END-IF
           MOVE ZERO TO TXS-HIT
           IF TXS-I-GROSS (TXS-TX) = ZERO
               GO TO 3000-NEXT
           END-IF
           MOVE PA-AMOUNT TO TXS-AMT-VALUE
           MOVE TXS-I-RATE (TXS-TX) TO TXS-RATE-KEY
           PERFORM 7000-FIND-RATE THRU 7000-EXIT
           IF PA-REVERSAL
               COMPUTE TXS-R-REVERSED (TXS-HIT) ROUNDED =
                   TXS-R-REVERSED (TXS-HIT)
                   + (TXS-AMT-VALUE * TXS-I-TAX (TXS-TX)
                      / TXS-I-GROSS (TXS-TX))
           ELSE
               COMPUTE TXS-R-COLLECTED (TXS-HIT) ROUNDED =
                   TXS-R-COLLECTED (TXS-HIT)
                   + (TXS-AMT-VALUE * TXS-I-TAX (TXS-TX)
                      / TXS-I-GROSS (TXS-TX))
           END-IF.
       3000-NEXT.
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       3000-EXIT.
               MOVE TXS-DT-RATE TO TXS-R-RATE (TXS-HIT)
               MOVE ZERO TO TXS-R-BILLED (TXS-HIT)
               MOVE ZERO TO TXS-R-COLLECTED (TXS-HIT)
               MOVE ZERO TO TXS-R-REVERSED (TXS-HIT)
           END-IF.
       7000-EXIT.
           EXIT.
           MOVE TXS-R-RATE (TXS-RX) TO TXS-DT-RATE
           MOVE TXS-R-BILLED (TXS-RX) TO TXS-DT-BILLED
           MOVE TXS-R-COLLECTED (TXS-RX) TO TXS-DT-COLLECTED
           MOVE TXS-R-REVERSED (TXS-RX) TO TXS-DT-REVERSED
           WRITE REPORT-LINE FROM TXS-DETAIL.
       4000-EXIT.
           EXIT.
                   TXS-RATE-COUNT ' RATES REPORTED'.
       9000-EXIT.
           EXIT.
