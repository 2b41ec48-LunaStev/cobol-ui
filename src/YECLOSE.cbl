      *> YECLOSE.cbl
      *> Fiscal year-end close. The PARM is the fiscal year ('YYYY',
      *> the year the June year-end falls in). FISCAL-FILE gives
      *> the year's periods; every one of them, the year-end period
      *> included, must already have its BILCLOSE row on
      *> CLOSEREG-FILE, and the year must not have been closed
      *> before - otherwise nothing is written and the run ends
      *> RC=8. The year proves the way a period does: the first
      *> period's opening + the year's billed - applied + reversed
      *> - adjustments = the year-end period's closing. A year that
      *> proves is rolled forward:
      *>   - a year row (CLR-KIND 'Y') is appended to CLOSEREG-FILE
      *>     with the year's opening, totals, and the closing
      *>     balance the next year's first period opens from;
      *>   - the annual summary prints billing and collections per
      *>     period from the register, and tax billed, collected
      *>     and reversed per rate for the year, figured the way
      *>     TAXSUM figures a period;
      *>   - a new INVYEAR-FILE control is written with the next
      *>     fiscal year, so INVGEN's INV-YYYY-MMNN numbers start
      *>     over in the new year. The JCL promotes it on a clean
      *>     end.
      *> Only the invoices the year's applications name are held
      *> for the tax split, so the invoice store can grow without
      *> the table growing; tax billed is counted as the store
      *> passes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-IN ASSIGN TO FSCINDD
               FILE STATUS IS YEC-FSC-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS YEC-CLRIN-STATUS.
           SELECT CLOSE-OUT ASSIGN TO CLROUTDD
               FILE STATUS IS YEC-CLROUT-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS YEC-INVIN-STATUS.
           SELECT APPLY-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS YEC-APPIN-STATUS.
           SELECT INVYEAR-OUT ASSIGN TO IYRNEWDD
               FILE STATUS IS YEC-IYR-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS YEC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-IN.
       01  FISCAL-IN-RECORD       PIC X(29).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  CLOSE-OUT.
       01  CLOSE-OUT-RECORD       PIC X(104).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  INVYEAR-OUT.
       01  INVYEAR-OUT-RECORD     PIC X(32).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  YEC-FSC-STATUS         PIC X(02).
       77  YEC-CLRIN-STATUS       PIC X(02).
       77  YEC-CLROUT-STATUS      PIC X(02).
       77  YEC-INVIN-STATUS       PIC X(02).
       77  YEC-APPIN-STATUS       PIC X(02).
       77  YEC-IYR-STATUS         PIC X(02).
       77  YEC-RPT-STATUS         PIC X(02).
       77  YEC-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  YEC-APP-READ           PIC 9(05) COMP VALUE ZERO.
       77  YEC-PX                 PIC 9(02) COMP VALUE ZERO.
       77  YEC-YE-IX              PIC 9(02) COMP VALUE ZERO.
       77  YEC-TX                 PIC 9(04) COMP VALUE ZERO.
       77  YEC-RX                 PIC 9(02) COMP VALUE ZERO.
       77  YEC-HIT                PIC 9(04) COMP VALUE ZERO.
       77  YEC-OPEN-CT            PIC 9(02) COMP VALUE ZERO.
       01  YEC-SWITCHES.
           05 YEC-FSCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 YEC-FSCIN-EOF    VALUE 'Y'.
           05 YEC-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 YEC-CLRIN-EOF    VALUE 'Y'.
           05 YEC-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 YEC-INVIN-EOF    VALUE 'Y'.
           05 YEC-APPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 YEC-APPIN-EOF    VALUE 'Y'.
           05 YEC-YEAR-ROW-SW     PIC X(01) VALUE 'N'.
              88 YEC-YEAR-CLOSED  VALUE 'Y'.
           05 YEC-NEXT-SW         PIC X(01) VALUE 'N'.
              88 YEC-NEXT-FOUND   VALUE 'Y'.
           05 YEC-REFUSED-SW      PIC X(01) VALUE 'N'.
              88 YEC-REFUSED      VALUE 'Y'.
       01  YEC-YEAR-WORK.
           05 YEC-YEAR-X          PIC X(04).
           05 YEC-YEAR-9 REDEFINES YEC-YEAR-X
                                  PIC 9(04).
       01  YEC-NEXT-WORK.
           05 YEC-NEXT-X          PIC X(04).
           05 YEC-NEXT-9 REDEFINES YEC-NEXT-X
                                  PIC 9(04).
       01  YEC-NEXT-FIRST.
           05 YEC-NF-YEAR         PIC X(04).
           05 FILLER              PIC X(03) VALUE '-01'.
       01  YEC-AMT-WORK.
           05 YEC-AMT-VALUE       PIC 9(07)V99 COMP-3 VALUE ZERO.
      *> The year's periods from the fiscal calendar, with the
      *> register row that closed each one (the last row for a
      *> period wins, as a rerun of BILCLOSE appends a fresh one).
       01  YEC-PER-TABLE.
           05 YEC-PER-COUNT       PIC 9(02) COMP VALUE ZERO.
           05 YEC-PER OCCURS 14 TIMES.
              10 YEC-P-PERIOD     PIC X(07).
              10 YEC-P-START      PIC X(10).
              10 YEC-P-END        PIC X(10).
              10 YEC-P-CLOSED-SW  PIC X(01).
                 88 YEC-P-CLOSED  VALUE 'Y'.
              10 YEC-P-OPENING    PIC S9(09)V99 COMP-3.
              10 YEC-P-BILLED     PIC 9(09)V99 COMP-3.
              10 YEC-P-APPLIED    PIC 9(09)V99 COMP-3.
              10 YEC-P-REVERSED   PIC 9(09)V99 COMP-3.
              10 YEC-P-ADJUSTED   PIC 9(09)V99 COMP-3.
              10 YEC-P-CLOSING    PIC S9(09)V99 COMP-3.
       01  YEC-YEAR-START         PIC X(10) VALUE SPACES.
       01  YEC-YEAR-END           PIC X(10) VALUE SPACES.
       01  YEC-NEXT-START         PIC X(10) VALUE SPACES.
       01  YEC-OPENING            PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-BILLED             PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-APPLIED            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-REVERSED           PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-ADJUSTED           PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-CLOSING            PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  YEC-EXPECTED           PIC S9(09)V99 COMP-3 VALUE ZERO.
      *> Every invoice an application in the year names, whatever
      *> year it was billed in, with its tax and gross.
       01  YEC-INV-TABLE.
           05 YEC-INV-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 YEC-INV OCCURS 5000 TIMES.
              10 YEC-I-NUMBER     PIC X(13).
              10 YEC-I-RATE       PIC X(06).
              10 YEC-I-TAX        PIC 9(07)V99 COMP-3.
              10 YEC-I-GROSS      PIC 9(07)V99 COMP-3.
       01  YEC-RATE-KEY           PIC X(06) VALUE SPACES.
       01  YEC-RATE-TABLE.
           05 YEC-RATE-COUNT      PIC 9(02) COMP VALUE ZERO.
           05 YEC-RATE OCCURS 20 TIMES.
              10 YEC-R-RATE       PIC X(06).
              10 YEC-R-BILLED     PIC 9(09)V99 COMP-3.
              10 YEC-R-COLLECTED  PIC 9(09)V99 COMP-3.
              10 YEC-R-REVERSED   PIC 9(09)V99 COMP-3.
       01  YEC-SYS-DATE.
           05 YEC-SD-YYYY         PIC X(04).
           05 YEC-SD-MM           PIC X(02).
           05 YEC-SD-DD           PIC X(02).
       01  YEC-RUN-DATE           PIC X(10) VALUE SPACES.
       01  YEC-HEAD-1.
           05 FILLER              PIC X(40) VALUE
              'YECLOSE - FISCAL YEAR-END CLOSE FOR FY '.
           05 YEC-H1-YEAR         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 YEC-H1-START        PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 YEC-H1-END          PIC X(10).
           05 FILLER              PIC X(63) VALUE SPACES.
       01  YEC-SECT-PERIODS       PIC X(133) VALUE
              'BILLING AND COLLECTIONS BY PERIOD'.
       01  YEC-HEAD-2.
           05 FILLER              PIC X(09) VALUE 'PERIOD'.
           05 FILLER              PIC X(17) VALUE 'OPENING'.
           05 FILLER              PIC X(17) VALUE 'BILLED'.
           05 FILLER              PIC X(17) VALUE 'APPLIED'.
           05 FILLER              PIC X(17) VALUE 'REVERSED'.
           05 FILLER              PIC X(17) VALUE 'ADJUSTED'.
           05 FILLER              PIC X(39) VALUE 'CLOSING'.
       01  YEC-PER-LINE.
           05 YEC-PL-PERIOD       PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 YEC-PL-OPENING      PIC $$$,$$$,$$9.99CR.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 YEC-PL-BILLED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 YEC-PL-APPLIED      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 YEC-PL-REVERSED     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 YEC-PL-ADJUSTED     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 YEC-PL-CLOSING      PIC $$$,$$$,$$9.99CR.
           05 FILLER              PIC X(23) VALUE SPACES.
       01  YEC-SECT-TAX           PIC X(133) VALUE
              'TAX BY RATE FOR THE YEAR'.
       01  YEC-HEAD-3.
           05 FILLER              PIC X(08) VALUE 'RATE'.
           05 FILLER              PIC X(16) VALUE 'TAX BILLED'.
           05 FILLER              PIC X(16) VALUE 'TAX COLLECTED'.
           05 FILLER              PIC X(93) VALUE 'TAX REVERSED'.
       01  YEC-TAX-LINE.
           05 YEC-TL-RATE         PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 YEC-TL-BILLED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 YEC-TL-COLLECTED    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 YEC-TL-REVERSED     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(79) VALUE SPACES.
       01  YEC-SECT-ROLL          PIC X(133) VALUE
              'ROLL FORWARD'.
       01  YEC-TOTAL-LINE.
           05 YEC-TT-LABEL        PIC X(40).
           05 YEC-TT-AMOUNT       PIC $$$,$$$,$$9.99CR.
           05 FILLER              PIC X(77) VALUE SPACES.
       01  YEC-NOTE-LINE          PIC X(133) VALUE SPACES.
       COPY FISCAL-RECORD.
       COPY CLOSEREG-RECORD.
       COPY INVOICE-RECORD.
       COPY PAYAPP-RECORD.
       COPY INVYEAR-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-YEAR           PIC X(04).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TAKE-CLOSE THRU 2000-EXIT
               UNTIL YEC-CLRIN-EOF
           PERFORM 3000-CHECK-THE-YEAR THRU 3000-EXIT
           IF NOT YEC-REFUSED
               PERFORM 4000-PROVE-THE-YEAR THRU 4000-EXIT
           END-IF
           IF NOT YEC-REFUSED
               PERFORM 5100-NOTE-PAID THRU 5100-EXIT
                   UNTIL YEC-APPIN-EOF
               PERFORM 5200-REOPEN-APPLY THRU 5200-EXIT
               PERFORM 5000-TAKE-INVOICE THRU 5000-EXIT
                   UNTIL YEC-INVIN-EOF
               PERFORM 5500-TAKE-APPLICATION THRU 5500-EXIT
                   UNTIL YEC-APPIN-EOF
               PERFORM 6000-PRINT-TAX THRU 6000-EXIT
               PERFORM 7000-ROLL-FORWARD THRU 7000-EXIT
           END-IF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 4
            OR PARM-YEAR IS NOT NUMERIC
               DISPLAY 'YECLOSE: PARM MUST BE THE FISCAL YEAR YYYY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-YEAR TO YEC-YEAR-X
           COMPUTE YEC-NEXT-9 = YEC-YEAR-9 + 1
           MOVE YEC-NEXT-X TO YEC-NF-YEAR
           OPEN INPUT FISCAL-IN
           IF YEC-FSC-STATUS NOT = '00'
               DISPLAY 'YECLOSE: OPEN FAILED FISCAL=' YEC-FSC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-TAKE-PERIOD THRU 1050-EXIT
               UNTIL YEC-FSCIN-EOF
           CLOSE FISCAL-IN
           IF YEC-PER-COUNT = ZERO
            OR YEC-YE-IX = ZERO
               DISPLAY 'YECLOSE: FISCAL YEAR ' PARM-YEAR
                       ' HAS NO YEAR-END PERIOD IN THE CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT YEC-NEXT-FOUND
               DISPLAY 'YECLOSE: FISCAL YEAR ' YEC-NEXT-X
                       ' IS NOT IN THE CALENDAR YET'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLOSE-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT APPLY-IN
           OPEN OUTPUT REPORT-OUT
           IF YEC-CLRIN-STATUS NOT = '00'
            OR YEC-INVIN-STATUS NOT = '00'
            OR YEC-APPIN-STATUS NOT = '00'
            OR YEC-RPT-STATUS NOT = '00'
               DISPLAY 'YECLOSE: OPEN FAILED CLOSEREG='
                       YEC-CLRIN-STATUS
                       ' INV=' YEC-INVIN-STATUS
                       ' APPLY=' YEC-APPIN-STATUS
                       ' RPT=' YEC-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT YEC-SYS-DATE FROM DATE YYYYMMDD
           STRING YEC-SD-YYYY '-' YEC-SD-MM '-' YEC-SD-DD
               DELIMITED BY SIZE INTO YEC-RUN-DATE
           MOVE PARM-YEAR TO YEC-H1-YEAR
           MOVE YEC-YEAR-START TO YEC-H1-START
           MOVE YEC-YEAR-END TO YEC-H1-END
           WRITE REPORT-LINE FROM YEC-HEAD-1
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *> The year's own periods, and the first day of the next
      *> year for the numbering control.
       1050-TAKE-PERIOD.
           READ FISCAL-IN INTO FISCAL-RECORD
               AT END SET YEC-FSCIN-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF FSC-PERIOD = YEC-NEXT-FIRST
               MOVE FSC-START TO YEC-NEXT-START
               SET YEC-NEXT-FOUND TO TRUE
               GO TO 1050-EXIT
           END-IF
           IF FSC-PERIOD (1:4) NOT = PARM-YEAR
               GO TO 1050-EXIT
           END-IF
           IF YEC-PER-COUNT >= 14
               DISPLAY 'YECLOSE: PERIOD TABLE FULL AT 14'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO YEC-PER-COUNT
           MOVE YEC-PER-COUNT TO YEC-PX
           MOVE FSC-PERIOD TO YEC-P-PERIOD (YEC-PX)
           MOVE FSC-START TO YEC-P-START (YEC-PX)
           MOVE FSC-END TO YEC-P-END (YEC-PX)
           MOVE 'N' TO YEC-P-CLOSED-SW (YEC-PX)
           MOVE ZERO TO YEC-P-OPENING (YEC-PX)
                        YEC-P-BILLED (YEC-PX)
                        YEC-P-APPLIED (YEC-PX)
                        YEC-P-REVERSED (YEC-PX)
                        YEC-P-ADJUSTED (YEC-PX)
                        YEC-P-CLOSING (YEC-PX)
           IF YEC-YEAR-START = SPACES
            OR FSC-START < YEC-YEAR-START
               MOVE FSC-START TO YEC-YEAR-START
           END-IF
           IF FSC-YEAR-END
               MOVE YEC-PX TO YEC-YE-IX
               MOVE FSC-END TO YEC-YEAR-END
           END-IF.
       1050-EXIT.
           EXIT.

      *> A period row counts only when its dates are the
      *> calendar's for that period; rows from before the fiscal
      *> calendar carry no dates and never match.
       2000-TAKE-CLOSE.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET YEC-CLRIN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF CLR-START = SPACES
               GO TO 2000-EXIT
           END-IF
           IF CLR-YEAR-ROW
               IF CLR-PERIOD (1:4) = PARM-YEAR
                   SET YEC-YEAR-CLOSED TO TRUE
               END-IF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-MATCH-PERIOD THRU 2100-EXIT
               VARYING YEC-PX FROM 1 BY 1
               UNTIL YEC-PX > YEC-PER-COUNT.
       2000-EXIT.
           EXIT.

       2100-MATCH-PERIOD.
           IF CLR-PERIOD = YEC-P-PERIOD (YEC-PX)
            AND CLR-START = YEC-P-START (YEC-PX)
               MOVE 'Y' TO YEC-P-CLOSED-SW (YEC-PX)
               MOVE CLR-OPENING TO YEC-P-OPENING (YEC-PX)
               MOVE CLR-BILLED TO YEC-P-BILLED (YEC-PX)
               MOVE CLR-APPLIED TO YEC-P-APPLIED (YEC-PX)
               MOVE CLR-REVERSED TO YEC-P-REVERSED (YEC-PX)
               MOVE CLR-ADJUSTED TO YEC-P-ADJUSTED (YEC-PX)
               MOVE CLR-CLOSING TO YEC-P-CLOSING (YEC-PX)
           END-IF.
       2100-EXIT.
           EXIT.

      *> The year closes once, and only when every period in it
      *> has closed.
       3000-CHECK-THE-YEAR.
           IF YEC-YEAR-CLOSED
               MOVE SPACES TO YEC-NOTE-LINE
               STRING '*** FISCAL YEAR ' PARM-YEAR
                      ' IS ALREADY CLOSED - NOTHING WRITTEN'
                   DELIMITED BY SIZE INTO YEC-NOTE-LINE
               WRITE REPORT-LINE FROM YEC-NOTE-LINE
               SET YEC-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-PERIOD THRU 3100-EXIT
               VARYING YEC-PX FROM 1 BY 1
               UNTIL YEC-PX > YEC-PER-COUNT
           IF YEC-OPEN-CT > ZERO
               MOVE '*** PERIODS STILL OPEN - NOTHING WRITTEN'
                   TO YEC-NOTE-LINE
               WRITE REPORT-LINE FROM YEC-NOTE-LINE
               SET YEC-REFUSED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-PERIOD.
           IF NOT YEC-P-CLOSED (YEC-PX)
               ADD 1 TO YEC-OPEN-CT
               MOVE SPACES TO YEC-NOTE-LINE
               STRING 'PERIOD ' YEC-P-PERIOD (YEC-PX) ' '
                      YEC-P-START (YEC-PX) ' TO '
                      YEC-P-END (YEC-PX)
                      ' HAS NO BILCLOSE ROW'
                   DELIMITED BY SIZE INTO YEC-NOTE-LINE
               WRITE REPORT-LINE FROM YEC-NOTE-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      *> The year opens where its first period opened and closes
      *> where its year-end period closed; what happened between
      *> is the sum of the periods.
       4000-PROVE-THE-YEAR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM YEC-SECT-PERIODS
           WRITE REPORT-LINE FROM YEC-HEAD-2
           MOVE YEC-P-OPENING (1) TO YEC-OPENING
           MOVE YEC-P-CLOSING (YEC-YE-IX) TO YEC-CLOSING
           PERFORM 4100-PRINT-PERIOD THRU 4100-EXIT
               VARYING YEC-PX FROM 1 BY 1
               UNTIL YEC-PX > YEC-PER-COUNT
           MOVE 'YEAR' TO YEC-PL-PERIOD
           MOVE YEC-OPENING TO YEC-PL-OPENING
           MOVE YEC-BILLED TO YEC-PL-BILLED
           MOVE YEC-APPLIED TO YEC-PL-APPLIED
           MOVE YEC-REVERSED TO YEC-PL-REVERSED
           MOVE YEC-ADJUSTED TO YEC-PL-ADJUSTED
           MOVE YEC-CLOSING TO YEC-PL-CLOSING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM YEC-PER-LINE
           COMPUTE YEC-EXPECTED =
               YEC-OPENING + YEC-BILLED
               - YEC-APPLIED + YEC-REVERSED - YEC-ADJUSTED
           IF YEC-EXPECTED NOT = YEC-CLOSING
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'EXPECTED YEAR-END CLOSING' TO YEC-TT-LABEL
               MOVE YEC-EXPECTED TO YEC-TT-AMOUNT
               WRITE REPORT-LINE FROM YEC-TOTAL-LINE
               MOVE '*** YEAR DOES NOT BALANCE - NOTHING WRITTEN'
                   TO YEC-NOTE-LINE
               WRITE REPORT-LINE FROM YEC-NOTE-LINE
               SET YEC-REFUSED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-PERIOD.
           ADD YEC-P-BILLED (YEC-PX) TO YEC-BILLED
           ADD YEC-P-APPLIED (YEC-PX) TO YEC-APPLIED
           ADD YEC-P-REVERSED (YEC-PX) TO YEC-REVERSED
           ADD YEC-P-ADJUSTED (YEC-PX) TO YEC-ADJUSTED
           MOVE YEC-P-PERIOD (YEC-PX) TO YEC-PL-PERIOD
           MOVE YEC-P-OPENING (YEC-PX) TO YEC-PL-OPENING
           MOVE YEC-P-BILLED (YEC-PX) TO YEC-PL-BILLED
           MOVE YEC-P-APPLIED (YEC-PX) TO YEC-PL-APPLIED
           MOVE YEC-P-REVERSED (YEC-PX) TO YEC-PL-REVERSED
           MOVE YEC-P-ADJUSTED (YEC-PX) TO YEC-PL-ADJUSTED
           MOVE YEC-P-CLOSING (YEC-PX) TO YEC-PL-CLOSING
           WRITE REPORT-LINE FROM YEC-PER-LINE.
       4100-EXIT.
           EXIT.

      *> Tax billed on invoices dated in the year, per rate.
       5000-TAKE-INVOICE.
           ADD 1 TO YEC-INV-READ
           IF INVOICE-IS-CREDIT
            OR INVOICE-TAX-AMT = ZERO
               GO TO 5000-NEXT
           END-IF
           IF INVOICE-DATE NOT < YEC-YEAR-START
            AND INVOICE-DATE NOT > YEC-YEAR-END
               MOVE INVOICE-TAX-RATE TO YEC-RATE-KEY
               PERFORM 5700-FIND-RATE THRU 5700-EXIT
               COMPUTE YEC-R-BILLED (YEC-HIT) =
                   YEC-R-BILLED (YEC-HIT) + INVOICE-TAX-AMT
           END-IF
           MOVE ZERO TO YEC-HIT
           PERFORM 5610-MATCH-NUMBER THRU 5610-EXIT
               VARYING YEC-TX FROM 1 BY 1
               UNTIL YEC-TX > YEC-INV-COUNT OR YEC-HIT > 0
           IF YEC-HIT = ZERO
               GO TO 5000-NEXT
           END-IF
           MOVE INVOICE-TAX-RATE TO YEC-I-RATE (YEC-HIT)
           MOVE INVOICE-TAX-AMT TO YEC-I-TAX (YEC-HIT)
           COMPUTE YEC-I-GROSS (YEC-HIT) =
               INVOICE-AMOUNT + INVOICE-TAX-AMT.
       5000-NEXT.
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT.
       5000-EXIT.
           EXIT.

      *> First pass over the applications: a slot for each
      *> invoice the year's rows name. One the store never fills
      *> keeps a zero gross and collects nothing, as before.
       5100-NOTE-PAID.
           IF PA-DATE < YEC-YEAR-START
            OR PA-DATE > YEC-YEAR-END
               GO TO 5100-NEXT
           END-IF
           MOVE ZERO TO YEC-HIT
           PERFORM 5600-MATCH-INVOICE THRU 5600-EXIT
               VARYING YEC-TX FROM 1 BY 1
               UNTIL YEC-TX > YEC-INV-COUNT OR YEC-HIT > 0
           IF YEC-HIT > ZERO
               GO TO 5100-NEXT
           END-IF
           IF YEC-INV-COUNT >= 5000
               DISPLAY 'YECLOSE: INVOICE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO YEC-INV-COUNT
           MOVE PA-INVOICE TO YEC-I-NUMBER (YEC-INV-COUNT)
           MOVE SPACES TO YEC-I-RATE (YEC-INV-COUNT)
           MOVE ZERO TO YEC-I-TAX (YEC-INV-COUNT)
                        YEC-I-GROSS (YEC-INV-COUNT).
       5100-NEXT.
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

       5200-REOPEN-APPLY.
           CLOSE APPLY-IN
           OPEN INPUT APPLY-IN
           IF YEC-APPIN-STATUS NOT = '00'
               DISPLAY 'YECLOSE: APPLY REOPEN FAILED, STATUS='
                       YEC-APPIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO YEC-APPIN-EOF-SW
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       5200-EXIT.
           EXIT.

      *> An application collects tax in its invoice's proportion,
      *> tax over gross; a reversal row gives the same share back.
       5500-TAKE-APPLICATION.
           ADD 1 TO YEC-APP-READ
           IF PA-DATE < YEC-YEAR-START
            OR PA-DATE > YEC-YEAR-END
               GO TO 5500-NEXT
           END-IF
           MOVE ZERO TO YEC-HIT
           PERFORM 5600-MATCH-INVOICE THRU 5600-EXIT
               VARYING YEC-TX FROM 1 BY 1
               UNTIL YEC-TX > YEC-INV-COUNT OR YEC-HIT > 0
           IF YEC-HIT = ZERO
               GO TO 5500-NEXT
           END-IF
           MOVE YEC-HIT TO YEC-TX
           IF YEC-I-GROSS (YEC-TX) = ZERO
               GO TO 5500-NEXT
           END-IF
           MOVE PA-AMOUNT TO YEC-AMT-VALUE
           MOVE YEC-I-RATE (YEC-TX) TO YEC-RATE-KEY
           PERFORM 5700-FIND-RATE THRU 5700-EXIT
           IF PA-REVERSAL
               COMPUTE YEC-R-REVERSED (YEC-HIT) ROUNDED =
                   YEC-R-REVERSED (YEC-HIT)
                   + (YEC-AMT-VALUE * YEC-I-TAX (YEC-TX)
                      / YEC-I-GROSS (YEC-TX))
           ELSE
               COMPUTE YEC-R-COLLECTED (YEC-HIT) ROUNDED =
                   YEC-R-COLLECTED (YEC-HIT)
                   + (YEC-AMT-VALUE * YEC-I-TAX (YEC-TX)
                      / YEC-I-GROSS (YEC-TX))
           END-IF.
       5500-NEXT.
           PERFORM 8200-READ-APPLY THRU 8200-EXIT.
       5500-EXIT.
           EXIT.

       5600-MATCH-INVOICE.
           IF YEC-I-NUMBER (YEC-TX) = PA-INVOICE
               MOVE YEC-TX TO YEC-HIT
           END-IF.
       5600-EXIT.
           EXIT.

       5610-MATCH-NUMBER.
           IF YEC-I-NUMBER (YEC-TX) = INVOICE-NUMBER
               MOVE YEC-TX TO YEC-HIT
           END-IF.
       5610-EXIT.
           EXIT.

      *> Find or add the rate bucket; the rate text to look for
      *> arrives in YEC-RATE-KEY and the found slot comes back in
      *> YEC-HIT.
       5700-FIND-RATE.
           MOVE ZERO TO YEC-HIT
           PERFORM 5710-MATCH-RATE THRU 5710-EXIT
               VARYING YEC-RX FROM 1 BY 1
               UNTIL YEC-RX > YEC-RATE-COUNT OR YEC-HIT > 0
           IF YEC-HIT = ZERO
               IF YEC-RATE-COUNT >= 20
                   DISPLAY 'YECLOSE: RATE TABLE FULL AT 20'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO YEC-RATE-COUNT
               MOVE YEC-RATE-COUNT TO YEC-HIT
               MOVE YEC-RATE-KEY TO YEC-R-RATE (YEC-HIT)
               MOVE ZERO TO YEC-R-BILLED (YEC-HIT)
               MOVE ZERO TO YEC-R-COLLECTED (YEC-HIT)
               MOVE ZERO TO YEC-R-REVERSED (YEC-HIT)
           END-IF.
       5700-EXIT.
           EXIT.

       5710-MATCH-RATE.
           IF YEC-R-RATE (YEC-RX) = YEC-RATE-KEY
               MOVE YEC-RX TO YEC-HIT
           END-IF.
       5710-EXIT.
           EXIT.

       6000-PRINT-TAX.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM YEC-SECT-TAX
           WRITE REPORT-LINE FROM YEC-HEAD-3
           IF YEC-RATE-COUNT = ZERO
               MOVE '(no taxed invoices in the year)'
                   TO YEC-NOTE-LINE
               WRITE REPORT-LINE FROM YEC-NOTE-LINE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-PRINT-RATE THRU 6100-EXIT
               VARYING YEC-RX FROM 1 BY 1
               UNTIL YEC-RX > YEC-RATE-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRINT-RATE.
           MOVE YEC-R-RATE (YEC-RX) TO YEC-TL-RATE
           MOVE YEC-R-BILLED (YEC-RX) TO YEC-TL-BILLED
           MOVE YEC-R-COLLECTED (YEC-RX) TO YEC-TL-COLLECTED
           MOVE YEC-R-REVERSED (YEC-RX) TO YEC-TL-REVERSED
           WRITE REPORT-LINE FROM YEC-TAX-LINE.
       6100-EXIT.
           EXIT.

      *> The year row carries the year-end closing into the next
      *> year's first close, and the numbering control moves to
      *> the next year.
       7000-ROLL-FORWARD.
           OPEN EXTEND CLOSE-OUT
           IF YEC-CLROUT-STATUS NOT = '00'
               DISPLAY 'YECLOSE: REGISTER NOT WRITTEN, STATUS='
                       YEC-CLROUT-STATUS
               SET YEC-REFUSED TO TRUE
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO CLOSEREG-RECORD
           MOVE YEC-P-PERIOD (YEC-YE-IX) TO CLR-PERIOD
           MOVE YEC-RUN-DATE TO CLR-RUN-DATE
           MOVE YEC-OPENING TO CLR-OPENING
           MOVE YEC-BILLED TO CLR-BILLED
           MOVE YEC-APPLIED TO CLR-APPLIED
           MOVE YEC-ADJUSTED TO CLR-ADJUSTED
           MOVE YEC-CLOSING TO CLR-CLOSING
           MOVE YEC-REVERSED TO CLR-REVERSED
           MOVE YEC-YEAR-START TO CLR-START
           MOVE YEC-YEAR-END TO CLR-END
           MOVE 'Y' TO CLR-KIND
           WRITE CLOSE-OUT-RECORD FROM CLOSEREG-RECORD
           CLOSE CLOSE-OUT
           OPEN OUTPUT INVYEAR-OUT
           IF YEC-IYR-STATUS NOT = '00'
               DISPLAY 'YECLOSE: NUMBERING CONTROL NOT WRITTEN, '
                       'STATUS=' YEC-IYR-STATUS
               SET YEC-REFUSED TO TRUE
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO INVYEAR-RECORD
           MOVE YEC-NEXT-X TO IYR-YEAR
           MOVE YEC-NEXT-START TO IYR-FROM
           MOVE YEC-RUN-DATE TO IYR-SET-ON
           MOVE 'YECLOSE' TO IYR-SET-BY
           WRITE INVYEAR-OUT-RECORD FROM INVYEAR-RECORD
           CLOSE INVYEAR-OUT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM YEC-SECT-ROLL
           MOVE SPACES TO YEC-TT-LABEL
           STRING 'RECEIVABLES CARRIED FORWARD TO FY' YEC-NEXT-X
               DELIMITED BY SIZE INTO YEC-TT-LABEL
           MOVE YEC-CLOSING TO YEC-TT-AMOUNT
           WRITE REPORT-LINE FROM YEC-TOTAL-LINE
           MOVE SPACES TO YEC-NOTE-LINE
           STRING 'YEAR ROW APPENDED TO THE CLOSE REGISTER AS '
                  YEC-P-PERIOD (YEC-YE-IX)
               DELIMITED BY SIZE INTO YEC-NOTE-LINE
           WRITE REPORT-LINE FROM YEC-NOTE-LINE
           MOVE SPACES TO YEC-NOTE-LINE
           STRING 'INVOICE NUMBERING YEAR SET TO ' YEC-NEXT-X
                  ' FROM ' YEC-NEXT-START
               DELIMITED BY SIZE INTO YEC-NOTE-LINE
           WRITE REPORT-LINE FROM YEC-NOTE-LINE.
       7000-EXIT.
           EXIT.

       8100-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET YEC-INVIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-APPLY.
           READ APPLY-IN INTO PAYAPP-RECORD
               AT END SET YEC-APPIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE CLOSE-IN INVOICE-IN APPLY-IN REPORT-OUT
           IF YEC-REFUSED
               MOVE 8 TO RETURN-CODE
               DISPLAY 'YECLOSE: *** FISCAL YEAR ' PARM-YEAR
                       ' NOT CLOSED ***'
               GO TO 9000-EXIT
           END-IF
           DISPLAY 'YECLOSE: FISCAL YEAR ' PARM-YEAR ' CLOSED, '
                   YEC-PER-COUNT ' PERIODS, NUMBERING YEAR NOW '
                   YEC-NEXT-X.
       9000-EXIT.
           EXIT.
