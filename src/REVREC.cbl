      *> REVREC.cbl
      *> Month-end deferred revenue recognition and rollforward.
      *> Annual prepaid invoices bill twelve months at once, and
      *> none of that is revenue on the day it is billed: INVGEN
      *> leaves a recognition schedule row in DEFREV-FILE for each
      *> one, and GLEXPORT credits the net to DEFERRED REVENUE
      *> 24000000 instead of REVENUE. For the PARM month
      *> ('YYYY-MM') this job releases every schedule whose term
      *> covers the month by appending a row to RECOG-FILE, the
      *> recognition ledger GLEXPORT posts from (DR 24000000
      *> DEFERRED REVENUE, CR 40000000 REVENUE). Each release is
      *> what the schedule should have earned by the end of the
      *> month - one twelfth per month elapsed, rounded to the
      *> cent - less what the ledger already holds, so the last
      *> month takes the rounding and a month-end missed by
      *> mistake catches up the next time. A rerun finds the
      *> month's rows already on the ledger and adds nothing.
      *> The report is finance's deferred revenue rollforward:
      *> opening balance, billed into deferred, recognized, and
      *> closing balance per invoice and in total. It then ties
      *> the billed column to the invoice store: the month's
      *> gross billed, less monthly-term billings, less the tax
      *> on the annual ones, must equal what the rollforward
      *> billed into deferred. Releases stay monthly while
      *> BILCLOSE closes by fiscal period, so the releases book
      *> on the calendar month-end; when that date falls inside
      *> a period CLOSEREG-FILE already shows closed, the run
      *> writes no releases and ends RC=8. RC=8 too when the
      *> rollforward does not tie; RC=4 when the ledger names an
      *> invoice with no schedule. Run before the BILCLOSE for
      *> the fiscal period the month-end falls in, and before
      *> GLEXPORT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFREV-IN ASSIGN TO DEFINDD
               FILE STATUS IS RRC-DEFIN-STATUS.
           SELECT RECOG-IN ASSIGN TO RCGINDD
               FILE STATUS IS RRC-RCGIN-STATUS.
           SELECT RECOG-OUT ASSIGN TO RCGOUTDD
               FILE STATUS IS RRC-RCGOUT-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS RRC-INVIN-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS RRC-CLRIN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS RRC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFREV-IN.
       01  DEFREV-IN-RECORD       PIC X(57).
       FD  RECOG-IN.
       01  RECOG-IN-RECORD        PIC X(57).
       FD  RECOG-OUT.
       01  RECOG-OUT-RECORD       PIC X(57).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  RRC-DEFIN-STATUS       PIC X(02).
       77  RRC-RCGIN-STATUS       PIC X(02).
       77  RRC-RCGOUT-STATUS      PIC X(02).
       77  RRC-INVIN-STATUS       PIC X(02).
       77  RRC-CLRIN-STATUS       PIC X(02).
       77  RRC-RPT-STATUS         PIC X(02).
       77  RRC-RCG-READ           PIC 9(05) COMP VALUE ZERO.
       77  RRC-RCG-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77  RRC-ORPHAN-CT          PIC 9(05) COMP VALUE ZERO.
       77  RRC-LINE-CT            PIC 9(05) COMP VALUE ZERO.
       77  RRC-SX                 PIC 9(05) COMP VALUE ZERO.
       77  RRC-HIT                PIC 9(05) COMP VALUE ZERO.
       77  RRC-IX                 PIC 9(02) COMP VALUE ZERO.
       77  RRC-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       77  RRC-PARM-IDX           PIC 9(06) COMP VALUE ZERO.
       77  RRC-MONTH-IDX          PIC 9(06) COMP VALUE ZERO.
       77  RRC-PERIOD             PIC S9(05) COMP VALUE ZERO.
       01  RRC-SWITCHES.
           05 RRC-DEFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RRC-DEFIN-EOF    VALUE 'Y'.
           05 RRC-RCGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RRC-RCGIN-EOF    VALUE 'Y'.
           05 RRC-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RRC-INVIN-EOF    VALUE 'Y'.
           05 RRC-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RRC-CLRIN-EOF    VALUE 'Y'.
           05 RRC-CLOSED-SW       PIC X(01) VALUE 'N'.
              88 RRC-DATE-CLOSED  VALUE 'Y'.
           05 RRC-CENTS-SW        PIC X(01) VALUE 'N'.
              88 RRC-IN-CENTS     VALUE 'Y'.
      *> Every schedule on file with what the ledger already
      *> holds against it: released before the month, released
      *> in the month (by an earlier run or this one).
       01  RRC-SCHED-TABLE.
           05 RRC-SCHED-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 RRC-SCHED OCCURS 5000 TIMES.
              10 RRC-SC-INVOICE   PIC X(13).
              10 RRC-SC-WORKSPACE PIC X(12).
              10 RRC-SC-BILL-MON  PIC X(07).
              10 RRC-SC-FIRST-MON PIC X(07).
              10 RRC-SC-FIRST-IDX PIC 9(06) COMP.
              10 RRC-SC-MONTHS    PIC 9(02) COMP.
              10 RRC-SC-AMOUNT    PIC 9(09)V99 COMP-3.
              10 RRC-SC-BEFORE    PIC 9(09)V99 COMP-3.
              10 RRC-SC-IN-MONTH  PIC 9(09)V99 COMP-3.
              10 RRC-SC-PERIOD    PIC 9(02) COMP.
              10 RRC-SC-DONE-SW   PIC X(01).
                 88 RRC-SC-DONE   VALUE 'Y'.
       01  RRC-DIG.
           05 RRC-DIG-X           PIC X(01).
           05 RRC-DIG-9 REDEFINES RRC-DIG-X
                                  PIC 9(01).
       01  RRC-AMT-WORK.
           05 RRC-AMT-TXT         PIC X(13).
           05 RRC-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 RRC-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 RRC-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 RRC-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-MONTH-WORK.
           05 RRC-MW-TXT          PIC X(07).
           05 RRC-MW-PARTS REDEFINES RRC-MW-TXT.
              10 RRC-MW-YYYY      PIC 9(04).
              10 FILLER           PIC X(01).
              10 RRC-MW-MM        PIC 9(02).
       01  RRC-MONTH-END          PIC X(10) VALUE SPACES.
       01  RRC-CLOSED-PERIOD      PIC X(07) VALUE SPACES.
       01  RRC-DUE-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-REL-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-NET-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TAX-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-OPEN-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-BILL-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-CLOSE-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TOT-OPENING        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TOT-BILLED         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TOT-RECOG          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TOT-CLOSING        PIC 9(09)V99 COMP-3 VALUE ZERO.
      *> The tie, on BILCLOSE's basis: gross of tax, every
      *> invoice that is not a credit memo.
       01  RRC-STORE-BILLED       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-MONTHLY-BILLED     PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-ANNUAL-TAX         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TIE-DEFERRED       PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  RRC-TIE-DIFF           PIC S9(09)V99 COMP-3 VALUE ZERO.
      *> Released amounts going back into the ledger's 13-byte
      *> display field: edit, then left-justify so the store
      *> keeps its '$nn.nn  ' shape.
       01  RRC-AMT-ED             PIC $$$$$$$$$9.99.
       01  RRC-MONEY-OUT          PIC X(13) VALUE SPACES.
       01  RRC-PERIOD-ED          PIC 99.
       01  RRC-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'REVREC - DEFERRED REVENUE ROLLFORWARD FOR '.
           05 RRC-H1-MONTH        PIC X(07).
           05 FILLER              PIC X(82) VALUE SPACES.
       01  RRC-HEAD-2.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(13) VALUE 'WORKSPACE'.
           05 FILLER              PIC X(08) VALUE 'TERM'.
           05 FILLER              PIC X(06) VALUE 'MONTH'.
           05 FILLER              PIC X(15) VALUE '       OPENING'.
           05 FILLER              PIC X(15) VALUE '        BILLED'.
           05 FILLER              PIC X(15) VALUE '    RECOGNIZED'.
           05 FILLER              PIC X(47) VALUE '       CLOSING'.
       01  RRC-DETAIL.
           05 RRC-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-WORKSPACE    PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-TERM         PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-PERIOD       PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-OPENING      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-BILLED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-RECOG        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RRC-DT-CLOSING      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(33) VALUE SPACES.
       01  RRC-SECT-TIE.
           05 FILLER              PIC X(133) VALUE
              'TIE TO INVOICE STORE - BILLED INTO DEFERRED REVENUE'.
       01  RRC-TIE-LINE.
           05 RRC-TL-LABEL        PIC X(40).
           05 RRC-TL-AMOUNT       PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RRC-TL-NOTE         PIC X(76).
       01  RRC-COUNT-LINE.
           05 RRC-CL-LABEL        PIC X(40).
           05 RRC-CL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(88) VALUE SPACES.
       COPY DEFREV-RECORD.
       COPY RECOG-RECORD.
       COPY INVOICE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-MONTH          PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
               UNTIL RRC-DEFIN-EOF
           PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT
               UNTIL RRC-RCGIN-EOF
           CLOSE DEFREV-IN RECOG-IN
           PERFORM 5000-FIND-CLOSE THRU 5000-EXIT
               UNTIL RRC-CLRIN-EOF
           IF RRC-DATE-CLOSED
               PERFORM 5100-REFUSE-CLOSED THRU 5100-EXIT
               GOBACK
           END-IF
           OPEN EXTEND RECOG-OUT
           IF RRC-RCGOUT-STATUS NOT = '00'
               DISPLAY 'REVREC: OPEN FAILED RECOG OUT='
                       RRC-RCGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-RELEASE-ONE THRU 3000-EXIT
               VARYING RRC-SX FROM 1 BY 1
               UNTIL RRC-SX > RRC-SCHED-COUNT
           PERFORM 4000-PRINT-ROLLFORWARD THRU 4000-EXIT
               VARYING RRC-SX FROM 1 BY 1
               UNTIL RRC-SX > RRC-SCHED-COUNT
           PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT
           PERFORM 6000-TAKE-INVOICE THRU 6000-EXIT
               UNTIL RRC-INVIN-EOF
           PERFORM 7000-PRINT-TIE THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'REVREC: PARM MUST BE THE CLOSE MONTH '
                       'YYYY-MM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-MONTH TO RRC-MW-TXT
           PERFORM 9100-MONTH-INDEX THRU 9100-EXIT
           IF RRC-MONTH-IDX = ZERO
               DISPLAY 'REVREC: PARM ' PARM-MONTH
                       ' IS NOT A MONTH YYYY-MM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RRC-MONTH-IDX TO RRC-PARM-IDX
           PERFORM 1050-MONTH-END THRU 1050-EXIT
           OPEN INPUT DEFREV-IN
           OPEN INPUT RECOG-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT CLOSE-IN
           OPEN OUTPUT REPORT-OUT
           IF RRC-DEFIN-STATUS NOT = '00'
            OR RRC-RCGIN-STATUS NOT = '00'
            OR RRC-INVIN-STATUS NOT = '00'
            OR RRC-CLRIN-STATUS NOT = '00'
            OR RRC-RPT-STATUS NOT = '00'
               DISPLAY 'REVREC: OPEN FAILED DEFREV='
                       RRC-DEFIN-STATUS
                       ' RECOG=' RRC-RCGIN-STATUS
                       ' INV=' RRC-INVIN-STATUS
                       ' CLOSE=' RRC-CLRIN-STATUS
                       ' RPT=' RRC-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-MONTH TO RRC-H1-MONTH
           WRITE REPORT-LINE FROM RRC-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RRC-HEAD-2
           PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT
           PERFORM 8200-READ-LEDGER THRU 8200-EXIT
           PERFORM 8300-READ-INVOICE THRU 8300-EXIT.
       1000-EXIT.
           EXIT.

      *> Releases book on the last calendar day of the month.
       1050-MONTH-END.
           MOVE SPACES TO DS-DI-X
           STRING PARM-MONTH '-01' DELIMITED BY SIZE
               INTO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-MDAYS (DS-MONTH) TO DS-DAY
           IF DS-MONTH = 2 AND DS-LEAP-YEAR
               ADD 1 TO DS-DAY
           END-IF
           MOVE DS-DAY TO DS-DI-DD
           MOVE DS-DI-X TO RRC-MONTH-END.
       1050-EXIT.
           EXIT.

       1100-LOAD-SCHEDULE.
           IF RRC-SCHED-COUNT >= 5000
               DISPLAY 'REVREC: SCHEDULE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DRS-FIRST-MONTH TO RRC-MW-TXT
           PERFORM 9100-MONTH-INDEX THRU 9100-EXIT
           IF RRC-MONTH-IDX = ZERO
            OR DRS-MONTHS IS NOT NUMERIC
            OR DRS-MONTHS = ZERO
               DISPLAY 'REVREC: SCHEDULE ' DRS-INVOICE
                       ' HAS NO USABLE TERM - SKIPPED'
               MOVE 4 TO RETURN-CODE
               GO TO 1100-NEXT
           END-IF
           ADD 1 TO RRC-SCHED-COUNT
           MOVE RRC-SCHED-COUNT TO RRC-SX
           MOVE DRS-INVOICE TO RRC-SC-INVOICE (RRC-SX)
           MOVE DRS-WORKSPACE TO RRC-SC-WORKSPACE (RRC-SX)
           MOVE DRS-BILL-DATE (1:7) TO RRC-SC-BILL-MON (RRC-SX)
           MOVE DRS-FIRST-MONTH TO RRC-SC-FIRST-MON (RRC-SX)
           MOVE RRC-MONTH-IDX TO RRC-SC-FIRST-IDX (RRC-SX)
           MOVE DRS-MONTHS TO RRC-SC-MONTHS (RRC-SX)
           MOVE DRS-AMOUNT TO RRC-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE RRC-AMT-VALUE TO RRC-SC-AMOUNT (RRC-SX)
           MOVE ZERO TO RRC-SC-BEFORE (RRC-SX)
                        RRC-SC-IN-MONTH (RRC-SX)
                        RRC-SC-PERIOD (RRC-SX)
           MOVE 'N' TO RRC-SC-DONE-SW (RRC-SX).
       1100-NEXT.
           PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> What the ledger already released, split at the month.
      *> Rows after the month belong to a later close and do not
      *> move this month's rollforward.
       1200-LOAD-LEDGER.
           ADD 1 TO RRC-RCG-READ
           MOVE ZERO TO RRC-HIT
           PERFORM 1210-MATCH-SCHEDULE THRU 1210-EXIT
               VARYING RRC-SX FROM 1 BY 1
               UNTIL RRC-SX > RRC-SCHED-COUNT OR RRC-HIT > 0
           IF RRC-HIT = ZERO
               DISPLAY 'REVREC: LEDGER ROW FOR ' RCG-INVOICE
                       ' HAS NO SCHEDULE'
               ADD 1 TO RRC-ORPHAN-CT
               GO TO 1200-NEXT
           END-IF
           MOVE RCG-AMOUNT TO RRC-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF RCG-MONTH < PARM-MONTH
               ADD RRC-AMT-VALUE TO RRC-SC-BEFORE (RRC-HIT)
           END-IF
           IF RCG-MONTH = PARM-MONTH
               ADD RRC-AMT-VALUE TO RRC-SC-IN-MONTH (RRC-HIT)
               MOVE RCG-PERIOD TO RRC-SC-PERIOD (RRC-HIT)
               SET RRC-SC-DONE (RRC-HIT) TO TRUE
           END-IF.
       1200-NEXT.
           PERFORM 8200-READ-LEDGER THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

       1210-MATCH-SCHEDULE.
           IF RRC-SC-INVOICE (RRC-SX) = RCG-INVOICE
               MOVE RRC-SX TO RRC-HIT
           END-IF.
       1210-EXIT.
           EXIT.

      *> One schedule's release for the month, if its term
      *> covers the month and no earlier run released it.
       3000-RELEASE-ONE.
           IF RRC-SC-DONE (RRC-SX)
               GO TO 3000-EXIT
           END-IF
           COMPUTE RRC-PERIOD =
               RRC-PARM-IDX - RRC-SC-FIRST-IDX (RRC-SX) + 1
           IF RRC-PERIOD < 1
            OR RRC-PERIOD > RRC-SC-MONTHS (RRC-SX)
               GO TO 3000-EXIT
           END-IF
           IF RRC-PERIOD = RRC-SC-MONTHS (RRC-SX)
               MOVE RRC-SC-AMOUNT (RRC-SX) TO RRC-DUE-VALUE
           ELSE
               COMPUTE RRC-DUE-VALUE ROUNDED =
                   RRC-SC-AMOUNT (RRC-SX) * RRC-PERIOD
                   / RRC-SC-MONTHS (RRC-SX)
           END-IF
           IF RRC-DUE-VALUE NOT > RRC-SC-BEFORE (RRC-SX)
               GO TO 3000-EXIT
           END-IF
           COMPUTE RRC-REL-VALUE =
               RRC-DUE-VALUE - RRC-SC-BEFORE (RRC-SX)
           MOVE SPACES TO RECOG-RECORD
           MOVE RRC-SC-INVOICE (RRC-SX) TO RCG-INVOICE
           MOVE RRC-SC-WORKSPACE (RRC-SX) TO RCG-WORKSPACE
           MOVE PARM-MONTH TO RCG-MONTH
           MOVE RRC-PERIOD TO RCG-PERIOD
           MOVE RRC-REL-VALUE TO RRC-AMT-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE RRC-MONEY-OUT TO RCG-AMOUNT
           MOVE RRC-MONTH-END TO RCG-DATE
           WRITE RECOG-OUT-RECORD FROM RECOG-RECORD
           ADD 1 TO RRC-RCG-WRITTEN
           ADD RRC-REL-VALUE TO RRC-SC-IN-MONTH (RRC-SX)
           MOVE RRC-PERIOD TO RRC-SC-PERIOD (RRC-SX)
           SET RRC-SC-DONE (RRC-SX) TO TRUE.
       3000-EXIT.
           EXIT.

      *> Opening is what was billed before the month and not yet
      *> earned; a schedule billed after the month, or run out
      *> before it, has nothing to show.
       4000-PRINT-ROLLFORWARD.
           MOVE ZERO TO RRC-OPEN-VALUE RRC-BILL-VALUE
           IF RRC-SC-BILL-MON (RRC-SX) > PARM-MONTH
               GO TO 4000-EXIT
           END-IF
           IF RRC-SC-BILL-MON (RRC-SX) < PARM-MONTH
               COMPUTE RRC-OPEN-VALUE =
                   RRC-SC-AMOUNT (RRC-SX) - RRC-SC-BEFORE (RRC-SX)
           ELSE
               MOVE RRC-SC-AMOUNT (RRC-SX) TO RRC-BILL-VALUE
           END-IF
           IF RRC-OPEN-VALUE = ZERO
            AND RRC-BILL-VALUE = ZERO
            AND RRC-SC-IN-MONTH (RRC-SX) = ZERO
               GO TO 4000-EXIT
           END-IF
           COMPUTE RRC-CLOSE-VALUE =
               RRC-OPEN-VALUE + RRC-BILL-VALUE
               - RRC-SC-IN-MONTH (RRC-SX)
           MOVE RRC-SC-INVOICE (RRC-SX) TO RRC-DT-INVOICE
           MOVE RRC-SC-WORKSPACE (RRC-SX) TO RRC-DT-WORKSPACE
           MOVE RRC-SC-FIRST-MON (RRC-SX) TO RRC-DT-TERM
           MOVE SPACES TO RRC-DT-PERIOD
           IF RRC-SC-PERIOD (RRC-SX) > ZERO
               MOVE RRC-SC-PERIOD (RRC-SX) TO RRC-PERIOD-ED
               MOVE RRC-PERIOD-ED TO RRC-DT-PERIOD (1:2)
               MOVE '/' TO RRC-DT-PERIOD (3:1)
               MOVE RRC-SC-MONTHS (RRC-SX) TO RRC-PERIOD-ED
               MOVE RRC-PERIOD-ED TO RRC-DT-PERIOD (4:2)
           END-IF
           MOVE RRC-OPEN-VALUE TO RRC-DT-OPENING
           MOVE RRC-BILL-VALUE TO RRC-DT-BILLED
           MOVE RRC-SC-IN-MONTH (RRC-SX) TO RRC-DT-RECOG
           MOVE RRC-CLOSE-VALUE TO RRC-DT-CLOSING
           WRITE REPORT-LINE FROM RRC-DETAIL
           ADD 1 TO RRC-LINE-CT
           ADD RRC-OPEN-VALUE TO RRC-TOT-OPENING
           ADD RRC-BILL-VALUE TO RRC-TOT-BILLED
           ADD RRC-SC-IN-MONTH (RRC-SX) TO RRC-TOT-RECOG
           ADD RRC-CLOSE-VALUE TO RRC-TOT-CLOSING.
       4000-EXIT.
           EXIT.

       4500-PRINT-TOTALS.
           IF RRC-LINE-CT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '  (no deferred revenue in the month)'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL' TO RRC-DT-INVOICE
           MOVE SPACES TO RRC-DT-WORKSPACE RRC-DT-TERM
                          RRC-DT-PERIOD
           MOVE RRC-TOT-OPENING TO RRC-DT-OPENING
           MOVE RRC-TOT-BILLED TO RRC-DT-BILLED
           MOVE RRC-TOT-RECOG TO RRC-DT-RECOG
           MOVE RRC-TOT-CLOSING TO RRC-DT-CLOSING
           WRITE REPORT-LINE FROM RRC-DETAIL.
       4500-EXIT.
           EXIT.

      *> Any close register row, period or year, whose dates
      *> take in the month-end the releases book on. Rows from
      *> before the fiscal calendar carry no dates and never
      *> match.
       5000-FIND-CLOSE.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET RRC-CLRIN-EOF TO TRUE
               GO TO 5000-EXIT
           END-READ
           IF CLR-START = SPACES
               GO TO 5000-EXIT
           END-IF
           IF RRC-MONTH-END NOT < CLR-START
            AND RRC-MONTH-END NOT > CLR-END
               MOVE CLR-PERIOD TO RRC-CLOSED-PERIOD
               SET RRC-DATE-CLOSED TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      *> Releases dated inside a closed period would post after
      *> the close: write nothing and say which period.
       5100-REFUSE-CLOSED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RRC-TIE-LINE
           MOVE 'RELEASES NOT WRITTEN - PERIOD CLOSED' TO RRC-TL-LABEL
           STRING 'MONTH-END ' RRC-MONTH-END ' FALLS IN CLOSED '
                  'PERIOD ' RRC-CLOSED-PERIOD
               DELIMITED BY SIZE INTO RRC-TL-NOTE
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           CLOSE INVOICE-IN CLOSE-IN REPORT-OUT
           DISPLAY 'REVREC: MONTH-END ' RRC-MONTH-END
                   ' IS IN CLOSED PERIOD ' RRC-CLOSED-PERIOD
                   ' - NO RELEASES WRITTEN'
           MOVE 8 TO RETURN-CODE.
       5100-EXIT.
           EXIT.

      *> The month's billings split the way the rollforward needs
      *> them: an invoice with a schedule is annual, the rest bill
      *> straight to revenue.
       6000-TAKE-INVOICE.
           IF INVOICE-DATE (1:7) NOT = PARM-MONTH
            OR INVOICE-IS-CREDIT
               GO TO 6000-NEXT
           END-IF
           MOVE INVOICE-AMOUNT TO RRC-NET-VALUE
           MOVE INVOICE-TAX-AMT TO RRC-TAX-VALUE
           ADD RRC-NET-VALUE RRC-TAX-VALUE TO RRC-STORE-BILLED
           MOVE ZERO TO RRC-HIT
           PERFORM 6100-MATCH-INVOICE THRU 6100-EXIT
               VARYING RRC-SX FROM 1 BY 1
               UNTIL RRC-SX > RRC-SCHED-COUNT OR RRC-HIT > 0
           IF RRC-HIT = ZERO
               ADD RRC-NET-VALUE RRC-TAX-VALUE
                   TO RRC-MONTHLY-BILLED
           ELSE
               ADD RRC-TAX-VALUE TO RRC-ANNUAL-TAX
           END-IF.
       6000-NEXT.
           PERFORM 8300-READ-INVOICE THRU 8300-EXIT.
       6000-EXIT.
           EXIT.

       6100-MATCH-INVOICE.
           IF RRC-SC-INVOICE (RRC-SX) = INVOICE-NUMBER
               MOVE RRC-SX TO RRC-HIT
           END-IF.
       6100-EXIT.
           EXIT.

      *> The month's billed, less what never touched deferred
      *> revenue, has to be exactly what the rollforward billed.
       7000-PRINT-TIE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RRC-SECT-TIE
           MOVE SPACES TO RRC-TL-NOTE
           MOVE 'BILLED PER INVOICE STORE (GROSS)' TO RRC-TL-LABEL
           MOVE RRC-STORE-BILLED TO RRC-TL-AMOUNT
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           MOVE SPACES TO RRC-TL-NOTE
           MOVE 'LESS MONTHLY-TERM BILLINGS' TO RRC-TL-LABEL
           MOVE RRC-MONTHLY-BILLED TO RRC-TL-AMOUNT
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           MOVE 'LESS TAX ON ANNUAL BILLINGS' TO RRC-TL-LABEL
           MOVE RRC-ANNUAL-TAX TO RRC-TL-AMOUNT
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           COMPUTE RRC-TIE-DEFERRED =
               RRC-STORE-BILLED - RRC-MONTHLY-BILLED
                                - RRC-ANNUAL-TAX
           MOVE 'BILLED INTO DEFERRED PER INVOICES' TO RRC-TL-LABEL
           MOVE RRC-TIE-DEFERRED TO RRC-TL-AMOUNT
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           MOVE 'BILLED PER ROLLFORWARD' TO RRC-TL-LABEL
           MOVE RRC-TOT-BILLED TO RRC-TL-AMOUNT
           WRITE REPORT-LINE FROM RRC-TIE-LINE
           COMPUTE RRC-TIE-DIFF = RRC-TIE-DEFERRED - RRC-TOT-BILLED
           MOVE 'DIFFERENCE' TO RRC-TL-LABEL
           MOVE RRC-TIE-DIFF TO RRC-TL-AMOUNT
           IF RRC-TIE-DIFF = ZERO
               MOVE 'TIES' TO RRC-TL-NOTE
           ELSE
               MOVE '*** DOES NOT TIE ***' TO RRC-TL-NOTE
           END-IF
           WRITE REPORT-LINE FROM RRC-TIE-LINE.
       7000-EXIT.
           EXIT.

       8100-READ-SCHEDULE.
           READ DEFREV-IN INTO DEFREV-RECORD
               AT END SET RRC-DEFIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-LEDGER.
           READ RECOG-IN INTO RECOG-RECORD
               AT END SET RRC-RCGIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET RRC-INVIN-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SCHEDULES ON FILE' TO RRC-CL-LABEL
           MOVE RRC-SCHED-COUNT TO RRC-CL-COUNT
           WRITE REPORT-LINE FROM RRC-COUNT-LINE
           MOVE 'RELEASES WRITTEN THIS RUN' TO RRC-CL-LABEL
           MOVE RRC-RCG-WRITTEN TO RRC-CL-COUNT
           WRITE REPORT-LINE FROM RRC-COUNT-LINE
           MOVE 'LEDGER ROWS WITH NO SCHEDULE' TO RRC-CL-LABEL
           MOVE RRC-ORPHAN-CT TO RRC-CL-COUNT
           WRITE REPORT-LINE FROM RRC-COUNT-LINE
           CLOSE RECOG-OUT INVOICE-IN CLOSE-IN REPORT-OUT
           IF RRC-ORPHAN-CT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RRC-TIE-DIFF NOT = ZERO
               DISPLAY 'REVREC: *** ROLLFORWARD DOES NOT TIE TO '
                       'THE INVOICE STORE ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'REVREC: ' RRC-SCHED-COUNT ' SCHEDULES, '
                   RRC-RCG-WRITTEN ' RELEASES WRITTEN FOR '
                   PARM-MONTH.
       9000-EXIT.
           EXIT.

      *> 'YYYY-MM' to a running month number, so terms can be
      *> counted across a year end. Zero when it does not parse.
       9100-MONTH-INDEX.
           MOVE ZERO TO RRC-MONTH-IDX
           IF RRC-MW-YYYY IS NOT NUMERIC
            OR RRC-MW-MM IS NOT NUMERIC
               GO TO 9100-EXIT
           END-IF
           IF RRC-MW-MM < 1 OR RRC-MW-MM > 12
               GO TO 9100-EXIT
           END-IF
           COMPUTE RRC-MONTH-IDX =
               (RRC-MW-YYYY * 12) + RRC-MW-MM - 1.
       9100-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO RRC-AMT-DOLLARS RRC-AMT-CENTS
                        RRC-AMT-CENT-CT
           MOVE 'N' TO RRC-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING RRC-IX FROM 1 BY 1 UNTIL RRC-IX > 13
           COMPUTE RRC-AMT-VALUE =
               RRC-AMT-DOLLARS + (RRC-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE RRC-AMT-TXT (RRC-IX:1) TO RRC-DIG-X
           IF RRC-DIG-X = '.'
               SET RRC-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF RRC-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF RRC-IN-CENTS
               IF RRC-AMT-CENT-CT < 2
                   COMPUTE RRC-AMT-CENTS =
                       (RRC-AMT-CENTS * 10) + RRC-DIG-9
                   ADD 1 TO RRC-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE RRC-AMT-DOLLARS =
                   (RRC-AMT-DOLLARS * 10) + RRC-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte field.
       9400-EDIT-MONEY.
           MOVE ZERO TO RRC-LJ-CT
           INSPECT RRC-AMT-ED
               TALLYING RRC-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO RRC-MONEY-OUT
           MOVE RRC-AMT-ED (RRC-LJ-CT + 1:13 - RRC-LJ-CT)
               TO RRC-MONEY-OUT.
       9400-EXIT.
           EXIT.

       COPY DATE-SERVICE.
