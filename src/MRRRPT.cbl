      *> MRRRPT.cbl
      *> Monthly recurring revenue bridge. The KPI row's revenue
      *> figure sums Paid invoices, so it moves with collections
      *> timing as much as with the business; this report measures
      *> the recurring base itself. For the PARM month ('YYYY-MM')
      *> it works out every workspace's MRR at the start and at
      *> the end of the month from SUBSCRIPTION-FILE and the plan
      *> changes in PLANHIST-FILE - the tier held is the one the
      *> last change before that point moved it to, the tier the
      *> first change moved it from when every change is later,
      *> and the subscription's own tier from its SUBS-SINCE month
      *> when it has never changed. An annual tier counts at its
      *> per-month rate. Each price converts to USD at the
      *> CURRENCY-FILE rate for the subscription's currency in
      *> force on the last day of the month, so a rerun converts
      *> at that month's rates (a code the history does not
      *> carry converts at par and is flagged).
      *> Every workspace whose MRR moved lands in one leg of the
      *> bridge - new (nothing at the start), expansion (more),
      *> contraction (less but still paying), churn (moved to a
      *> free tier or ended) - and the report prints opening MRR,
      *> each leg with its workspaces listed underneath, and
      *> closing MRR. The bridge is appended to MRRHIST-FILE and
      *> the report closes with the trend of the months before it.
      *> RC=4 when the opening does not match the prior month's
      *> closing in the history (a plan change was back-dated, or
      *> a rate moved) or a currency had no rate. Registers its
      *> output through RPTREG like the other report jobs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS MRR-SUBS-STATUS.
           SELECT PLANHIST-IN ASSIGN TO PLNHSTDD
               FILE STATUS IS MRR-PH-STATUS.
           SELECT CURRENCY-IN ASSIGN TO CURRDD
               FILE STATUS IS MRR-CURR-STATUS.
           SELECT MRRHIST-IN ASSIGN TO MRHINDD
               FILE STATUS IS MRR-MHIN-STATUS.
           SELECT MRRHIST-OUT ASSIGN TO MRHOUTDD
               FILE STATUS IS MRR-MHOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS MRR-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  PLANHIST-IN.
       01  PLANHIST-IN-RECORD     PIC X(80).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  MRRHIST-IN.
       01  MRRHIST-IN-RECORD      PIC X(93).
       FD  MRRHIST-OUT.
       01  MRRHIST-OUT-RECORD     PIC X(93).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  MRR-SUBS-STATUS        PIC X(02).
       77  MRR-PH-STATUS          PIC X(02).
       77  MRR-CURR-STATUS        PIC X(02).
       77  MRR-MHIN-STATUS        PIC X(02).
       77  MRR-MHOUT-STATUS       PIC X(02).
       77  MRR-RPT-STATUS         PIC X(02).
       77  MRR-WX                 PIC 9(05) COMP VALUE ZERO.
       77  MRR-HIT                PIC 9(05) COMP VALUE ZERO.
       77  MRR-HX                 PIC 9(03) COMP VALUE ZERO.
       77  MRR-HIST-HIT           PIC 9(03) COMP VALUE ZERO.
       77  MRR-TREND-FROM         PIC 9(03) COMP VALUE ZERO.
       77  MRR-TREND-CT           PIC 9(03) COMP VALUE ZERO.
       77  MRR-IX                 PIC 9(02) COMP VALUE ZERO.
       77  MRR-LEG-CT             PIC 9(05) COMP VALUE ZERO.
       77  MRR-OPEN-CT            PIC 9(05) COMP VALUE ZERO.
       77  MRR-CLOSE-CT           PIC 9(05) COMP VALUE ZERO.
       77  MRR-UNRATED-CT         PIC 9(05) COMP VALUE ZERO.
       01  MRR-SWITCHES.
           05 MRR-SUBS-EOF-SW     PIC X(01) VALUE 'N'.
              88 MRR-SUBS-EOF     VALUE 'Y'.
           05 MRR-PH-EOF-SW       PIC X(01) VALUE 'N'.
              88 MRR-PH-EOF       VALUE 'Y'.
           05 MRR-CURR-EOF-SW     PIC X(01) VALUE 'N'.
              88 MRR-CURR-EOF     VALUE 'Y'.
           05 MRR-MHIN-EOF-SW     PIC X(01) VALUE 'N'.
              88 MRR-MHIN-EOF     VALUE 'Y'.
           05 MRR-PRIOR-SW        PIC X(01) VALUE 'N'.
              88 MRR-PRIOR-FOUND  VALUE 'Y'.
           05 MRR-CENTS-SW        PIC X(01) VALUE 'N'.
              88 MRR-IN-CENTS     VALUE 'Y'.
      *> One entry per workspace seen in either file: its
      *> subscription, the tier it held before its first change,
      *> the tier after its last change before the month and
      *> through the month, and what that resolves to in USD.
       01  MRR-WS-TABLE.
           05 MRR-WS-COUNT        PIC 9(05) COMP VALUE ZERO.
           05 MRR-WS OCCURS 500 TIMES.
              10 MRR-W-ID         PIC X(12).
              10 MRR-W-CURRENCY   PIC X(08).
              10 MRR-W-RATE       PIC 9(03)V9(06) COMP-3.
              10 MRR-W-SUB-SW     PIC X(01).
                 88 MRR-W-HAS-SUB VALUE 'Y'.
              10 MRR-W-SUB-SINCE  PIC X(07).
              10 MRR-W-SUB-NAME   PIC X(12).
              10 MRR-W-SUB-VAL    PIC 9(09)V99 COMP-3.
              10 MRR-W-HIST-SW    PIC X(01).
                 88 MRR-W-HAS-HIST VALUE 'Y'.
              10 MRR-W-FIRST-NAME PIC X(12).
              10 MRR-W-FIRST-VAL  PIC 9(09)V99 COMP-3.
              10 MRR-W-OPEN-SW    PIC X(01).
                 88 MRR-W-OPEN-SET VALUE 'Y'.
              10 MRR-W-OPEN-NAME  PIC X(12).
              10 MRR-W-OPEN-VAL   PIC 9(09)V99 COMP-3.
              10 MRR-W-CLOSE-SW   PIC X(01).
                 88 MRR-W-CLOSE-SET VALUE 'Y'.
              10 MRR-W-CLOSE-NAME PIC X(12).
              10 MRR-W-CLOSE-VAL  PIC 9(09)V99 COMP-3.
              10 MRR-W-O-PLAN     PIC X(12).
              10 MRR-W-O-USD      PIC 9(09)V99 COMP-3.
              10 MRR-W-C-PLAN     PIC X(12).
              10 MRR-W-C-USD      PIC 9(09)V99 COMP-3.
              10 MRR-W-LEG        PIC X(01).
                 88 MRR-W-NEW     VALUE 'N'.
                 88 MRR-W-EXPAND  VALUE 'E'.
                 88 MRR-W-CONTRACT VALUE 'C'.
                 88 MRR-W-CHURN   VALUE 'X'.
              10 MRR-W-RATED-SW   PIC X(01).
                 88 MRR-W-UNRATED VALUE 'N'.
      *> The bridge history, one entry per month - a later row
      *> for the same month replaces the earlier one.
       01  MRR-HIST-TABLE.
           05 MRR-HIST-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 MRR-HIST OCCURS 240 TIMES.
              10 MRR-H-IMAGE      PIC X(93).
       01  MRR-DIG.
           05 MRR-DIG-X           PIC X(01).
           05 MRR-DIG-9 REDEFINES MRR-DIG-X
                                  PIC 9(01).
       01  MRR-AMT-WORK.
           05 MRR-AMT-TXT         PIC X(13).
           05 MRR-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 MRR-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 MRR-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 MRR-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-WORK-WS            PIC X(12) VALUE SPACES.
       01  MRR-OPENING            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-NEW                PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-EXPANSION          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-CONTRACTION        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-CHURN              PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-CLOSING            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-PRIOR-CLOSING      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-PRIOR-MONTH        PIC X(07) VALUE SPACES.
       01  MRR-CHANGE-VALUE       PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  MRR-WORK-LEG           PIC X(01) VALUE SPACE.
       01  MRR-SYS-DATE.
           05 MRR-SD-YYYY         PIC X(04).
           05 MRR-SD-MM           PIC X(02).
           05 MRR-SD-DD           PIC X(02).
       01  MRR-RUN-DATE           PIC X(10) VALUE SPACES.
       01  MRR-HEAD-1.
           05 FILLER              PIC X(46) VALUE
              'MRRRPT - MONTHLY RECURRING REVENUE BRIDGE FOR '.
           05 MRR-H1-MONTH        PIC X(07).
           05 FILLER              PIC X(80) VALUE ' (USD)'.
       01  MRR-HEAD-2.
           05 FILLER              PIC X(17) VALUE '    WORKSPACE'.
           05 FILLER              PIC X(16) VALUE 'FROM'.
           05 FILLER              PIC X(13) VALUE 'TO'.
           05 FILLER              PIC X(09) VALUE 'CURRENCY'.
           05 FILLER              PIC X(11) VALUE '      RATE'.
           05 FILLER              PIC X(15) VALUE '    OPENING MRR'.
           05 FILLER              PIC X(15) VALUE '    CLOSING MRR'.
           05 FILLER              PIC X(37) VALUE '          CHANGE'.
       01  MRR-BRIDGE-LINE.
           05 MRR-BL-SIGN         PIC X(02).
           05 MRR-BL-LABEL        PIC X(28).
           05 MRR-BL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 MRR-BL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-BL-UNIT         PIC X(12) VALUE 'workspaces'.
           05 FILLER              PIC X(68) VALUE SPACES.
       01  MRR-WS-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 MRR-WL-ID           PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-FROM         PIC X(12).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 MRR-WL-TO           PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-CURRENCY     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-RATE         PIC ZZ9.999999.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-OPEN         PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-CLOSE        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-CHANGE       PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-WL-NOTE         PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
       01  MRR-NOTE-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 MRR-NL-TEXT         PIC X(60).
           05 MRR-NL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(57) VALUE SPACES.
       01  MRR-SECT-TREND.
           05 FILLER              PIC X(133) VALUE 'MRR TREND'.
       01  MRR-TREND-HEAD.
           05 FILLER              PIC X(08) VALUE 'MONTH'.
           05 FILLER              PIC X(15) VALUE '        OPENING'.
           05 FILLER              PIC X(15) VALUE '            NEW'.
           05 FILLER              PIC X(15) VALUE '      EXPANSION'.
           05 FILLER              PIC X(15) VALUE '    CONTRACTION'.
           05 FILLER              PIC X(15) VALUE '          CHURN'.
           05 FILLER              PIC X(15) VALUE '        CLOSING'.
           05 FILLER              PIC X(35) VALUE '  PAYING'.
       01  MRR-TREND-LINE.
           05 MRR-TL-MONTH        PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-OPENING      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-NEW          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-EXPANSION    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-CONTRACTION  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-CHURN        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-CLOSING      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MRR-TL-COUNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(28) VALUE SPACES.
       COPY SUBSCRIPTION-RECORD.
       COPY PLANHIST-RECORD.
       COPY CURRENCY-RECORD.
       COPY RATE-HISTORY-WS.
       COPY MRRHIST-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-MONTH          PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SUBSCRIPTION THRU 1100-EXIT
               UNTIL MRR-SUBS-EOF
           PERFORM 1200-LOAD-CHANGE THRU 1200-EXIT
               UNTIL MRR-PH-EOF
           PERFORM 1300-LOAD-CURRENCY THRU 1300-EXIT
               UNTIL MRR-CURR-EOF
           PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
               UNTIL MRR-MHIN-EOF
           CLOSE SUBS-IN PLANHIST-IN CURRENCY-IN MRRHIST-IN
           PERFORM 3000-RESOLVE-WORKSPACE THRU 3000-EXIT
               VARYING MRR-WX FROM 1 BY 1
               UNTIL MRR-WX > MRR-WS-COUNT
           PERFORM 5000-PRINT-BRIDGE THRU 5000-EXIT
           PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
           PERFORM 7000-PRINT-TREND THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'MRRRPT: PARM MUST BE THE REPORT MONTH '
                       'YYYY-MM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUBS-IN
           OPEN INPUT PLANHIST-IN
           OPEN INPUT CURRENCY-IN
           OPEN INPUT MRRHIST-IN
           OPEN EXTEND MRRHIST-OUT
           OPEN OUTPUT REPORT-OUT
           IF MRR-SUBS-STATUS NOT = '00'
            OR MRR-PH-STATUS NOT = '00'
            OR MRR-CURR-STATUS NOT = '00'
            OR MRR-MHIN-STATUS NOT = '00'
            OR MRR-MHOUT-STATUS NOT = '00'
            OR MRR-RPT-STATUS NOT = '00'
               DISPLAY 'MRRRPT: OPEN FAILED SUBS=' MRR-SUBS-STATUS
                       ' PLANHIST=' MRR-PH-STATUS
                       ' CURRENCY=' MRR-CURR-STATUS
                       ' MRRHIST=' MRR-MHIN-STATUS
                       ' MRRHIST OUT=' MRR-MHOUT-STATUS
                       ' RPT=' MRR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT MRR-SYS-DATE FROM DATE YYYYMMDD
           STRING MRR-SD-YYYY '-' MRR-SD-MM '-' MRR-SD-DD
               DELIMITED BY SIZE INTO MRR-RUN-DATE
           MOVE PARM-MONTH TO RH-FLOOR-DATE (1:7)
           MOVE '-31' TO RH-FLOOR-DATE (8:3)
           MOVE RH-FLOOR-DATE TO RH-CEILING-DATE
           MOVE PARM-MONTH TO MRR-H1-MONTH
           WRITE REPORT-LINE FROM MRR-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MRR-HEAD-2
           PERFORM 8100-READ-SUBSCRIPTION THRU 8100-EXIT
           PERFORM 8200-READ-CHANGE THRU 8200-EXIT
           PERFORM 8300-READ-CURRENCY THRU 8300-EXIT
           PERFORM 8400-READ-HISTORY THRU 8400-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-SUBSCRIPTION.
           MOVE SUBS-WORKSPACE TO MRR-WORK-WS
           PERFORM 2000-FIND-WORKSPACE THRU 2000-EXIT
           SET MRR-W-HAS-SUB (MRR-HIT) TO TRUE
           MOVE SUBS-CURRENCY TO MRR-W-CURRENCY (MRR-HIT)
           MOVE SUBS-SINCE (1:7) TO MRR-W-SUB-SINCE (MRR-HIT)
           MOVE SUBS-PLAN-NAME TO MRR-W-SUB-NAME (MRR-HIT)
           MOVE SUBS-PLAN-PRICE TO MRR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE MRR-AMT-VALUE TO MRR-W-SUB-VAL (MRR-HIT)
           PERFORM 8100-READ-SUBSCRIPTION THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> The history arrives in change order, so the last row
      *> seen on either side of the month start and end is the
      *> tier held there. A change after the month only tells us
      *> what was held before it, and only the first such row
      *> matters.
       1200-LOAD-CHANGE.
           MOVE PH-WORKSPACE TO MRR-WORK-WS
           PERFORM 2000-FIND-WORKSPACE THRU 2000-EXIT
           IF NOT MRR-W-HAS-HIST (MRR-HIT)
               SET MRR-W-HAS-HIST (MRR-HIT) TO TRUE
               MOVE PH-OLD-NAME TO MRR-W-FIRST-NAME (MRR-HIT)
               MOVE PH-OLD-PRICE TO MRR-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
               MOVE MRR-AMT-VALUE TO MRR-W-FIRST-VAL (MRR-HIT)
           END-IF
           IF PH-DATE (1:7) > PARM-MONTH
               GO TO 1200-NEXT
           END-IF
           MOVE ZERO TO MRR-AMT-VALUE
           IF PH-NEW-PLAN NOT = SPACES
               MOVE PH-NEW-PRICE TO MRR-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           END-IF
           SET MRR-W-CLOSE-SET (MRR-HIT) TO TRUE
           MOVE PH-NEW-NAME TO MRR-W-CLOSE-NAME (MRR-HIT)
           IF PH-NEW-PLAN = SPACES
               MOVE '(ended)' TO MRR-W-CLOSE-NAME (MRR-HIT)
           END-IF
           MOVE MRR-AMT-VALUE TO MRR-W-CLOSE-VAL (MRR-HIT)
           IF PH-DATE (1:7) < PARM-MONTH
               SET MRR-W-OPEN-SET (MRR-HIT) TO TRUE
               MOVE MRR-W-CLOSE-NAME (MRR-HIT)
                   TO MRR-W-OPEN-NAME (MRR-HIT)
               MOVE MRR-AMT-VALUE TO MRR-W-OPEN-VAL (MRR-HIT)
           END-IF.
       1200-NEXT.
           PERFORM 8200-READ-CHANGE THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

      *> Rates arrive as display text with six decimals; parse
      *> once at load so the resolve pass is a table lookup. Only
      *> the month's last day converts, so the table keeps little
      *> more than the rate in force on it for each code.
       1300-LOAD-CURRENCY.
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'MRRRPT: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8300-READ-CURRENCY THRU 8300-EXIT.
       1300-EXIT.
           EXIT.

      *> Keep one entry per month; the latest run's row wins. The
      *> closing of the last month before this one is what the
      *> bridge should open at.
       1400-LOAD-HISTORY.
           MOVE ZERO TO MRR-HIST-HIT
           PERFORM 1410-MATCH-MONTH THRU 1410-EXIT
               VARYING MRR-HX FROM 1 BY 1
               UNTIL MRR-HX > MRR-HIST-COUNT OR MRR-HIST-HIT > 0
           IF MRR-HIST-HIT = ZERO
               IF MRR-HIST-COUNT >= 240
                   DISPLAY 'MRRRPT: HISTORY TABLE FULL AT 240'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO MRR-HIST-COUNT
               MOVE MRR-HIST-COUNT TO MRR-HIST-HIT
           END-IF
           MOVE MRRHIST-RECORD TO MRR-H-IMAGE (MRR-HIST-HIT)
           IF MRH-MONTH < PARM-MONTH
            AND MRH-MONTH NOT < MRR-PRIOR-MONTH
               MOVE MRH-MONTH TO MRR-PRIOR-MONTH
               MOVE MRH-CLOSING TO MRR-PRIOR-CLOSING
               SET MRR-PRIOR-FOUND TO TRUE
           END-IF
           PERFORM 8400-READ-HISTORY THRU 8400-EXIT.
       1400-EXIT.
           EXIT.

       1410-MATCH-MONTH.
           IF MRR-H-IMAGE (MRR-HX) (1:7) = MRH-MONTH
               MOVE MRR-HX TO MRR-HIST-HIT
           END-IF.
       1410-EXIT.
           EXIT.

      *> Find the workspace's entry, adding it the first time.
       2000-FIND-WORKSPACE.
           MOVE ZERO TO MRR-HIT
           PERFORM 2010-MATCH-WORKSPACE THRU 2010-EXIT
               VARYING MRR-WX FROM 1 BY 1
               UNTIL MRR-WX > MRR-WS-COUNT OR MRR-HIT > 0
           IF MRR-HIT > 0
               GO TO 2000-EXIT
           END-IF
           IF MRR-WS-COUNT >= 500
               DISPLAY 'MRRRPT: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO MRR-WS-COUNT
           MOVE MRR-WS-COUNT TO MRR-HIT
           MOVE MRR-WORK-WS TO MRR-W-ID (MRR-HIT)
           MOVE SPACES TO MRR-W-CURRENCY (MRR-HIT)
                          MRR-W-SUB-SINCE (MRR-HIT)
                          MRR-W-SUB-NAME (MRR-HIT)
                          MRR-W-FIRST-NAME (MRR-HIT)
                          MRR-W-OPEN-NAME (MRR-HIT)
                          MRR-W-CLOSE-NAME (MRR-HIT)
                          MRR-W-O-PLAN (MRR-HIT)
                          MRR-W-C-PLAN (MRR-HIT)
                          MRR-W-LEG (MRR-HIT)
           MOVE 'N' TO MRR-W-SUB-SW (MRR-HIT)
                       MRR-W-HIST-SW (MRR-HIT)
                       MRR-W-OPEN-SW (MRR-HIT)
                       MRR-W-CLOSE-SW (MRR-HIT)
           MOVE 'Y' TO MRR-W-RATED-SW (MRR-HIT)
           MOVE 1 TO MRR-W-RATE (MRR-HIT)
           MOVE ZERO TO MRR-W-SUB-VAL (MRR-HIT)
                        MRR-W-FIRST-VAL (MRR-HIT)
                        MRR-W-OPEN-VAL (MRR-HIT)
                        MRR-W-CLOSE-VAL (MRR-HIT)
                        MRR-W-O-USD (MRR-HIT)
                        MRR-W-C-USD (MRR-HIT).
       2000-EXIT.
           EXIT.

       2010-MATCH-WORKSPACE.
           IF MRR-W-ID (MRR-WX) = MRR-WORK-WS
               MOVE MRR-WX TO MRR-HIT
           END-IF.
       2010-EXIT.
           EXIT.

      *> Price each end of the month, convert, and put the
      *> workspace in the leg its movement belongs to.
       3000-RESOLVE-WORKSPACE.
           PERFORM 3100-FIND-RATE THRU 3100-EXIT
           PERFORM 3200-OPENING-PRICE THRU 3200-EXIT
           PERFORM 3300-CLOSING-PRICE THRU 3300-EXIT
           COMPUTE MRR-W-O-USD (MRR-WX) ROUNDED =
               MRR-W-O-USD (MRR-WX) * MRR-W-RATE (MRR-WX)
           COMPUTE MRR-W-C-USD (MRR-WX) ROUNDED =
               MRR-W-C-USD (MRR-WX) * MRR-W-RATE (MRR-WX)
           IF MRR-W-O-USD (MRR-WX) > ZERO
               ADD 1 TO MRR-OPEN-CT
               ADD MRR-W-O-USD (MRR-WX) TO MRR-OPENING
           END-IF
           IF MRR-W-C-USD (MRR-WX) > ZERO
               ADD 1 TO MRR-CLOSE-CT
               ADD MRR-W-C-USD (MRR-WX) TO MRR-CLOSING
           END-IF
           EVALUATE TRUE
               WHEN MRR-W-O-USD (MRR-WX) = MRR-W-C-USD (MRR-WX)
                   CONTINUE
               WHEN MRR-W-O-USD (MRR-WX) = ZERO
                   SET MRR-W-NEW (MRR-WX) TO TRUE
                   ADD MRR-W-C-USD (MRR-WX) TO MRR-NEW
               WHEN MRR-W-C-USD (MRR-WX) = ZERO
                   SET MRR-W-CHURN (MRR-WX) TO TRUE
                   ADD MRR-W-O-USD (MRR-WX) TO MRR-CHURN
               WHEN MRR-W-C-USD (MRR-WX) > MRR-W-O-USD (MRR-WX)
                   SET MRR-W-EXPAND (MRR-WX) TO TRUE
                   COMPUTE MRR-EXPANSION = MRR-EXPANSION
                       + MRR-W-C-USD (MRR-WX) - MRR-W-O-USD (MRR-WX)
               WHEN OTHER
                   SET MRR-W-CONTRACT (MRR-WX) TO TRUE
                   COMPUTE MRR-CONTRACTION = MRR-CONTRACTION
                       + MRR-W-O-USD (MRR-WX) - MRR-W-C-USD (MRR-WX)
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *> Spaces and USD are par; a code the history does not carry
      *> converts at par too, but says so on the report. The rate
      *> is the one in force at the close of the PARM month.
       3100-FIND-RATE.
           IF MRR-W-CURRENCY (MRR-WX) = SPACES
               MOVE 'USD' TO MRR-W-CURRENCY (MRR-WX)
           END-IF
           IF MRR-W-CURRENCY (MRR-WX) = 'USD'
               GO TO 3100-EXIT
           END-IF
           MOVE MRR-W-CURRENCY (MRR-WX) TO RH-CODE-IN
           MOVE PARM-MONTH TO RH-DATE-IN (1:7)
           MOVE '-31' TO RH-DATE-IN (8:3)
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT > 0
               MOVE RH-E-RATE (RH-HIT) TO MRR-W-RATE (MRR-WX)
           ELSE
               MOVE 'N' TO MRR-W-RATED-SW (MRR-WX)
               ADD 1 TO MRR-UNRATED-CT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-OPENING-PRICE.
           IF MRR-W-OPEN-SET (MRR-WX)
               MOVE MRR-W-OPEN-NAME (MRR-WX) TO MRR-W-O-PLAN (MRR-WX)
               MOVE MRR-W-OPEN-VAL (MRR-WX) TO MRR-W-O-USD (MRR-WX)
               GO TO 3200-EXIT
           END-IF
           IF MRR-W-HAS-HIST (MRR-WX)
               MOVE MRR-W-FIRST-NAME (MRR-WX)
                   TO MRR-W-O-PLAN (MRR-WX)
               MOVE MRR-W-FIRST-VAL (MRR-WX) TO MRR-W-O-USD (MRR-WX)
               GO TO 3200-EXIT
           END-IF
           IF MRR-W-HAS-SUB (MRR-WX)
            AND MRR-W-SUB-SINCE (MRR-WX) < PARM-MONTH
               MOVE MRR-W-SUB-NAME (MRR-WX) TO MRR-W-O-PLAN (MRR-WX)
               MOVE MRR-W-SUB-VAL (MRR-WX) TO MRR-W-O-USD (MRR-WX)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CLOSING-PRICE.
           IF MRR-W-CLOSE-SET (MRR-WX)
               MOVE MRR-W-CLOSE-NAME (MRR-WX)
                   TO MRR-W-C-PLAN (MRR-WX)
               MOVE MRR-W-CLOSE-VAL (MRR-WX) TO MRR-W-C-USD (MRR-WX)
               GO TO 3300-EXIT
           END-IF
           IF MRR-W-HAS-HIST (MRR-WX)
               MOVE MRR-W-FIRST-NAME (MRR-WX)
                   TO MRR-W-C-PLAN (MRR-WX)
               MOVE MRR-W-FIRST-VAL (MRR-WX) TO MRR-W-C-USD (MRR-WX)
               GO TO 3300-EXIT
           END-IF
           IF MRR-W-HAS-SUB (MRR-WX)
            AND MRR-W-SUB-SINCE (MRR-WX) NOT > PARM-MONTH
               MOVE MRR-W-SUB-NAME (MRR-WX) TO MRR-W-C-PLAN (MRR-WX)
               MOVE MRR-W-SUB-VAL (MRR-WX) TO MRR-W-C-USD (MRR-WX)
           END-IF.
       3300-EXIT.
           EXIT.

      *> Opening, each leg with its workspaces under it, closing.
       5000-PRINT-BRIDGE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO MRR-BL-SIGN
           MOVE 'OPENING MRR' TO MRR-BL-LABEL
           MOVE MRR-OPENING TO MRR-BL-AMOUNT
           MOVE MRR-OPEN-CT TO MRR-BL-COUNT
           WRITE REPORT-LINE FROM MRR-BRIDGE-LINE
           MOVE '+ ' TO MRR-BL-SIGN
           MOVE 'NEW' TO MRR-BL-LABEL
           MOVE MRR-NEW TO MRR-BL-AMOUNT
           MOVE 'N' TO MRR-WORK-LEG
           PERFORM 5100-PRINT-LEG THRU 5100-EXIT
           MOVE '+ ' TO MRR-BL-SIGN
           MOVE 'EXPANSION' TO MRR-BL-LABEL
           MOVE MRR-EXPANSION TO MRR-BL-AMOUNT
           MOVE 'E' TO MRR-WORK-LEG
           PERFORM 5100-PRINT-LEG THRU 5100-EXIT
           MOVE '- ' TO MRR-BL-SIGN
           MOVE 'CONTRACTION' TO MRR-BL-LABEL
           MOVE MRR-CONTRACTION TO MRR-BL-AMOUNT
           MOVE 'C' TO MRR-WORK-LEG
           PERFORM 5100-PRINT-LEG THRU 5100-EXIT
           MOVE '- ' TO MRR-BL-SIGN
           MOVE 'CHURN' TO MRR-BL-LABEL
           MOVE MRR-CHURN TO MRR-BL-AMOUNT
           MOVE 'X' TO MRR-WORK-LEG
           PERFORM 5100-PRINT-LEG THRU 5100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '= ' TO MRR-BL-SIGN
           MOVE 'CLOSING MRR' TO MRR-BL-LABEL
           MOVE MRR-CLOSING TO MRR-BL-AMOUNT
           MOVE MRR-CLOSE-CT TO MRR-BL-COUNT
           WRITE REPORT-LINE FROM MRR-BRIDGE-LINE
           IF MRR-PRIOR-FOUND
            AND MRR-PRIOR-CLOSING NOT = MRR-OPENING
               MOVE SPACES TO MRR-NL-TEXT
               STRING '*** OPENING DIFFERS FROM THE CLOSING MRR '
                      'RECORDED FOR ' MRR-PRIOR-MONTH
                      DELIMITED BY SIZE INTO MRR-NL-TEXT
               MOVE MRR-PRIOR-CLOSING TO MRR-NL-AMOUNT
               WRITE REPORT-LINE FROM MRR-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MRR-UNRATED-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *> Count the leg's workspaces first so the leg line can
      *> carry the count, then list them under it.
       5100-PRINT-LEG.
           MOVE ZERO TO MRR-LEG-CT
           PERFORM 5110-COUNT-ONE THRU 5110-EXIT
               VARYING MRR-WX FROM 1 BY 1
               UNTIL MRR-WX > MRR-WS-COUNT
           MOVE MRR-LEG-CT TO MRR-BL-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MRR-BRIDGE-LINE
           PERFORM 5120-PRINT-ONE THRU 5120-EXIT
               VARYING MRR-WX FROM 1 BY 1
               UNTIL MRR-WX > MRR-WS-COUNT.
       5100-EXIT.
           EXIT.

       5110-COUNT-ONE.
           IF MRR-W-LEG (MRR-WX) = MRR-WORK-LEG
               ADD 1 TO MRR-LEG-CT
           END-IF.
       5110-EXIT.
           EXIT.

       5120-PRINT-ONE.
           IF MRR-W-LEG (MRR-WX) NOT = MRR-WORK-LEG
               GO TO 5120-EXIT
           END-IF
           MOVE MRR-W-ID (MRR-WX) TO MRR-WL-ID
           MOVE MRR-W-O-PLAN (MRR-WX) TO MRR-WL-FROM
           MOVE MRR-W-C-PLAN (MRR-WX) TO MRR-WL-TO
           IF MRR-W-O-PLAN (MRR-WX) = SPACES
               MOVE '(none)' TO MRR-WL-FROM
           END-IF
           IF MRR-W-C-PLAN (MRR-WX) = SPACES
               MOVE '(none)' TO MRR-WL-TO
           END-IF
           MOVE MRR-W-CURRENCY (MRR-WX) TO MRR-WL-CURRENCY
           MOVE MRR-W-RATE (MRR-WX) TO MRR-WL-RATE
           MOVE MRR-W-O-USD (MRR-WX) TO MRR-WL-OPEN
           MOVE MRR-W-C-USD (MRR-WX) TO MRR-WL-CLOSE
           COMPUTE MRR-CHANGE-VALUE =
               MRR-W-C-USD (MRR-WX) - MRR-W-O-USD (MRR-WX)
           MOVE MRR-CHANGE-VALUE TO MRR-WL-CHANGE
           MOVE SPACES TO MRR-WL-NOTE
           IF MRR-W-UNRATED (MRR-WX)
               MOVE 'NO RATE - AT PAR' TO MRR-WL-NOTE
           END-IF
           WRITE REPORT-LINE FROM MRR-WS-LINE.
       5120-EXIT.
           EXIT.

      *> This month's bridge joins the history the next month
      *> opens from, and the trend below reads.
       6000-WRITE-HISTORY.
           MOVE SPACES TO MRRHIST-RECORD
           MOVE PARM-MONTH TO MRH-MONTH
           MOVE MRR-RUN-DATE TO MRH-RUN-DATE
           MOVE MRR-OPENING TO MRH-OPENING
           MOVE MRR-NEW TO MRH-NEW
           MOVE MRR-EXPANSION TO MRH-EXPANSION
           MOVE MRR-CONTRACTION TO MRH-CONTRACTION
           MOVE MRR-CHURN TO MRH-CHURN
           MOVE MRR-CLOSING TO MRH-CLOSING
           MOVE MRR-OPEN-CT TO MRH-OPEN-COUNT
           MOVE MRR-CLOSE-CT TO MRH-CLOSE-COUNT
           WRITE MRRHIST-OUT-RECORD FROM MRRHIST-RECORD.
       6000-EXIT.
           EXIT.

      *> Up to eleven months before this one, then this one.
       7000-PRINT-TREND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MRR-SECT-TREND
           WRITE REPORT-LINE FROM MRR-TREND-HEAD
           MOVE ZERO TO MRR-TREND-CT
           PERFORM 7100-COUNT-EARLIER THRU 7100-EXIT
               VARYING MRR-HX FROM 1 BY 1
               UNTIL MRR-HX > MRR-HIST-COUNT
           MOVE ZERO TO MRR-TREND-FROM
           IF MRR-TREND-CT > 11
               COMPUTE MRR-TREND-FROM = MRR-TREND-CT - 11
           END-IF
           MOVE ZERO TO MRR-TREND-CT
           PERFORM 7200-PRINT-EARLIER THRU 7200-EXIT
               VARYING MRR-HX FROM 1 BY 1
               UNTIL MRR-HX > MRR-HIST-COUNT
           PERFORM 7300-PRINT-TREND-LINE THRU 7300-EXIT.
       7000-EXIT.
           EXIT.

       7100-COUNT-EARLIER.
           IF MRR-H-IMAGE (MRR-HX) (1:7) < PARM-MONTH
               ADD 1 TO MRR-TREND-CT
           END-IF.
       7100-EXIT.
           EXIT.

       7200-PRINT-EARLIER.
           IF MRR-H-IMAGE (MRR-HX) (1:7) NOT < PARM-MONTH
               GO TO 7200-EXIT
           END-IF
           ADD 1 TO MRR-TREND-CT
           IF MRR-TREND-CT NOT > MRR-TREND-FROM
               GO TO 7200-EXIT
           END-IF
           MOVE MRR-H-IMAGE (MRR-HX) TO MRRHIST-RECORD
           PERFORM 7300-PRINT-TREND-LINE THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

      *> The trend reads whatever bridge sits in MRRHIST-RECORD -
      *> a history entry, or this month's row just written.
       7300-PRINT-TREND-LINE.
           MOVE MRH-MONTH TO MRR-TL-MONTH
           MOVE MRH-OPENING TO MRR-TL-OPENING
           MOVE MRH-NEW TO MRR-TL-NEW
           MOVE MRH-EXPANSION TO MRR-TL-EXPANSION
           MOVE MRH-CONTRACTION TO MRR-TL-CONTRACTION
           MOVE MRH-CHURN TO MRR-TL-CHURN
           MOVE MRH-CLOSING TO MRR-TL-CLOSING
           MOVE MRH-CLOSE-COUNT TO MRR-TL-COUNT
           WRITE REPORT-LINE FROM MRR-TREND-LINE.
       7300-EXIT.
           EXIT.

       8100-READ-SUBSCRIPTION.
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END SET MRR-SUBS-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-CHANGE.
           READ PLANHIST-IN INTO PLANHIST-RECORD
               AT END SET MRR-PH-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-CURRENCY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET MRR-CURR-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-HISTORY.
           READ MRRHIST-IN INTO MRRHIST-RECORD
               AT END SET MRR-MHIN-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE MRRHIST-OUT REPORT-OUT
           IF MRR-UNRATED-CT > ZERO
               DISPLAY 'MRRRPT: ' MRR-UNRATED-CT
                       ' WORKSPACES IN A CURRENCY WITH NO RATE - '
                       'CONVERTED AT PAR'
           END-IF
           DISPLAY 'MRRRPT: ' MRR-WS-COUNT ' WORKSPACES, MRR '
                   MRR-OPENING ' TO ' MRR-CLOSING ' FOR '
                   PARM-MONTH.
       9000-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO MRR-AMT-DOLLARS MRR-AMT-CENTS
                        MRR-AMT-CENT-CT
           MOVE 'N' TO MRR-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING MRR-IX FROM 1 BY 1 UNTIL MRR-IX > 13
           COMPUTE MRR-AMT-VALUE =
               MRR-AMT-DOLLARS + (MRR-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE MRR-AMT-TXT (MRR-IX:1) TO MRR-DIG-X
           IF MRR-DIG-X = '.'
               SET MRR-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF MRR-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF MRR-IN-CENTS
               IF MRR-AMT-CENT-CT < 2
                   COMPUTE MRR-AMT-CENTS =
                       (MRR-AMT-CENTS * 10) + MRR-DIG-9
                   ADD 1 TO MRR-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE MRR-AMT-DOLLARS =
                   (MRR-AMT-DOLLARS * 10) + MRR-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

       COPY RATE-HISTORY.
