      *> ATTRRPT.cbl
      *> Monthly campaign attribution: which campaign produced the
      *> customers, not just the visits. CAMPPERF counts landing
      *> renders; this job follows them through. Every signup
      *> INVPROC logged in the PARM month (SIGNUP-FILE) is credited
      *> to one campaign by first touch: of the campaign-tagged
      *> landing hits from the same visitor id in the thirty days
      *> up to the signup, the earliest wins; with none on file
      *> the campaign tag the signup form itself carried counts,
      *> and a signup with neither is reported unattributed. Each
      *> credited signup is followed to the workspaces the new
      *> account owns: it counts as paid once one of them is on a
      *> priced plan or has been invoiced, and the first invoice of
      *> each paid workspace, converted to USD at the rate in force
      *> on its invoice date, is the revenue credited. Per campaign
      *> the report shows tagged visits in the month, signups,
      *> paid accounts, first-invoice revenue, and the month's
      *> spend - daily budget in USD at the start-date rate times
      *> the campaign days inside the month, approved campaigns
      *> only, the way CAMPPERF prices it - with revenue as a
      *> percentage of spend. RC 4 when an amount had no rate and
      *> was counted unconverted.
      *> PARM='YYYY-MM' is the report month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMP-IN ASSIGN TO CAMPDD
               FILE STATUS IS ATT-CMP-STATUS.
           SELECT HITS-IN ASSIGN TO HITSDD
               FILE STATUS IS ATT-HIT-STATUS.
           SELECT SIGNUP-IN ASSIGN TO SGNINDD
               FILE STATUS IS ATT-SGN-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS ATT-WKS-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS ATT-SUBS-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS ATT-INV-STATUS.
           SELECT CURRENCY-IN ASSIGN TO CURRDD
               FILE STATUS IS ATT-CURR-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS ATT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(218).
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(78).
       FD  SIGNUP-IN.
       01  SIGNUP-IN-RECORD       PIC X(96).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  ATT-CMP-STATUS         PIC X(02).
       77  ATT-HIT-STATUS         PIC X(02).
       77  ATT-SGN-STATUS         PIC X(02).
       77  ATT-WKS-STATUS         PIC X(02).
       77  ATT-SUBS-STATUS        PIC X(02).
       77  ATT-INV-STATUS         PIC X(02).
       77  ATT-CURR-STATUS        PIC X(02).
       77  ATT-RPT-STATUS         PIC X(02).
       77  ATT-HITS-READ          PIC 9(09) COMP VALUE ZERO.
       77  ATT-SGN-READ           PIC 9(07) COMP VALUE ZERO.
       77  ATT-CX                 PIC 9(03) COMP VALUE ZERO.
       77  ATT-CMP-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATT-SX                 PIC 9(05) COMP VALUE ZERO.
       77  ATT-WX                 PIC 9(05) COMP VALUE ZERO.
       77  ATT-WKS-HIT            PIC 9(05) COMP VALUE ZERO.
       77  ATT-IX                 PIC 9(02) COMP VALUE ZERO.
       77  ATT-MONTH-START        PIC S9(07) COMP VALUE ZERO.
       77  ATT-MONTH-END          PIC S9(07) COMP VALUE ZERO.
       77  ATT-HIT-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  ATT-FROM-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  ATT-TO-SERIAL          PIC S9(07) COMP VALUE ZERO.
       77  ATT-DAYS               PIC S9(07) COMP VALUE ZERO.
      *> First-touch lookback: a tagged hit counts for a signup up
      *> to this many days before it.
       77  ATT-LOOKBACK           PIC 9(03) COMP VALUE 30.
       01  ATT-SWITCHES.
           05 ATT-CMP-EOF-SW      PIC X(01) VALUE 'N'.
              88 ATT-CMP-EOF      VALUE 'Y'.
           05 ATT-HIT-EOF-SW      PIC X(01) VALUE 'N'.
              88 ATT-HIT-EOF      VALUE 'Y'.
           05 ATT-SGN-EOF-SW      PIC X(01) VALUE 'N'.
              88 ATT-SGN-EOF      VALUE 'Y'.
           05 ATT-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 ATT-WKS-EOF      VALUE 'Y'.
           05 ATT-SUBS-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATT-SUBS-EOF     VALUE 'Y'.
           05 ATT-INV-EOF-SW      PIC X(01) VALUE 'N'.
              88 ATT-INV-EOF      VALUE 'Y'.
           05 ATT-CURR-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATT-CURR-EOF     VALUE 'Y'.
           05 ATT-CENTS-SW        PIC X(01) VALUE 'N'.
              88 ATT-IN-CENTS     VALUE 'Y'.
           05 ATT-NORATE-SW       PIC X(01) VALUE 'N'.
              88 ATT-RATE-MISSING VALUE 'Y'.
           05 ATT-PAID-SW         PIC X(01) VALUE 'N'.
              88 ATT-ACCOUNT-PAID VALUE 'Y'.
       01  ATT-DIG.
           05 ATT-DIG-X           PIC X(01).
           05 ATT-DIG-9 REDEFINES ATT-DIG-X
                                  PIC 9(01).
       01  ATT-AMT-WORK.
           05 ATT-AMT-TXT         PIC X(13).
           05 ATT-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 ATT-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 ATT-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 ATT-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  ATT-USD-VALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  ATT-REV-VALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  ATT-PCT-VALUE          PIC S9(05) COMP-3 VALUE ZERO.
       01  ATT-DATE-WORK.
           05 ATT-DW-X            PIC X(10).
           05 ATT-DW-PARTS REDEFINES ATT-DW-X.
              10 ATT-DW-YYYY      PIC 9(04).
              10 FILLER           PIC X(01).
              10 ATT-DW-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 ATT-DW-DD        PIC 9(02).
       01  ATT-HIT-STAMP          PIC X(18).
      *> Every campaign on file, with what the month credited it.
       01  ATT-CMP-TABLE.
           05 ATT-CMP-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 ATT-CMP OCCURS 200 TIMES.
              10 ATT-C-ID         PIC X(08).
              10 ATT-C-IMAGE      PIC X(218).
              10 ATT-C-VISITS     PIC 9(07) COMP.
              10 ATT-C-SIGNUPS    PIC 9(05) COMP.
              10 ATT-C-PAID       PIC 9(05) COMP.
              10 ATT-C-REVENUE    PIC S9(09)V99 COMP-3.
              10 ATT-C-SPEND      PIC S9(09)V99 COMP-3.
      *> The month's signups: the visitor and signup moment to
      *> match hits against, and the touch credited so far -
      *> stamp (date and time) and campaign.
       01  ATT-SGN-TABLE.
           05 ATT-SGN-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 ATT-SGN OCCURS 2000 TIMES.
              10 ATT-S-USER       PIC X(06).
              10 ATT-S-VISITOR    PIC X(16).
              10 ATT-S-STAMP      PIC X(18).
              10 ATT-S-SERIAL     PIC S9(07) COMP.
              10 ATT-S-TOUCH      PIC X(18).
              10 ATT-S-CAMPAIGN   PIC X(08).
      *> Every workspace: its owner, whether its plan is priced,
      *> and its first invoice in USD.
       01  ATT-WKS-TABLE.
           05 ATT-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 ATT-WKS OCCURS 1000 TIMES.
              10 ATT-W-ID         PIC X(12).
              10 ATT-W-OWNER      PIC X(06).
              10 ATT-W-PRICED     PIC X(01).
              10 ATT-W-INV-DATE   PIC X(10).
              10 ATT-W-INV-USD    PIC S9(09)V99 COMP-3.
       01  ATT-UNATTRIBUTED.
           05 ATT-UN-SIGNUPS      PIC 9(05) COMP VALUE ZERO.
           05 ATT-UN-PAID         PIC 9(05) COMP VALUE ZERO.
           05 ATT-UN-REVENUE      PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  ATT-TOTALS.
           05 ATT-T-VISITS        PIC 9(07) COMP VALUE ZERO.
           05 ATT-T-SIGNUPS       PIC 9(05) COMP VALUE ZERO.
           05 ATT-T-PAID          PIC 9(05) COMP VALUE ZERO.
           05 ATT-T-REVENUE       PIC S9(09)V99 COMP-3 VALUE ZERO.
           05 ATT-T-SPEND         PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  ATT-HEAD-1.
           05 FILLER              PIC X(46) VALUE
              'ATTRRPT - CAMPAIGN ATTRIBUTION        MONTH OF'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ATT-H1-MONTH        PIC X(07).
           05 FILLER              PIC X(40) VALUE
              '   FIRST TOUCH, 30-DAY LOOKBACK'.
           05 FILLER              PIC X(39) VALUE SPACES.
       01  ATT-HEAD-2.
           05 FILLER              PIC X(33) VALUE 'CAMPAIGN'.
           05 FILLER              PIC X(09) VALUE '  VISITS'.
           05 FILLER              PIC X(09) VALUE ' SIGNUPS'.
           05 FILLER              PIC X(10) VALUE '    PAID'.
           05 FILLER              PIC X(16) VALUE '   REVENUE (USD)'.
           05 FILLER              PIC X(16) VALUE '     SPEND (USD)'.
           05 FILLER              PIC X(40) VALUE '   RETURN'.
       01  ATT-DETAIL.
           05 ATT-DT-NAME         PIC X(32).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ATT-DT-VISITS       PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ATT-DT-SIGNUPS      PIC ZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ATT-DT-PAID         PIC ZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ATT-DT-REVENUE      PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ATT-DT-SPEND        PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ATT-DT-RETURN       PIC X(08).
           05 FILLER              PIC X(38) VALUE SPACES.
       01  ATT-PCT-ED             PIC ZZZZ9.
       01  ATT-BLANK-LINE         PIC X(133) VALUE SPACES.
       COPY CAMPAIGN-RECORD.
       COPY HIT-RECORD.
       COPY SIGNUP-RECORD.
       COPY WORKSPACE-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY INVOICE-RECORD.
       COPY CURRENCY-RECORD.
       COPY RATE-HISTORY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-MONTH          PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CAMPAIGN THRU 2000-EXIT
               UNTIL ATT-CMP-EOF
           PERFORM 1500-LOAD-CURRENCY THRU 1500-EXIT
               UNTIL ATT-CURR-EOF
           CLOSE CURRENCY-IN
           PERFORM 2100-LOAD-WORKSPACE THRU 2100-EXIT
               UNTIL ATT-WKS-EOF
           PERFORM 2200-LOAD-SUBSCRIPTION THRU 2200-EXIT
               UNTIL ATT-SUBS-EOF
           PERFORM 2300-LOAD-INVOICE THRU 2300-EXIT
               UNTIL ATT-INV-EOF
           PERFORM 2400-LOAD-SIGNUP THRU 2400-EXIT
               UNTIL ATT-SGN-EOF
           PERFORM 3000-SCAN-HIT THRU 3000-EXIT
               UNTIL ATT-HIT-EOF
           PERFORM 4000-CREDIT-SIGNUP THRU 4000-EXIT
               VARYING ATT-SX FROM 1 BY 1
               UNTIL ATT-SX > ATT-SGN-COUNT
           PERFORM 5000-PRICE-SPEND THRU 5000-EXIT
               VARYING ATT-CX FROM 1 BY 1
               UNTIL ATT-CX > ATT-CMP-COUNT
           PERFORM 6000-PRINT-CAMPAIGN THRU 6000-EXIT
               VARYING ATT-CX FROM 1 BY 1
               UNTIL ATT-CX > ATT-CMP-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

      *> The month runs from its first day to the day before the
      *> first of the next.
       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'ATTRRPT: PARM MUST BE THE REPORT MONTH '
                       'YYYY-MM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATT-DW-X
           STRING PARM-MONTH '-01' DELIMITED BY SIZE
               INTO ATT-DW-X
           MOVE ATT-DW-X TO RH-FLOOR-DATE
           MOVE ATT-DW-X TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'ATTRRPT: REPORT MONTH NOT VALID: '
                       PARM-MONTH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO ATT-MONTH-START
           IF ATT-DW-MM = 12
               ADD 1 TO ATT-DW-YYYY
               MOVE 1 TO ATT-DW-MM
           ELSE
               ADD 1 TO ATT-DW-MM
           END-IF
           MOVE ATT-DW-X TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           COMPUTE ATT-MONTH-END = DS-SERIAL - 1
           OPEN INPUT CAMP-IN HITS-IN SIGNUP-IN WORKSPACE-IN
           OPEN INPUT SUBS-IN INVOICE-IN CURRENCY-IN
           OPEN OUTPUT REPORT-OUT
           IF ATT-CMP-STATUS NOT = '00'
            OR ATT-HIT-STATUS NOT = '00'
            OR ATT-SGN-STATUS NOT = '00'
            OR ATT-WKS-STATUS NOT = '00'
            OR ATT-SUBS-STATUS NOT = '00'
            OR ATT-INV-STATUS NOT = '00'
            OR ATT-CURR-STATUS NOT = '00'
            OR ATT-RPT-STATUS NOT = '00'
               DISPLAY 'ATTRRPT: OPEN FAILED CAMP=' ATT-CMP-STATUS
                       ' HITS=' ATT-HIT-STATUS
                       ' SGN=' ATT-SGN-STATUS
                       ' WKS=' ATT-WKS-STATUS
                       ' SUBS=' ATT-SUBS-STATUS
                       ' INV=' ATT-INV-STATUS
                       ' CURR=' ATT-CURR-STATUS
                       ' RPT=' ATT-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-MONTH TO ATT-H1-MONTH
           WRITE REPORT-LINE FROM ATT-HEAD-1
           WRITE REPORT-LINE FROM ATT-BLANK-LINE
           WRITE REPORT-LINE FROM ATT-HEAD-2.
       1000-EXIT.
           EXIT.

      *> Loaded once the campaigns are in. The rates needed run
      *> from the earliest campaign start date, or from the first
      *> of the month when that is earlier - a signup's own first
      *> invoice cannot predate the signup.
       1500-LOAD-CURRENCY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET ATT-CURR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'ATTRRPT: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1500-EXIT.
           EXIT.

       2000-LOAD-CAMPAIGN.
           READ CAMP-IN INTO CAMPAIGN-RECORD
               AT END SET ATT-CMP-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF ATT-CMP-COUNT >= 200
               DISPLAY 'ATTRRPT: CAMPAIGN TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ATT-CMP-COUNT
           MOVE CAMP-ID TO ATT-C-ID (ATT-CMP-COUNT)
           MOVE CAMPAIGN-RECORD TO ATT-C-IMAGE (ATT-CMP-COUNT)
           MOVE ZERO TO ATT-C-VISITS (ATT-CMP-COUNT)
                        ATT-C-SIGNUPS (ATT-CMP-COUNT)
                        ATT-C-PAID (ATT-CMP-COUNT)
                        ATT-C-REVENUE (ATT-CMP-COUNT)
                        ATT-C-SPEND (ATT-CMP-COUNT)
           IF CAMP-START-DATE NOT = SPACES
            AND CAMP-START-DATE < RH-FLOOR-DATE
               MOVE CAMP-START-DATE TO RH-FLOOR-DATE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET ATT-WKS-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF ATT-WKS-COUNT >= 1000
               DISPLAY 'ATTRRPT: WORKSPACE TABLE FULL AT 1000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ATT-WKS-COUNT
           MOVE WKS-ID TO ATT-W-ID (ATT-WKS-COUNT)
           MOVE WKS-OWNER TO ATT-W-OWNER (ATT-WKS-COUNT)
           MOVE 'N' TO ATT-W-PRICED (ATT-WKS-COUNT)
           MOVE SPACES TO ATT-W-INV-DATE (ATT-WKS-COUNT)
           MOVE ZERO TO ATT-W-INV-USD (ATT-WKS-COUNT).
       2100-EXIT.
           EXIT.

      *> A workspace on a plan with a price above zero is paying.
       2200-LOAD-SUBSCRIPTION.
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END SET ATT-SUBS-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           PERFORM 8500-FIND-WORKSPACE THRU 8500-EXIT
           IF ATT-WKS-HIT = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE SUBS-PLAN-PRICE TO ATT-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF ATT-AMT-VALUE > ZERO
               MOVE 'Y' TO ATT-W-PRICED (ATT-WKS-HIT)
           END-IF.
       2200-EXIT.
           EXIT.

      *> The earliest billing invoice per workspace, net of tax,
      *> in USD at its own date's rate. Credit memos are not a
      *> first invoice.
       2300-LOAD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET ATT-INV-EOF TO TRUE
               GO TO 2300-EXIT
           END-READ
           IF NOT INVOICE-IS-INV
               GO TO 2300-EXIT
           END-IF
           MOVE INVOICE-WORKSPACE TO SUBS-WORKSPACE
           PERFORM 8500-FIND-WORKSPACE THRU 8500-EXIT
           IF ATT-WKS-HIT = ZERO
               GO TO 2300-EXIT
           END-IF
           IF ATT-W-INV-DATE (ATT-WKS-HIT) NOT = SPACES
            AND ATT-W-INV-DATE (ATT-WKS-HIT) NOT > INVOICE-DATE
               GO TO 2300-EXIT
           END-IF
           MOVE INVOICE-DATE TO ATT-W-INV-DATE (ATT-WKS-HIT)
           MOVE INVOICE-CURRENCY TO RH-CODE-IN
           IF RH-CODE-IN = SPACES
               MOVE 'USD' TO RH-CODE-IN
           END-IF
           MOVE INVOICE-DATE TO RH-DATE-IN
           MOVE INVOICE-AMOUNT TO ATT-USD-VALUE
           PERFORM 8600-TO-USD THRU 8600-EXIT
           MOVE ATT-USD-VALUE TO ATT-W-INV-USD (ATT-WKS-HIT).
       2300-EXIT.
           EXIT.

      *> Signups inside the month join the table; the tag the
      *> form carried is the touch to beat, dated at the signup.
       2400-LOAD-SIGNUP.
           READ SIGNUP-IN INTO SIGNUP-RECORD
               AT END SET ATT-SGN-EOF TO TRUE
               GO TO 2400-EXIT
           END-READ
           ADD 1 TO ATT-SGN-READ
           MOVE SGN-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL < ATT-MONTH-START
            OR DS-SERIAL > ATT-MONTH-END
               GO TO 2400-EXIT
           END-IF
           IF ATT-SGN-COUNT >= 2000
               DISPLAY 'ATTRRPT: SIGNUP TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ATT-SGN-COUNT
           MOVE SGN-USER-ID TO ATT-S-USER (ATT-SGN-COUNT)
           MOVE SGN-VISITOR TO ATT-S-VISITOR (ATT-SGN-COUNT)
           MOVE SIGNUP-RECORD (1:18) TO ATT-S-STAMP (ATT-SGN-COUNT)
           MOVE DS-SERIAL TO ATT-S-SERIAL (ATT-SGN-COUNT)
           MOVE SGN-CAMPAIGN TO ATT-S-CAMPAIGN (ATT-SGN-COUNT)
           IF SGN-CAMPAIGN = SPACES
               MOVE SPACES TO ATT-S-TOUCH (ATT-SGN-COUNT)
           ELSE
               MOVE SIGNUP-RECORD (1:18)
                   TO ATT-S-TOUCH (ATT-SGN-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.

      *> Only tagged landing renders matter: inside the month they
      *> are the campaign's visits, and any of them may be the
      *> first touch of a signup from the same visitor.
       3000-SCAN-HIT.
           READ HITS-IN INTO HIT-RECORD
               AT END SET ATT-HIT-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           ADD 1 TO ATT-HITS-READ
           IF HIT-CAMPAIGN = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE HIT-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE DS-SERIAL TO ATT-HIT-SERIAL
           MOVE HIT-RECORD (1:18) TO ATT-HIT-STAMP
           IF ATT-HIT-SERIAL NOT < ATT-MONTH-START
            AND ATT-HIT-SERIAL NOT > ATT-MONTH-END
               PERFORM 8400-FIND-CAMPAIGN THRU 8400-EXIT
               IF ATT-CMP-HIT > ZERO
                   ADD 1 TO ATT-C-VISITS (ATT-CMP-HIT)
               END-IF
           END-IF
           IF HIT-VISITOR NOT = SPACES
               PERFORM 3100-TRY-SIGNUP THRU 3100-EXIT
                   VARYING ATT-SX FROM 1 BY 1
                   UNTIL ATT-SX > ATT-SGN-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      *> First touch: no later than the signup, no more than the
      *> lookback before it, and earlier than the touch held.
       3100-TRY-SIGNUP.
           IF ATT-S-VISITOR (ATT-SX) NOT = HIT-VISITOR
            OR ATT-HIT-STAMP > ATT-S-STAMP (ATT-SX)
            OR ATT-HIT-SERIAL < ATT-S-SERIAL (ATT-SX) - ATT-LOOKBACK
               GO TO 3100-EXIT
           END-IF
           IF ATT-S-TOUCH (ATT-SX) = SPACES
            OR ATT-HIT-STAMP < ATT-S-TOUCH (ATT-SX)
               MOVE ATT-HIT-STAMP TO ATT-S-TOUCH (ATT-SX)
               MOVE HIT-CAMPAIGN TO ATT-S-CAMPAIGN (ATT-SX)
           END-IF.
       3100-EXIT.
           EXIT.

      *> A signup whose tag names no campaign on file is
      *> unattributed, like one with no tag at all.
       4000-CREDIT-SIGNUP.
           MOVE 'N' TO ATT-PAID-SW
           MOVE ZERO TO ATT-REV-VALUE
           IF ATT-S-USER (ATT-SX) NOT = SPACES
               PERFORM 4100-FOLLOW-ACCOUNT THRU 4100-EXIT
                   VARYING ATT-WX FROM 1 BY 1
                   UNTIL ATT-WX > ATT-WKS-COUNT
           END-IF
           MOVE ZERO TO ATT-CMP-HIT
           IF ATT-S-CAMPAIGN (ATT-SX) NOT = SPACES
               MOVE ATT-S-CAMPAIGN (ATT-SX) TO HIT-CAMPAIGN
               PERFORM 8400-FIND-CAMPAIGN THRU 8400-EXIT
           END-IF
           IF ATT-CMP-HIT = ZERO
               ADD 1 TO ATT-UN-SIGNUPS
               IF ATT-ACCOUNT-PAID
                   ADD 1 TO ATT-UN-PAID
                   ADD ATT-REV-VALUE TO ATT-UN-REVENUE
               END-IF
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO ATT-C-SIGNUPS (ATT-CMP-HIT)
           IF ATT-ACCOUNT-PAID
               ADD 1 TO ATT-C-PAID (ATT-CMP-HIT)
               ADD ATT-REV-VALUE TO ATT-C-REVENUE (ATT-CMP-HIT)
           END-IF.
       4000-EXIT.
           EXIT.

      *> A workspace the new account owns is paying once its plan
      *> is priced or it has been invoiced; its first invoice is
      *> the revenue.
       4100-FOLLOW-ACCOUNT.
           IF ATT-W-OWNER (ATT-WX) NOT = ATT-S-USER (ATT-SX)
               GO TO 4100-EXIT
           END-IF
           IF ATT-W-PRICED (ATT-WX) = 'Y'
            OR ATT-W-INV-DATE (ATT-WX) NOT = SPACES
               SET ATT-ACCOUNT-PAID TO TRUE
               ADD ATT-W-INV-USD (ATT-WX) TO ATT-REV-VALUE
           END-IF.
       4100-EXIT.
           EXIT.

      *> The month's share of an approved campaign's budget: the
      *> daily budget in USD at the start-date rate, times the
      *> campaign days that fall inside the month.
       5000-PRICE-SPEND.
           MOVE ATT-C-IMAGE (ATT-CX) TO CAMPAIGN-RECORD
           IF NOT CAMP-ACTIVE AND NOT CAMP-COMPLETED
               GO TO 5000-EXIT
           END-IF
           MOVE CAMP-START-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO ATT-FROM-SERIAL
           MOVE CAMP-END-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO ATT-TO-SERIAL
           IF ATT-FROM-SERIAL = ZERO OR ATT-TO-SERIAL = ZERO
               GO TO 5000-EXIT
           END-IF
           IF ATT-FROM-SERIAL < ATT-MONTH-START
               MOVE ATT-MONTH-START TO ATT-FROM-SERIAL
           END-IF
           IF ATT-TO-SERIAL > ATT-MONTH-END
               MOVE ATT-MONTH-END TO ATT-TO-SERIAL
           END-IF
           COMPUTE ATT-DAYS = ATT-TO-SERIAL - ATT-FROM-SERIAL + 1
           IF ATT-DAYS NOT > ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE CAMP-BUDGET TO ATT-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE CAMP-CURRENCY TO RH-CODE-IN
           MOVE CAMP-START-DATE TO RH-DATE-IN
           MOVE ATT-AMT-VALUE TO ATT-USD-VALUE
           PERFORM 8600-TO-USD THRU 8600-EXIT
           COMPUTE ATT-C-SPEND (ATT-CX) ROUNDED =
               ATT-USD-VALUE * ATT-DAYS.
       5000-EXIT.
           EXIT.

      *> A campaign with nothing in the month - no visit, signup,
      *> or spend - is left off.
       6000-PRINT-CAMPAIGN.
           IF ATT-C-VISITS (ATT-CX) = ZERO
            AND ATT-C-SIGNUPS (ATT-CX) = ZERO
            AND ATT-C-SPEND (ATT-CX) = ZERO
               GO TO 6000-EXIT
           END-IF
           MOVE ATT-C-IMAGE (ATT-CX) TO CAMPAIGN-RECORD
           MOVE CAMP-NAME TO ATT-DT-NAME
           MOVE ATT-C-VISITS (ATT-CX) TO ATT-DT-VISITS
           MOVE ATT-C-SIGNUPS (ATT-CX) TO ATT-DT-SIGNUPS
           MOVE ATT-C-PAID (ATT-CX) TO ATT-DT-PAID
           MOVE ATT-C-REVENUE (ATT-CX) TO ATT-REV-VALUE
           MOVE ATT-C-SPEND (ATT-CX) TO ATT-USD-VALUE
           PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
           ADD ATT-C-VISITS (ATT-CX) TO ATT-T-VISITS
           ADD ATT-C-SIGNUPS (ATT-CX) TO ATT-T-SIGNUPS
           ADD ATT-C-PAID (ATT-CX) TO ATT-T-PAID
           ADD ATT-C-REVENUE (ATT-CX) TO ATT-T-REVENUE
           ADD ATT-C-SPEND (ATT-CX) TO ATT-T-SPEND.
       6000-EXIT.
           EXIT.

      *> Revenue in ATT-REV-VALUE and spend in ATT-USD-VALUE;
      *> the return is revenue as a percentage of spend.
       6100-WRITE-DETAIL.
           MOVE ATT-REV-VALUE TO ATT-DT-REVENUE
           MOVE ATT-USD-VALUE TO ATT-DT-SPEND
           IF ATT-USD-VALUE > ZERO
               COMPUTE ATT-PCT-VALUE ROUNDED =
                   ATT-REV-VALUE * 100 / ATT-USD-VALUE
               MOVE ATT-PCT-VALUE TO ATT-PCT-ED
               MOVE SPACES TO ATT-DT-RETURN
               STRING ATT-PCT-ED '%' DELIMITED BY SIZE
                   INTO ATT-DT-RETURN
           ELSE
               MOVE '     n/a' TO ATT-DT-RETURN
           END-IF
           WRITE REPORT-LINE FROM ATT-DETAIL.
       6100-EXIT.
           EXIT.

      *> HIT-CAMPAIGN -> ATT-CMP-HIT, zero when not on file.
       8400-FIND-CAMPAIGN.
           MOVE ZERO TO ATT-CMP-HIT
           PERFORM 8410-MATCH-CAMPAIGN THRU 8410-EXIT
               VARYING ATT-CX FROM 1 BY 1
               UNTIL ATT-CX > ATT-CMP-COUNT OR ATT-CMP-HIT > 0.
       8400-EXIT.
           EXIT.

       8410-MATCH-CAMPAIGN.
           IF ATT-C-ID (ATT-CX) = HIT-CAMPAIGN
               MOVE ATT-CX TO ATT-CMP-HIT
           END-IF.
       8410-EXIT.
           EXIT.

      *> SUBS-WORKSPACE -> ATT-WKS-HIT, zero when not on file.
       8500-FIND-WORKSPACE.
           MOVE ZERO TO ATT-WKS-HIT
           PERFORM 8510-MATCH-WORKSPACE THRU 8510-EXIT
               VARYING ATT-WX FROM 1 BY 1
               UNTIL ATT-WX > ATT-WKS-COUNT OR ATT-WKS-HIT > 0.
       8500-EXIT.
           EXIT.

       8510-MATCH-WORKSPACE.
           IF ATT-W-ID (ATT-WX) = SUBS-WORKSPACE
               MOVE ATT-WX TO ATT-WKS-HIT
           END-IF.
       8510-EXIT.
           EXIT.

      *> ATT-USD-VALUE in RH-CODE-IN on RH-DATE-IN, converted in
      *> place; with no rate at all it is left as it stands and
      *> the run ends RC 4.
       8600-TO-USD.
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
               SET ATT-RATE-MISSING TO TRUE
           ELSE
               COMPUTE ATT-USD-VALUE ROUNDED =
                   ATT-USD-VALUE * RH-E-RATE (RH-HIT)
           END-IF.
       8600-EXIT.
           EXIT.

      *> Signups nobody can be credited with, then the month.
       9000-WRAP-UP.
           MOVE '(no campaign)' TO ATT-DT-NAME
           MOVE ZERO TO ATT-DT-VISITS
           MOVE ATT-UN-SIGNUPS TO ATT-DT-SIGNUPS
           MOVE ATT-UN-PAID TO ATT-DT-PAID
           MOVE ATT-UN-REVENUE TO ATT-REV-VALUE
           MOVE ZERO TO ATT-USD-VALUE
           PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
           ADD ATT-UN-SIGNUPS TO ATT-T-SIGNUPS
           ADD ATT-UN-PAID TO ATT-T-PAID
           ADD ATT-UN-REVENUE TO ATT-T-REVENUE
           WRITE REPORT-LINE FROM ATT-BLANK-LINE
           MOVE 'ALL CAMPAIGNS' TO ATT-DT-NAME
           MOVE ATT-T-VISITS TO ATT-DT-VISITS
           MOVE ATT-T-SIGNUPS TO ATT-DT-SIGNUPS
           MOVE ATT-T-PAID TO ATT-DT-PAID
           MOVE ATT-T-REVENUE TO ATT-REV-VALUE
           MOVE ATT-T-SPEND TO ATT-USD-VALUE
           PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
           CLOSE CAMP-IN HITS-IN SIGNUP-IN WORKSPACE-IN
                 SUBS-IN INVOICE-IN REPORT-OUT
           IF ATT-RATE-MISSING
               DISPLAY 'ATTRRPT: AN AMOUNT HAD NO EXCHANGE RATE '
                       'AND WAS COUNTED UNCONVERTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ATTRRPT: ' ATT-HITS-READ ' HITS SCANNED, '
                   ATT-SGN-COUNT ' SIGNUPS IN MONTH, '
                   ATT-CMP-COUNT ' CAMPAIGNS'.
       9000-EXIT.
           EXIT.

      *> Parse a display amount (digits, optional '.', no sign)
      *> into a packed value, the way the billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO ATT-AMT-DOLLARS ATT-AMT-CENTS
                        ATT-AMT-CENT-CT
           MOVE 'N' TO ATT-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING ATT-IX FROM 1 BY 1 UNTIL ATT-IX > 13
           COMPUTE ATT-AMT-VALUE =
               ATT-AMT-DOLLARS + (ATT-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE ATT-AMT-TXT (ATT-IX:1) TO ATT-DIG-X
           IF ATT-DIG-X = '.'
               SET ATT-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF ATT-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF ATT-IN-CENTS
               IF ATT-AMT-CENT-CT < 2
                   COMPUTE ATT-AMT-CENTS =
                       (ATT-AMT-CENTS * 10) + ATT-DIG-9
                   ADD 1 TO ATT-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE ATT-AMT-DOLLARS =
                   (ATT-AMT-DOLLARS * 10) + ATT-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

       COPY RATE-HISTORY.

       COPY DATE-SERVICE.
