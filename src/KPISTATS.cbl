      *> KPISTATS.cbl
      *> Nightly KPI computation for the dashboard's KPI row, one
      *> set per Active workspace on WORKSPACE-FILE. Counts the
      *> workspace's active users - Active MEMBER-FILE memberships
      *> of accounts Active on USERS-FILE - sums its Paid invoices
      *> from INVOICES-FILE into revenue - each amount
      *> converted to the USD reporting currency at the
      *> CURRENCY-FILE rate in force on the invoice date, so
      *> mixed-currency billing never sums raw numbers and a
      *> rerun reproduces the original figure - and counts event
      *> volume (and events named 'error') from AUDIT-FILE. An
      *> audit row names its actor, not a workspace, so an event
      *> counts toward every workspace its actor is a member of.
      *> The run appends one row per workspace to KPIHIST-FILE and
      *> rewrites KPI-FILE with one stats record per workspace for
      *> the cards to bind to, with each "vs last week" sub-line
      *> computed against the workspace's newest history row at
      *> least seven real calendar days old. PARM='YYYY-MM-DD' is
      *> the run date. Rerunnable: a workspace whose history
      *> already holds the run date is refreshed on KPI-FILE
      *> without appending a duplicate.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPISTATS.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO USERSDD
               FILE STATUS IS KST-USERS-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS KST-MBR-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS KST-WKS-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS KST-INVIN-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       01  USERS-FILE-RECORD      PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  HIST-IN.
       01  HIST-IN-RECORD         PIC X(54).
       FD  HIST-OUT.
       01  HIST-OUT-RECORD        PIC X(54).
       FD  KPI-OUT.
       01  KPI-OUT-RECORD         PIC X(156).
       WORKING-STORAGE SECTION.
       77  KST-USERS-STATUS       PIC X(02).
       77  KST-MBR-STATUS         PIC X(02).
       77  KST-WKS-STATUS         PIC X(02).
       77  KST-INVIN-STATUS       PIC X(02).
       77  KST-AUDIN-STATUS       PIC X(02).
       77  KST-CURR-STATUS        PIC X(02).
       77  KST-ERROR-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  KST-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  KST-TARGET-SERIAL      PIC S9(07) COMP VALUE ZERO.
       77  KST-WORK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  KST-UX                 PIC 9(05) COMP VALUE ZERO.
       77  KST-MX                 PIC 9(05) COMP VALUE ZERO.
       77  KST-WX                 PIC 9(05) COMP VALUE ZERO.
       77  KST-U-HIT              PIC 9(05) COMP VALUE ZERO.
       77  KST-W-HIT              PIC 9(05) COMP VALUE ZERO.
       77  KST-HIST-WRITTEN       PIC 9(05) COMP VALUE ZERO.
       01  KST-SWITCHES.
           05 KST-USERS-EOF-SW    PIC X(01) VALUE 'N'.
              88 KST-USERS-EOF    VALUE 'Y'.
              88 KST-PRIOR-FOUND  VALUE 'Y'.
           05 KST-TODAY-SW        PIC X(01) VALUE 'N'.
              88 KST-TODAY-EXISTS VALUE 'Y'.
           05 KST-CURR-EOF-SW     PIC X(01) VALUE 'N'.
              88 KST-CURR-EOF     VALUE 'Y'.
           05 KST-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 KST-MBR-EOF      VALUE 'Y'.
           05 KST-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 KST-WKS-EOF      VALUE 'Y'.
      *> Accounts, Active memberships, and per Active workspace
      *> the figures gathered for it and its week-old history row.
       01  KST-USR-TABLE.
           05 KST-USR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 KST-USR-ENTRY OCCURS 5000 TIMES.
              10 KST-UT-ID        PIC X(06).
              10 KST-UT-NAME      PIC X(10).
              10 KST-UT-ACTIVE    PIC X(01).
       01  KST-MBR-TABLE.
           05 KST-MBR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 KST-MBR-ENTRY OCCURS 5000 TIMES.
              10 KST-MT-WORKSPACE PIC X(12).
              10 KST-MT-USER-ID   PIC X(06).
       01  KST-WKS-TABLE.
           05 KST-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 KST-WKS-ENTRY OCCURS 500 TIMES.
              10 KST-WT-ID        PIC X(12).
              10 KST-WT-ACTIVE    PIC 9(07) COMP.
              10 KST-WT-EVENTS    PIC 9(09) COMP.
              10 KST-WT-ERRORS    PIC 9(09) COMP.
              10 KST-WT-REVENUE   PIC S9(09)V99 COMP-3.
              10 KST-WT-BEST      PIC S9(07) COMP.
              10 KST-WT-PRIOR-SW  PIC X(01).
              10 KST-WT-TODAY-SW  PIC X(01).
              10 KST-WT-PRIOR-ROW.
                 15 KST-WT-P-ACTIVE  PIC 9(07).
                 15 KST-WT-P-EVENTS  PIC 9(09).
                 15 KST-WT-P-ERRPCT  PIC 9(03)V99.
                 15 KST-WT-P-REVENUE PIC 9(09)V99.
       01  KST-ACTOR              PIC X(10) VALUE SPACES.
       01  KST-REVENUE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  KST-CUR-LOOKUP         PIC X(08) VALUE SPACES.
       01  KST-CONV-VALUE         PIC 9(07)V99 COMP-3 VALUE ZERO.
       01  KST-ERRPCT             PIC 9(03)V99 COMP-3 VALUE ZERO.
       01  KST-PRIOR-ROW.
           05 KST-PRIOR-ACTIVE    PIC 9(07) VALUE ZERO.
           05 KST-ERRPCT-ED       PIC ZZ9.99.
           05 KST-REVENUE-ED      PIC $$,$$$,$$9.99.
           05 KST-DELTA-ED        PIC +ZZZ9.9.
       01  KST-AMT-WORK.
           05 KST-AMT-VALUE       PIC 9(07)V99 COMP-3 VALUE ZERO.
       01  KST-DATE-WORK.
           05 KST-DW-X            PIC X(10).
              10 FILLER           PIC X(01).
              10 KST-DW-DD        PIC 9(02).
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY WORKSPACE-RECORD.
       COPY INVOICE-RECORD.
       COPY CURRENCY-RECORD.
       COPY RATE-HISTORY-WS.
       COPY AUDIT-RECORD.
       COPY KPI-RECORD.
       COPY KPIHIST-RECORD.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-USERS THRU 2000-EXIT
               UNTIL KST-USERS-EOF
           PERFORM 2100-LOAD-WORKSPACE THRU 2100-EXIT
               UNTIL KST-WKS-EOF
           PERFORM 2200-COUNT-MEMBER THRU 2200-EXIT
               UNTIL KST-MBR-EOF
           PERFORM 3000-SUM-REVENUE THRU 3000-EXIT
               UNTIL KST-INVIN-EOF
           PERFORM 4000-COUNT-EVENTS THRU 4000-EXIT
               UNTIL KST-AUDIN-EOF
           PERFORM 5000-FIND-PRIOR-WEEK THRU 5000-EXIT
               UNTIL KST-HISTIN-EOF
           PERFORM 5500-OPEN-RESULTS THRU 5500-EXIT
           PERFORM 6000-WRITE-RESULTS THRU 6000-EXIT
               VARYING KST-WX FROM 1 BY 1
               UNTIL KST-WX > KST-WKS-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

           MOVE KST-WORK-SERIAL TO KST-RUN-SERIAL
           COMPUTE KST-TARGET-SERIAL = KST-RUN-SERIAL - 7
           OPEN INPUT USERS-FILE
           OPEN INPUT MEMBER-IN
           OPEN INPUT WORKSPACE-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT AUDIT-IN
           OPEN INPUT CURRENCY-IN
           OPEN INPUT HIST-IN
           IF KST-USERS-STATUS NOT = '00'
            OR KST-MBR-STATUS NOT = '00'
            OR KST-WKS-STATUS NOT = '00'
            OR KST-INVIN-STATUS NOT = '00'
            OR KST-AUDIN-STATUS NOT = '00'
            OR KST-CURR-STATUS NOT = '00'
            OR KST-HISTIN-STATUS NOT = '00'
               DISPLAY 'KPISTATS: OPEN FAILED USERS='
                       KST-USERS-STATUS
                       ' MEMBER=' KST-MBR-STATUS
                       ' WORKSPACE=' KST-WKS-STATUS
                       ' INV=' KST-INVIN-STATUS
                       ' AUD=' KST-AUDIN-STATUS
                       ' CURR=' KST-CURR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-FIND-FLOOR THRU 1400-EXIT
               UNTIL KST-INVIN-EOF
           CLOSE INVOICE-IN
           OPEN INPUT INVOICE-IN
           IF KST-INVIN-STATUS NOT = '00'
               DISPLAY 'KPISTATS: INVOICE REOPEN FAILED, STATUS='
                       KST-INVIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO KST-INVIN-EOF-SW
           PERFORM 1500-LOAD-CURRENCY THRU 1500-EXIT
               UNTIL KST-CURR-EOF
           CLOSE CURRENCY-IN
       1000-EXIT.
           EXIT.

      *> A first pass over the invoices finds the oldest one
      *> billed in another currency; no earlier rate is needed.
       1400-FIND-FLOOR.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET KST-INVIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           IF INVOICE-CURRENCY = SPACES
            OR INVOICE-CURRENCY = 'USD'
            OR INVOICE-DATE = SPACES
               GO TO 1400-EXIT
           END-IF
           IF RH-FLOOR-DATE = SPACES
            OR INVOICE-DATE < RH-FLOOR-DATE
               MOVE INVOICE-DATE TO RH-FLOOR-DATE
           END-IF.
       1400-EXIT.
           EXIT.

      *> Rates arrive as display text with six decimals; parse
      *> once at load so the revenue loop is a table lookup.
       1500-LOAD-CURRENCY.
               AT END SET KST-CURR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'KPISTATS: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1500-EXIT.
           EXIT.

       2000-COUNT-USERS.
           IF KST-USR-COUNT >= 5000
               DISPLAY 'KPISTATS: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO KST-USR-COUNT
           MOVE USER-ID TO KST-UT-ID (KST-USR-COUNT)
           MOVE USER-NAME TO KST-UT-NAME (KST-USR-COUNT)
           MOVE 'N' TO KST-UT-ACTIVE (KST-USR-COUNT)
           IF USER-STATUS = 'Active'
               MOVE 'Y' TO KST-UT-ACTIVE (KST-USR-COUNT)
           END-IF
           PERFORM 8100-READ-USERS THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET KST-WKS-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF NOT WKS-ACTIVE
               GO TO 2100-EXIT
           END-IF
           IF KST-WKS-COUNT >= 500
               DISPLAY 'KPISTATS: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO KST-WKS-COUNT
           MOVE WKS-ID TO KST-WT-ID (KST-WKS-COUNT)
           MOVE ZERO TO KST-WT-ACTIVE (KST-WKS-COUNT)
                        KST-WT-EVENTS (KST-WKS-COUNT)
                        KST-WT-ERRORS (KST-WKS-COUNT)
                        KST-WT-REVENUE (KST-WKS-COUNT)
                        KST-WT-BEST (KST-WKS-COUNT)
                        KST-WT-PRIOR-ROW (KST-WKS-COUNT)
           MOVE 'N' TO KST-WT-PRIOR-SW (KST-WKS-COUNT)
                       KST-WT-TODAY-SW (KST-WKS-COUNT).
       2100-EXIT.
           EXIT.

      *> Every Active membership is kept for the audit pass; one
      *> held by an Active account counts as an active user.
       2200-COUNT-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET KST-MBR-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               GO TO 2200-EXIT
           END-IF
           IF KST-MBR-COUNT >= 5000
               DISPLAY 'KPISTATS: MEMBER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO KST-MBR-COUNT
           MOVE MBR-WORKSPACE TO KST-MT-WORKSPACE (KST-MBR-COUNT)
           MOVE MBR-USER-ID TO KST-MT-USER-ID (KST-MBR-COUNT)
           MOVE MBR-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF KST-W-HIT = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO KST-U-HIT
           PERFORM 2210-MATCH-USER-ID THRU 2210-EXIT
               VARYING KST-UX FROM 1 BY 1
               UNTIL KST-UX > KST-USR-COUNT OR KST-U-HIT > 0
           IF KST-U-HIT > ZERO
               IF KST-UT-ACTIVE (KST-U-HIT) = 'Y'
                   ADD 1 TO KST-WT-ACTIVE (KST-W-HIT)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-USER-ID.
           IF KST-UT-ID (KST-UX) = MBR-USER-ID
               MOVE KST-UX TO KST-U-HIT
           END-IF.
       2210-EXIT.
           EXIT.

      *> Paid invoices add; credit memos subtract, whatever their
      *> settlement state - an over-billing fixed by a credit is
      *> not revenue.
       3000-SUM-REVENUE.
           MOVE INVOICE-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF KST-W-HIT = ZERO
               GO TO 3000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN INVOICE-IS-CREDIT
                   MOVE INVOICE-AMOUNT TO KST-AMT-VALUE
                   PERFORM 3500-CONVERT-TO-USD THRU 3500-EXIT
                   SUBTRACT KST-CONV-VALUE
                       FROM KST-WT-REVENUE (KST-W-HIT)
               WHEN INVOICE-STATUS = 'Paid'
                   MOVE INVOICE-AMOUNT TO KST-AMT-VALUE
                   PERFORM 3500-CONVERT-TO-USD THRU 3500-EXIT
                   ADD KST-CONV-VALUE TO KST-WT-REVENUE (KST-W-HIT)
           END-EVALUATE.
       3000-NEXT.
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT.
       3000-EXIT.
           EXIT.

      *> Records from before the currency field (spaces) and a
      *> code the history does not carry both convert at par - USD
      *> was all we billed then. Everything else converts at the
      *> rate in force on the invoice date.
       3500-CONVERT-TO-USD.
           MOVE KST-AMT-VALUE TO KST-CONV-VALUE
           IF INVOICE-CURRENCY = SPACES
            OR INVOICE-CURRENCY = 'USD'
               GO TO 3500-EXIT
           END-IF
           MOVE INVOICE-CURRENCY TO RH-CODE-IN
           MOVE INVOICE-DATE TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT > 0
               COMPUTE KST-CONV-VALUE ROUNDED =
                   KST-AMT-VALUE * RH-E-RATE (RH-HIT)
           END-IF.
       3500-EXIT.
           EXIT.

      *> The actor is a user name; the event counts toward each
      *> workspace that user holds an Active membership of.
       4000-COUNT-EVENTS.
           MOVE AUDIT-ACTOR TO KST-ACTOR
           MOVE ZERO TO KST-U-HIT
           PERFORM 4010-MATCH-ACTOR THRU 4010-EXIT
               VARYING KST-UX FROM 1 BY 1
               UNTIL KST-UX > KST-USR-COUNT OR KST-U-HIT > 0
           IF KST-U-HIT > ZERO
               PERFORM 4020-CREDIT-MEMBER THRU 4020-EXIT
                   VARYING KST-MX FROM 1 BY 1
                   UNTIL KST-MX > KST-MBR-COUNT
           END-IF
           PERFORM 8300-READ-AUDIT THRU 8300-EXIT.
       4000-EXIT.
           EXIT.

       4010-MATCH-ACTOR.
           IF KST-UT-NAME (KST-UX) = KST-ACTOR
               MOVE KST-UX TO KST-U-HIT
           END-IF.
       4010-EXIT.
           EXIT.

       4020-CREDIT-MEMBER.
           IF KST-MT-USER-ID (KST-MX) NOT = KST-UT-ID (KST-U-HIT)
               GO TO 4020-EXIT
           END-IF
           MOVE KST-MT-WORKSPACE (KST-MX) TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF KST-W-HIT = ZERO
               GO TO 4020-EXIT
           END-IF
           ADD 1 TO KST-WT-EVENTS (KST-W-HIT)
           IF AUDIT-EVENT = 'error'
               ADD 1 TO KST-WT-ERRORS (KST-W-HIT)
           END-IF.
       4020-EXIT.
           EXIT.

      *> Newest history row at least a week old becomes the
      *> comparison base; a row for the run date itself flags the
      *> run as a rerun so the history is not double-appended.
       5000-FIND-PRIOR-WEEK.
           MOVE HIST-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF KST-W-HIT = ZERO
               GO TO 5000-NEXT
           END-IF
           IF HIST-DATE = PARM-RUN-DATE
               MOVE 'Y' TO KST-WT-TODAY-SW (KST-W-HIT)
           END-IF
           MOVE HIST-DATE TO KST-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF KST-WORK-SERIAL > ZERO
            AND KST-WORK-SERIAL NOT > KST-TARGET-SERIAL
            AND KST-WORK-SERIAL > KST-WT-BEST (KST-W-HIT)
               MOVE KST-WORK-SERIAL TO KST-WT-BEST (KST-W-HIT)
               MOVE HIST-ACTIVE TO KST-WT-P-ACTIVE (KST-W-HIT)
               MOVE HIST-EVENTS TO KST-WT-P-EVENTS (KST-W-HIT)
               MOVE HIST-ERRPCT TO KST-WT-P-ERRPCT (KST-W-HIT)
               MOVE HIST-REVENUE TO KST-WT-P-REVENUE (KST-W-HIT)
               MOVE 'Y' TO KST-WT-PRIOR-SW (KST-W-HIT)
           END-IF.
       5000-NEXT.
           PERFORM 8400-READ-HIST THRU 8400-EXIT.
       5000-EXIT.
           EXIT.

       5500-OPEN-RESULTS.
           CLOSE USERS-FILE MEMBER-IN WORKSPACE-IN INVOICE-IN
                 AUDIT-IN HIST-IN
           OPEN OUTPUT KPI-OUT
           IF KST-KPIOUT-STATUS NOT = '00'
               DISPLAY 'KPISTATS: OPEN FAILED KPIOUT='
                       KST-KPIOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND HIST-OUT
           IF KST-HISTOUT-STATUS NOT = '00'
               DISPLAY 'KPISTATS: OPEN FAILED HISTOUT='
                       KST-HISTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5500-EXIT.
           EXIT.

      *> One workspace's figures into the scalars the trend
      *> paragraphs work from, then its KPI and history rows.
       6000-WRITE-RESULTS.
           MOVE KST-WT-ACTIVE (KST-WX) TO KST-ACTIVE-COUNT
           MOVE KST-WT-EVENTS (KST-WX) TO KST-EVENT-COUNT
           MOVE KST-WT-ERRORS (KST-WX) TO KST-ERROR-COUNT
           MOVE KST-WT-REVENUE (KST-WX) TO KST-REVENUE
           MOVE KST-WT-PRIOR-ROW (KST-WX) TO KST-PRIOR-ROW
           MOVE KST-WT-PRIOR-SW (KST-WX) TO KST-PRIOR-SW
           MOVE KST-WT-TODAY-SW (KST-WX) TO KST-TODAY-SW
           MOVE SPACES TO KPI-RECORD
           MOVE KST-WT-ID (KST-WX) TO KPI-WORKSPACE
           IF KST-EVENT-COUNT > ZERO
               COMPUTE KST-ERRPCT ROUNDED =
                   KST-ERROR-COUNT * 100 / KST-EVENT-COUNT
           PERFORM 6200-EVENTS-TREND THRU 6200-EXIT
           PERFORM 6300-ERRORS-TREND THRU 6300-EXIT
           PERFORM 6400-REVENUE-TREND THRU 6400-EXIT
           WRITE KPI-OUT-RECORD FROM KPI-RECORD
           IF NOT KST-TODAY-EXISTS
               MOVE PARM-RUN-DATE TO HIST-DATE
               MOVE KST-WT-ID (KST-WX) TO HIST-WORKSPACE
               MOVE KST-ACTIVE-COUNT TO HIST-ACTIVE
               MOVE KST-EVENT-COUNT TO HIST-EVENTS
               MOVE KST-ERRPCT TO HIST-ERRPCT
                   MOVE KST-REVENUE TO HIST-REVENUE
               END-IF
               WRITE HIST-OUT-RECORD FROM KPIHIST-RECORD
               ADD 1 TO KST-HIST-WRITTEN
           END-IF.
       6000-EXIT.
           EXIT.
       6900-EXIT.
           EXIT.

       7000-FIND-WORKSPACE.
           MOVE ZERO TO KST-W-HIT
           PERFORM 7010-MATCH-WORKSPACE THRU 7010-EXIT
               VARYING KST-UX FROM 1 BY 1
               UNTIL KST-UX > KST-WKS-COUNT OR KST-W-HIT > 0.
       7000-EXIT.
           EXIT.

       7010-MATCH-WORKSPACE.
           IF KST-WT-ID (KST-UX) = WKS-ID
               MOVE KST-UX TO KST-W-HIT
           END-IF.
       7010-EXIT.
           EXIT.

       8100-READ-USERS.
           READ USERS-FILE INTO USER-RECORD
               AT END SET KST-USERS-EOF TO TRUE
           EXIT.

       9000-WRAP-UP.
           CLOSE KPI-OUT HIST-OUT
           DISPLAY 'KPISTATS: ' KST-WKS-COUNT ' WORKSPACES, '
                   KST-HIST-WRITTEN ' HISTORY ROWS APPENDED'.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

       COPY RATE-HISTORY.
       COPY DATE-SERVICE.
