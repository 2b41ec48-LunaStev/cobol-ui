      *> INVGEN.cbl
      *> Month-end invoice generation. Bills each Active workspace on
      *> WORKSPACE-FILE against its own subscription: one new Open
      *> invoice per workspace for the plan price times its billable
      *> seats - each an Active MEMBER-FILE membership of an Active
      *> USERS-FILE account - appended to INVOICES-FILE and stamped
      *> with the workspace, numbered with the next free NN
      *> in the INV-YYYY-MMNN sequence for the billed month (one
      *> sequence for all workspaces), where YYYY is the numbering year
      *> held on INVYEAR-FILE - the fiscal year, which YECLOSE moves on
      *> at each year-end (with no control row the calendar year of the
      *> billed month is used). The month to bill arrives as
      *> PARM='YYYY-MM' on the EXEC card (see jcl/INVGEN.jcl). The
      *> existing file is scanned first so a rerun for the same month
      *> continues the sequence instead of reusing numbers. The amount
      *> billed is the price on the workspace's subscription record
      *> (SUBSCRIPTION-FILE), so a plan change flows into billing with
      *> no program change.
      *> Tax is billed on top of the plan price: the subscription
      *> carries the workspace's tax region, TAXRATES-FILE carries
      *> the percentage per region, and every invoice written here
      *> is stamped with the rate applied and the tax amount. The
      *> open balance starts at price plus tax, so reconciliation
      *> expects the settlement to cover both.
      *> A subscription on an Annual term is prepaid: it bills
      *> twelve months of the plan price on one invoice in the
      *> month its term starts and on each anniversary of that
      *> month, and nothing in between. Every annual invoice also
      *> appends its recognition schedule to DEFREV-FILE - the net
      *> amount sits in deferred revenue and REVREC releases one
      *> twelfth of it at each month-end.
      *> A coupon the workspace redeemed (REDEEM-FILE, posted by
      *> APPLYTRN) comes off the plan price as its own discount
      *> line before tax, for every billed month inside the
      *> coupon's duration - so the tax base is the discounted
      *> price, the note names the code, and each discounted
      *> invoice appends a row to CPNUSE-FILE for CPNRPT. Once
      *> the duration has run the coupon simply stops applying.
      *> Invoices are postings: when the bill date falls inside a
      *> fiscal period BILCLOSE has already closed on
      *> CLOSEREG-FILE, nothing is written and the run ends RC=8.
      *> Every invoice written also spools an invoice.raised event
      *> to the webhook spool for WHKSEND to deliver to the
      *> workspace's subscribed endpoints.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVGEN.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO USERSDD
               FILE STATUS IS GEN-USERS-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS GEN-MBR-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS GEN-WKS-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS GEN-INVIN-STATUS.
           SELECT INVOICE-OUT ASSIGN TO INVOUTDD
               FILE STATUS IS GEN-TAX-STATUS.
           SELECT PLANHIST-IN ASSIGN TO PLNHSTDD
               FILE STATUS IS GEN-PH-STATUS.
           SELECT DEFREV-OUT ASSIGN TO DEFOUTDD
               FILE STATUS IS GEN-DEF-STATUS.
           SELECT REDEEM-IN ASSIGN TO RDMINDD
               FILE STATUS IS GEN-RDM-STATUS.
           SELECT CPNUSE-OUT ASSIGN TO CPUOUTDD
               FILE STATUS IS GEN-CPU-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS GEN-CLR-STATUS.
           SELECT INVYEAR-IN ASSIGN TO IYRINDD
               FILE STATUS IS GEN-IYR-STATUS.
           SELECT WHKEVT-OUT ASSIGN TO WHESPDD
               FILE STATUS IS GEN-WHE-STATUS.
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
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(134).
       FD  SUBS-FILE.
       01  SUBS-FILE-RECORD       PIC X(93).
       FD  TAX-IN.
       01  TAX-IN-RECORD          PIC X(26).
       FD  PLANHIST-IN.
       01  PLANHIST-IN-RECORD     PIC X(80).
       FD  DEFREV-OUT.
       01  DEFREV-OUT-RECORD      PIC X(57).
       FD  REDEEM-IN.
       01  REDEEM-IN-RECORD       PIC X(73).
       FD  CPNUSE-OUT.
       01  CPNUSE-OUT-RECORD      PIC X(57).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  INVYEAR-IN.
       01  INVYEAR-IN-RECORD      PIC X(32).
       FD  WHKEVT-OUT.
       01  WHKEVT-OUT-RECORD      PIC X(102).
       WORKING-STORAGE SECTION.
       77  GEN-USERS-STATUS       PIC X(02).
       77  GEN-MBR-STATUS         PIC X(02).
       77  GEN-WKS-STATUS         PIC X(02).
       77  GEN-INVIN-STATUS       PIC X(02).
       77  GEN-INVOUT-STATUS      PIC X(02).
       77  GEN-SUBS-STATUS        PIC X(02).
       77  GEN-TAX-STATUS         PIC X(02).
       77  GEN-PH-STATUS          PIC X(02).
       77  GEN-DEF-STATUS         PIC X(02).
       77  GEN-RDM-STATUS         PIC X(02).
       77  GEN-CPU-STATUS         PIC X(02).
       77  GEN-CLR-STATUS         PIC X(02).
       77  GEN-IYR-STATUS         PIC X(02).
       77  GEN-WHE-STATUS         PIC X(02).
       77  GEN-USERS-READ         PIC 9(05) COMP VALUE ZERO.
       77  GEN-INV-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77  GEN-DEF-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77  GEN-CPU-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77  GEN-WKS-BILLED         PIC 9(05) COMP VALUE ZERO.
       77  GEN-SEAT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  GEN-SEAT-ED            PIC ZZZZ9.
      *> Months one annual invoice bills and defers.
       77  GEN-TERM-MONTHS        PIC 9(02) COMP VALUE 12.
       01  GEN-SWITCHES.
           05 GEN-USERS-EOF-SW    PIC X(01) VALUE 'N'.
              88 GEN-USERS-EOF    VALUE 'Y'.
           05 GEN-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 GEN-MBR-EOF      VALUE 'Y'.
           05 GEN-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 GEN-WKS-EOF      VALUE 'Y'.
           05 GEN-SUBS-EOF-SW     PIC X(01) VALUE 'N'.
              88 GEN-SUBS-EOF     VALUE 'Y'.
           05 GEN-SEQ-OUT-SW      PIC X(01) VALUE 'N'.
              88 GEN-SEQ-OUT      VALUE 'Y'.
           05 GEN-SEAT-SW         PIC X(01) VALUE 'N'.
              88 GEN-SEAT-BILLABLE VALUE 'Y'.
           05 GEN-WKS-OPEN-SW     PIC X(01) VALUE 'N'.
              88 GEN-WKS-OPEN     VALUE 'Y'.
           05 GEN-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 GEN-INVIN-EOF    VALUE 'Y'.
           05 GEN-TAX-EOF-SW      PIC X(01) VALUE 'N'.
              88 GEN-TAX-FOUND    VALUE 'Y'.
           05 GEN-CENTS-SW        PIC X(01) VALUE 'N'.
              88 GEN-IN-CENTS     VALUE 'Y'.
           05 GEN-NOT-DUE-SW      PIC X(01) VALUE 'N'.
              88 GEN-NOT-DUE      VALUE 'Y'.
           05 GEN-RDM-EOF-SW      PIC X(01) VALUE 'N'.
              88 GEN-RDM-EOF      VALUE 'Y'.
           05 GEN-COUPON-SW       PIC X(01) VALUE 'N'.
              88 GEN-HAS-COUPON   VALUE 'Y'.
           05 GEN-CLR-EOF-SW      PIC X(01) VALUE 'N'.
              88 GEN-CLR-EOF      VALUE 'Y'.
           05 GEN-CLOSED-SW       PIC X(01) VALUE 'N'.
              88 GEN-DATE-CLOSED  VALUE 'Y'.
       01  GEN-NEXT-NN            PIC 9(02) VALUE ZERO.
       01  GEN-NN-WORK.
           05 GEN-NN-X            PIC X(02).
           05 GEN-DIG-9 REDEFINES GEN-DIG-X
                                  PIC 9(01).
       01  GEN-AMT-WORK.
           05 GEN-AMT-TXT         PIC X(13).
           05 GEN-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 GEN-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 GEN-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 GEN-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GEN-RATE-WORK.
           05 GEN-RW-TXT          PIC X(06).
           05 GEN-RW-INT          PIC 9(03) COMP VALUE ZERO.
       01  GEN-CHG-TABLE.
           05 GEN-CHG OCCURS 10 TIMES.
              10 GEN-CH-DAY       PIC 9(02).
              10 GEN-CH-OLD-VAL   PIC 9(09)V99 COMP-3.
              10 GEN-CH-NEW-VAL   PIC 9(09)V99 COMP-3.
       01  GEN-SEG-ED.
           05 GEN-SE-D1           PIC Z9.
           05 GEN-SE-D2           PIC Z9.
       01  GEN-PRICE-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GEN-TAX-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GEN-GROSS-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
      *> The coupon in force for the billed month, as redeemed.
       01  GEN-COUPON.
           05 GEN-CP-CODE         PIC X(12) VALUE SPACES.
           05 GEN-CP-KIND         PIC X(07) VALUE SPACES.
              88 GEN-CP-PERCENT   VALUE 'Percent'.
           05 GEN-CP-VALUE        PIC X(13) VALUE SPACES.
       01  GEN-DISC-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  GEN-PCT-VALUE          PIC 9(03)V99 COMP-3 VALUE ZERO.
       01  GEN-TAX-PCT-HOLD       PIC 9(03)V99 COMP-3 VALUE ZERO.
       77  GEN-BILL-MIX           PIC 9(06) COMP VALUE ZERO.
       77  GEN-FIRST-MIX          PIC 9(06) COMP VALUE ZERO.
       01  GEN-MONTH-WORK.
           05 GEN-MW-YYYY         PIC 9(04).
           05 FILLER              PIC X(01).
           05 GEN-MW-MM           PIC 9(02).
      *> Money going back into the record's 13-byte display
      *> fields: edit in 13 bytes, then left-justify so the store
      *> keeps its '$nn.nn  ' shape (DATACHK wants the '$' first,
      *> and a right-justified move would shear the cents off).
       01  GEN-AMT-ED             PIC $$$$$$$$$9.99.
       01  GEN-MONEY-OUT          PIC X(13) VALUE SPACES.
       77  GEN-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       01  GEN-BILL-DATE.
           05 GEN-BD-MONTH        PIC X(07).
           05 FILLER              PIC X(03) VALUE '-01'.
       01  GEN-NUM-YEAR           PIC X(04) VALUE SPACES.
       01  GEN-CLOSED-PERIOD      PIC X(07) VALUE SPACES.
      *> Active accounts, every membership and the Active
      *> workspaces, held so each subscription bills its own seats.
       77  GEN-UX                 PIC 9(05) COMP VALUE ZERO.
       77  GEN-MX                 PIC 9(05) COMP VALUE ZERO.
       77  GEN-WX                 PIC 9(05) COMP VALUE ZERO.
       01  GEN-USR-TABLE.
           05 GEN-USR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 GEN-USR-ENTRY OCCURS 5000 TIMES.
              10 GEN-UT-ID        PIC X(06).
       01  GEN-MBR-TABLE.
           05 GEN-MBR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 GEN-MBR-ENTRY OCCURS 5000 TIMES.
              10 GEN-MT-IMAGE     PIC X(48).
       01  GEN-WKS-TABLE.
           05 GEN-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 GEN-WKS-ENTRY OCCURS 500 TIMES.
              10 GEN-WT-ID        PIC X(12).
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY WORKSPACE-RECORD.
       COPY INVOICE-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY TAXRATE-RECORD.
       COPY PLANHIST-RECORD.
       COPY DEFREV-RECORD.
       COPY REDEEM-RECORD.
       COPY CPNUSE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY INVYEAR-RECORD.
       COPY WHKEVT-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-EXISTING THRU 2000-EXIT
               UNTIL GEN-INVIN-EOF
           PERFORM 3000-BILL-WORKSPACE THRU 3000-EXIT
               UNTIL GEN-SUBS-EOF OR GEN-SEQ-OUT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

               GOBACK
           END-IF
           MOVE PARM-BILL-MONTH TO GEN-BD-MONTH
           PERFORM 1020-CHECK-CLOSED THRU 1020-EXIT
           PERFORM 1040-GET-NUMBER-YEAR THRU 1040-EXIT
           PERFORM 1050-LOAD-SEATS THRU 1050-EXIT
           PERFORM 1100-GET-SUBSCRIPTION THRU 1100-EXIT
           OPEN INPUT INVOICE-IN
           OPEN EXTEND INVOICE-OUT
           OPEN EXTEND DEFREV-OUT
           OPEN EXTEND CPNUSE-OUT
           OPEN EXTEND WHKEVT-OUT
           IF GEN-INVIN-STATUS NOT = '00'
            OR GEN-INVOUT-STATUS NOT = '00'
            OR GEN-DEF-STATUS NOT = '00'
            OR GEN-CPU-STATUS NOT = '00'
            OR GEN-WHE-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED INVIN=' GEN-INVIN-STATUS
                       ' INVOUT=' GEN-INVOUT-STATUS
                       ' DEFREV=' GEN-DEF-STATUS
                       ' CPNUSE=' GEN-CPU-STATUS
                       ' WHKEVT=' GEN-WHE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *> A bill date inside a closed fiscal period would post
      *> after the close. Close register rows from before the
      *> fiscal calendar carry no dates and never match.
       1020-CHECK-CLOSED.
           OPEN INPUT CLOSE-IN
           IF GEN-CLR-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED CLOSEREG=' GEN-CLR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1030-TAKE-CLOSE THRU 1030-EXIT
               UNTIL GEN-CLR-EOF
           CLOSE CLOSE-IN
           IF GEN-DATE-CLOSED
               DISPLAY 'INVGEN: BILL DATE ' GEN-BILL-DATE
                       ' IS IN CLOSED PERIOD ' GEN-CLOSED-PERIOD
                       ' - NO INVOICES WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1020-EXIT.
           EXIT.

       1030-TAKE-CLOSE.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET GEN-CLR-EOF TO TRUE
               GO TO 1030-EXIT
           END-READ
           IF CLR-START = SPACES
               GO TO 1030-EXIT
           END-IF
           IF GEN-BILL-DATE NOT < CLR-START
            AND GEN-BILL-DATE NOT > CLR-END
               MOVE CLR-PERIOD TO GEN-CLOSED-PERIOD
               SET GEN-DATE-CLOSED TO TRUE
           END-IF.
       1030-EXIT.
           EXIT.

      *> The numbering year YECLOSE last set. With no control row
      *> the calendar year of the billed month numbers the run,
      *> as it did before the fiscal year-end close.
       1040-GET-NUMBER-YEAR.
           MOVE PARM-BILL-MONTH(1:4) TO GEN-NUM-YEAR
           OPEN INPUT INVYEAR-IN
           IF GEN-IYR-STATUS NOT = '00'
               GO TO 1040-EXIT
           END-IF
           READ INVYEAR-IN INTO INVYEAR-RECORD
               AT END CONTINUE
               NOT AT END
                   IF IYR-YEAR IS NUMERIC
                       MOVE IYR-YEAR TO GEN-NUM-YEAR
                   END-IF
           END-READ
           CLOSE INVYEAR-IN.
       1040-EXIT.
           EXIT.

      *> The seats: Active accounts, every membership, and the
      *> workspaces still Active on the master.
       1050-LOAD-SEATS.
           OPEN INPUT USERS-FILE MEMBER-IN WORKSPACE-IN
           IF GEN-USERS-STATUS NOT = '00'
            OR GEN-MBR-STATUS NOT = '00'
            OR GEN-WKS-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED USERS=' GEN-USERS-STATUS
                       ' MEMBER=' GEN-MBR-STATUS
                       ' WORKSPACE=' GEN-WKS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1060-TAKE-USER THRU 1060-EXIT
               UNTIL GEN-USERS-EOF
           PERFORM 1070-TAKE-MEMBER THRU 1070-EXIT
               UNTIL GEN-MBR-EOF
           PERFORM 1080-TAKE-WORKSPACE THRU 1080-EXIT
               UNTIL GEN-WKS-EOF
           CLOSE USERS-FILE MEMBER-IN WORKSPACE-IN.
       1050-EXIT.
           EXIT.

       1060-TAKE-USER.
           PERFORM 8100-READ-USERS THRU 8100-EXIT
           IF GEN-USERS-EOF
            OR USER-STATUS NOT = 'Active'
               GO TO 1060-EXIT
           END-IF
           IF GEN-USR-COUNT >= 5000
               DISPLAY 'INVGEN: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO GEN-USR-COUNT
           MOVE USER-ID TO GEN-UT-ID (GEN-USR-COUNT).
       1060-EXIT.
           EXIT.

       1070-TAKE-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET GEN-MBR-EOF TO TRUE
               GO TO 1070-EXIT
           END-READ
           IF GEN-MBR-COUNT >= 5000
               DISPLAY 'INVGEN: MEMBER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO GEN-MBR-COUNT
           MOVE MEMBER-RECORD TO GEN-MT-IMAGE (GEN-MBR-COUNT).
       1070-EXIT.
           EXIT.

       1080-TAKE-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET GEN-WKS-EOF TO TRUE
               GO TO 1080-EXIT
           END-READ
           IF NOT WKS-ACTIVE
               GO TO 1080-EXIT
           END-IF
           IF GEN-WKS-COUNT >= 500
               DISPLAY 'INVGEN: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO GEN-WKS-COUNT
           MOVE WKS-ID TO GEN-WT-ID (GEN-WKS-COUNT).
       1080-EXIT.
           EXIT.

      *> One subscription per workspace carries the plan price to
      *> bill; the file is walked a workspace at a time.
       1100-GET-SUBSCRIPTION.
           OPEN INPUT SUBS-FILE
           IF GEN-SUBS-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8300-READ-SUBS THRU 8300-EXIT
           IF GEN-SUBS-EOF
               DISPLAY 'INVGEN: SUBSCRIPTION-FILE IS EMPTY - '
                       'NO PLAN TO BILL'
               MOVE 16 TO RETURN-CODE
               CLOSE SUBS-FILE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      *> the table does not know bills untaxed, the way every
      *> invoice did before the table existed.
       1200-GET-TAX-RATE.
           MOVE 'N' TO GEN-TAX-EOF-SW GEN-TAX-FOUND-SW
           MOVE ZERO TO GEN-RATE-VALUE
           OPEN INPUT TAX-IN
           IF GEN-TAX-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED TAX=' GEN-TAX-STATUS
      *> month on the 30-day grid. The history is small and comes
      *> in change order, so a straight append keeps it sorted.
       1250-LOAD-CHANGES.
           MOVE 'N' TO GEN-PH-EOF-SW
           MOVE ZERO TO GEN-CHG-COUNT
           OPEN INPUT PLANHIST-IN
           IF GEN-PH-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED PLANHIST='
       1260-EXIT.
           EXIT.

      *> A redemption covers the billed month when the month falls
      *> inside its first month and the months after it that the
      *> duration allows. The ledger is in posting order, so a
      *> later redemption that covers the month wins.
       1270-FIND-COUPON.
           MOVE 'N' TO GEN-RDM-EOF-SW GEN-COUPON-SW
           MOVE SPACES TO GEN-COUPON
           OPEN INPUT REDEEM-IN
           IF GEN-RDM-STATUS NOT = '00'
               DISPLAY 'INVGEN: OPEN FAILED REDEEM=' GEN-RDM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-BILL-MONTH TO GEN-MONTH-WORK
           COMPUTE GEN-BILL-MIX = (GEN-MW-YYYY * 12) + GEN-MW-MM - 1
           PERFORM 1280-TAKE-REDEMPTION THRU 1280-EXIT
               UNTIL GEN-RDM-EOF
           CLOSE REDEEM-IN.
       1270-EXIT.
           EXIT.

       1280-TAKE-REDEMPTION.
           READ REDEEM-IN INTO REDEEM-RECORD
               AT END SET GEN-RDM-EOF TO TRUE
               GO TO 1280-EXIT
           END-READ
           IF RDM-WORKSPACE NOT = SUBS-WORKSPACE
            OR RDM-FIRST-MONTH > PARM-BILL-MONTH
               GO TO 1280-EXIT
           END-IF
           MOVE RDM-FIRST-MONTH TO GEN-MONTH-WORK
           COMPUTE GEN-FIRST-MIX = (GEN-MW-YYYY * 12) + GEN-MW-MM - 1
           IF GEN-BILL-MIX NOT < GEN-FIRST-MIX + RDM-MONTHS
               GO TO 1280-EXIT
           END-IF
           SET GEN-HAS-COUPON TO TRUE
           MOVE RDM-CODE TO GEN-CP-CODE
           MOVE RDM-KIND TO GEN-CP-KIND
           MOVE RDM-VALUE TO GEN-CP-VALUE.
       1280-EXIT.
           EXIT.

      *> Price the 30-day commercial month. With no change inside
      *> it, the subscription price bills whole, exactly as this
      *> job always did. With changes, each tier bills its days
      *> old price, each change's new price from its day to the
      *> day before the next change.
       1300-PRICE-THE-MONTH.
           MOVE 'N' TO GEN-NOT-DUE-SW
           MOVE ZERO TO GEN-DISC-VALUE
           IF SUBS-ANNUAL
               PERFORM 1400-PRICE-THE-TERM THRU 1400-EXIT
               GO TO 1300-TAX
           END-IF
           IF GEN-CHG-COUNT = ZERO
               MOVE SUBS-PLAN-PRICE TO GEN-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
                   UNTIL GEN-CX > GEN-CHG-COUNT
               COMPUTE GEN-PRICE-VALUE ROUNDED =
                   GEN-PRICE-VALUE
           END-IF.
       1300-TAX.
           COMPUTE GEN-PRICE-VALUE =
               GEN-PRICE-VALUE * GEN-SEAT-COUNT
           IF GEN-HAS-COUPON
               PERFORM 1500-APPLY-COUPON THRU 1500-EXIT
           END-IF
           COMPUTE GEN-TAX-VALUE ROUNDED =
               GEN-PRICE-VALUE * GEN-RATE-VALUE / 100
       1350-EXIT.
           EXIT.

      *> An annual term bills in the month it started and on each
      *> anniversary of it: twelve months of the plan price, with
      *> no proration - the term starts with the change and the
      *> change month is its first month. Any other month the
      *> term is already paid for.
       1400-PRICE-THE-TERM.
           IF PARM-BILL-MONTH (6:2) NOT = SUBS-SINCE (6:2)
            OR PARM-BILL-MONTH (1:4) < SUBS-SINCE (1:4)
               SET GEN-NOT-DUE TO TRUE
           END-IF
           MOVE SUBS-PLAN-PRICE TO GEN-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           COMPUTE GEN-PRICE-VALUE =
               GEN-AMT-VALUE * GEN-TERM-MONTHS.
       1400-EXIT.
           EXIT.

      *> The discount comes off the price before tax is worked
      *> out, so the tax base is what the customer actually pays
      *> for. A percent coupon takes its share of the price; a
      *> fixed one takes its amount, never more than the price.
       1500-APPLY-COUPON.
      *> The percentage parses through the tax-rate scan, so the
      *> tax rate already parsed is held aside and put back.
           IF GEN-CP-PERCENT
               MOVE GEN-RATE-VALUE TO GEN-TAX-PCT-HOLD
               MOVE GEN-CP-VALUE TO GEN-RW-TXT
               PERFORM 1220-PARSE-RATE THRU 1220-EXIT
               MOVE GEN-RATE-VALUE TO GEN-PCT-VALUE
               MOVE GEN-TAX-PCT-HOLD TO GEN-RATE-VALUE
               COMPUTE GEN-DISC-VALUE ROUNDED =
                   GEN-PRICE-VALUE * GEN-PCT-VALUE / 100
           ELSE
               MOVE GEN-CP-VALUE TO GEN-AMT-TXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
               MOVE GEN-AMT-VALUE TO GEN-DISC-VALUE
           END-IF
           IF GEN-DISC-VALUE > GEN-PRICE-VALUE
               MOVE GEN-PRICE-VALUE TO GEN-DISC-VALUE
           END-IF
           SUBTRACT GEN-DISC-VALUE FROM GEN-PRICE-VALUE.
       1500-EXIT.
           EXIT.

      *> Find the highest NN already issued for the billed month in
      *> the numbering year so the new run continues the
      *> INV-YYYY-MMNN sequence.
       2000-SCAN-EXISTING.
           IF INVOICE-NUMBER(5:4) = GEN-NUM-YEAR
            AND INVOICE-NUMBER(10:2) = PARM-BILL-MONTH(6:2)
               MOVE INVOICE-NUMBER(12:2) TO GEN-NN-X
               IF GEN-NN-X IS NUMERIC
       2000-EXIT.
           EXIT.

      *> Count one workspace's seats, price the month for them
      *> from its own tax region, plan history and coupon, and
      *> bill them on one invoice. A subscription whose workspace
      *> is not Active on the master, or has no billable seat, is
      *> not billed.
       3000-BILL-WORKSPACE.
           MOVE 'N' TO GEN-WKS-OPEN-SW
           PERFORM 3050-MATCH-WORKSPACE THRU 3050-EXIT
               VARYING GEN-WX FROM 1 BY 1
               UNTIL GEN-WX > GEN-WKS-COUNT OR GEN-WKS-OPEN
           IF NOT GEN-WKS-OPEN
               DISPLAY 'INVGEN: WORKSPACE ' SUBS-WORKSPACE
                       ' NOT ACTIVE - NOT BILLED'
               GO TO 3000-NEXT
           END-IF
           MOVE ZERO TO GEN-SEAT-COUNT
           PERFORM 3100-COUNT-SEAT THRU 3100-EXIT
               VARYING GEN-MX FROM 1 BY 1
               UNTIL GEN-MX > GEN-MBR-COUNT
           IF GEN-SEAT-COUNT = ZERO
               DISPLAY 'INVGEN: WORKSPACE ' SUBS-WORKSPACE
                       ' HAS NO BILLABLE SEATS - NOT BILLED'
               GO TO 3000-NEXT
           END-IF
           PERFORM 1200-GET-TAX-RATE THRU 1200-EXIT
           PERFORM 1250-LOAD-CHANGES THRU 1250-EXIT
           PERFORM 1270-FIND-COUPON THRU 1270-EXIT
           PERFORM 1300-PRICE-THE-MONTH THRU 1300-EXIT
           IF GEN-NOT-DUE
               DISPLAY 'INVGEN: ' SUBS-WORKSPACE
                       ' ANNUAL TERM PREPAID SINCE '
                       SUBS-SINCE ' - NOTHING DUE FOR '
                       PARM-BILL-MONTH
               GO TO 3000-NEXT
           END-IF
           PERFORM 3200-BILL-SEATS THRU 3200-EXIT.
       3000-NEXT.
           PERFORM 8300-READ-SUBS THRU 8300-EXIT.
       3000-EXIT.
           EXIT.

       3050-MATCH-WORKSPACE.
           IF GEN-WT-ID (GEN-WX) = SUBS-WORKSPACE
               SET GEN-WKS-OPEN TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

      *> A seat is an Active membership of this workspace held
      *> by an account that is itself Active.
       3100-COUNT-SEAT.
           MOVE GEN-MT-IMAGE (GEN-MX) TO MEMBER-RECORD
           IF MBR-WORKSPACE NOT = SUBS-WORKSPACE
            OR NOT MBR-ACTIVE
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO GEN-SEAT-SW
           PERFORM 3150-MATCH-USER THRU 3150-EXIT
               VARYING GEN-UX FROM 1 BY 1
               UNTIL GEN-UX > GEN-USR-COUNT OR GEN-SEAT-BILLABLE
           IF GEN-SEAT-BILLABLE
               ADD 1 TO GEN-SEAT-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-MATCH-USER.
           IF GEN-UT-ID (GEN-UX) = MBR-USER-ID
               SET GEN-SEAT-BILLABLE TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> The workspace's invoice, for all its seats. The note
      *> gives the seat count unless a term, a proration or a
      *> coupon has to fill it.
       3200-BILL-SEATS.
           IF GEN-NEXT-NN = 99
               DISPLAY 'INVGEN: INV-YYYY-MMNN SEQUENCE EXHAUSTED '
                       'FOR ' PARM-BILL-MONTH
               MOVE 12 TO RETURN-CODE
               SET GEN-SEQ-OUT TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO GEN-WKS-BILLED
           ADD 1 TO GEN-NEXT-NN
           MOVE SPACES TO INVOICE-RECORD
           STRING 'INV-' GEN-NUM-YEAR '-'
                  PARM-BILL-MONTH(6:2)
                  DELIMITED BY SIZE INTO INVOICE-NUMBER
           MOVE GEN-NEXT-NN TO GEN-NN-9
           MOVE GEN-NN-X TO INVOICE-NUMBER(12:2)
           MOVE GEN-BILL-DATE TO INVOICE-DATE
           MOVE SUBS-WORKSPACE TO INVOICE-WORKSPACE
           MOVE GEN-PRICE-VALUE TO INVOICE-AMOUNT
           MOVE 'Open' TO INVOICE-STATUS
           MOVE 'Invoice' TO INVOICE-TYPE
           MOVE GEN-GROSS-VALUE TO INVOICE-OPEN-BAL
           IF GEN-TAX-FOUND
               MOVE TAX-RATE TO INVOICE-TAX-RATE
           ELSE
               MOVE '0.00' TO INVOICE-TAX-RATE
           END-IF
           MOVE GEN-TAX-VALUE TO INVOICE-TAX-AMT
           MOVE ZERO TO INVOICE-DISCOUNT
      *> The invoice bills in the subscription's currency, the
      *> code the conversion table keys on; a subscription from
      *> before the field bills USD.
           MOVE SUBS-CURRENCY TO INVOICE-CURRENCY
           IF SUBS-CURRENCY = SPACES
               MOVE 'USD' TO INVOICE-CURRENCY
           END-IF
           MOVE GEN-SEAT-COUNT TO GEN-SEAT-ED
           MOVE ZERO TO GEN-LJ-CT
           INSPECT GEN-SEAT-ED
               TALLYING GEN-LJ-CT FOR LEADING SPACE
           STRING 'seats ' GEN-SEAT-ED (GEN-LJ-CT + 1:5 - GEN-LJ-CT)
                  DELIMITED BY SIZE INTO INVOICE-NOTE
           IF SUBS-ANNUAL
               MOVE 'annual prepaid 12 months' TO INVOICE-NOTE
               GO TO 3200-WRITE
           END-IF
           IF GEN-CHG-COUNT = 1
               COMPUTE GEN-SEG-FROM = GEN-CH-DAY (1) - 1
               COMPUTE GEN-SEG-TO = 31 - GEN-CH-DAY (1)
           END-IF
           IF GEN-CHG-COUNT > 1
               MOVE 'prorated across plans' TO INVOICE-NOTE
           END-IF.
       3200-WRITE.
           IF GEN-DISC-VALUE > ZERO
               PERFORM 3400-DISCOUNT-LINE THRU 3400-EXIT
           END-IF
           WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           ADD 1 TO GEN-INV-WRITTEN
           IF SUBS-ANNUAL
               PERFORM 3500-WRITE-SCHEDULE THRU 3500-EXIT
           END-IF
           IF GEN-DISC-VALUE > ZERO
               PERFORM 3600-WRITE-USAGE THRU 3600-EXIT
           END-IF
           PERFORM 3700-SPOOL-EVENT THRU 3700-EXIT.
       3200-EXIT.
           EXIT.

      *> The discount rides on the invoice as its own line, and
      *> the note names the code - with the proration or term
      *> that would otherwise have filled it kept as one word.
       3400-DISCOUNT-LINE.
           MOVE GEN-DISC-VALUE TO INVOICE-DISCOUNT
           MOVE SPACES TO INVOICE-NOTE
           EVALUATE TRUE
               WHEN SUBS-ANNUAL
                   STRING 'coupon ' DELIMITED BY SIZE
                          GEN-CP-CODE DELIMITED BY SPACE
                          ' annual' DELIMITED BY SIZE
                       INTO INVOICE-NOTE
               WHEN GEN-CHG-COUNT > ZERO
                   STRING 'coupon ' DELIMITED BY SIZE
                          GEN-CP-CODE DELIMITED BY SPACE
                          ' prorated' DELIMITED BY SIZE
                       INTO INVOICE-NOTE
               WHEN OTHER
                   STRING 'coupon ' DELIMITED BY SIZE
                          GEN-CP-CODE DELIMITED BY SPACE
                       INTO INVOICE-NOTE
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *> The whole net amount of an annual invoice is unearned on
      *> the day it is billed; the tax is owed now and stays out.
       3500-WRITE-SCHEDULE.
           MOVE SPACES TO DEFREV-RECORD
           MOVE INVOICE-NUMBER TO DRS-INVOICE
           MOVE SUBS-WORKSPACE TO DRS-WORKSPACE
           MOVE INVOICE-DATE TO DRS-BILL-DATE
           MOVE PARM-BILL-MONTH TO DRS-FIRST-MONTH
           MOVE GEN-TERM-MONTHS TO DRS-MONTHS
           MOVE INVOICE-AMOUNT TO GEN-AMT-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE GEN-MONEY-OUT TO DRS-AMOUNT
           WRITE DEFREV-OUT-RECORD FROM DEFREV-RECORD
           ADD 1 TO GEN-DEF-WRITTEN.
       3500-EXIT.
           EXIT.

       3600-WRITE-USAGE.
           MOVE SPACES TO CPNUSE-RECORD
           MOVE INVOICE-NUMBER TO CPU-INVOICE
           MOVE SUBS-WORKSPACE TO CPU-WORKSPACE
           MOVE GEN-CP-CODE TO CPU-CODE
           MOVE PARM-BILL-MONTH TO CPU-MONTH
           MOVE INVOICE-DISCOUNT TO GEN-AMT-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE GEN-MONEY-OUT TO CPU-DISCOUNT
           WRITE CPNUSE-OUT-RECORD FROM CPNUSE-RECORD
           ADD 1 TO GEN-CPU-WRITTEN.
       3600-EXIT.
           EXIT.

      *> The webhook event carries what the invoice asks for -
      *> the open balance, tax included, in its currency.
       3700-SPOOL-EVENT.
           MOVE SPACES TO WHKEVT-RECORD
           MOVE INVOICE-DATE TO WHE-DATE
           MOVE '00:00:00' TO WHE-TIME
           MOVE INVOICE-WORKSPACE TO WHE-WORKSPACE
           MOVE 'invoice.raised' TO WHE-EVENT
           MOVE INVOICE-NUMBER TO WHE-REF
           MOVE INVOICE-OPEN-BAL TO GEN-AMT-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           STRING 'due ' DELIMITED BY SIZE
                  GEN-MONEY-OUT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INVOICE-CURRENCY DELIMITED BY SPACE
               INTO WHE-DETAIL
           WRITE WHKEVT-OUT-RECORD FROM WHKEVT-RECORD.
       3700-EXIT.
           EXIT.

       8100-READ-USERS.
       8200-EXIT.
           EXIT.

       8300-READ-SUBS.
           READ SUBS-FILE INTO SUBSCRIPTION-RECORD
               AT END SET GEN-SUBS-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte store field.
       9400-EDIT-MONEY.
           MOVE ZERO TO GEN-LJ-CT
           INSPECT GEN-AMT-ED
               TALLYING GEN-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO GEN-MONEY-OUT
           MOVE GEN-AMT-ED (GEN-LJ-CT + 1:13 - GEN-LJ-CT)
               TO GEN-MONEY-OUT.
       9400-EXIT.
           EXIT.
                        GEN-AMT-CENT-CT
           MOVE 'N' TO GEN-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > 13
           COMPUTE GEN-AMT-VALUE =
               GEN-AMT-DOLLARS + (GEN-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE SUBS-FILE INVOICE-IN INVOICE-OUT DEFREV-OUT
                 CPNUSE-OUT WHKEVT-OUT
           DISPLAY 'INVGEN: ' GEN-USERS-READ ' USERS READ, '
                   GEN-WKS-BILLED ' WORKSPACES BILLED, '
                   GEN-INV-WRITTEN ' INVOICES WRITTEN FOR '
                   PARM-BILL-MONTH
           IF GEN-DEF-WRITTEN > ZERO
               DISPLAY 'INVGEN: ' GEN-DEF-WRITTEN
                       ' ANNUAL INVOICES SCHEDULED FOR RECOGNITION'
           END-IF
           IF GEN-CPU-WRITTEN > ZERO
               DISPLAY 'INVGEN: ' GEN-CPU-WRITTEN
                       ' INVOICES DISCOUNTED BY COUPON'
           END-IF.
       9000-EXIT.
           EXIT.
