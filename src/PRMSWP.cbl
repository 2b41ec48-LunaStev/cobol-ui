      *> PRMSWP.cbl
      *> Nightly promise-to-pay sweep. Collections records a
      *> customer's promise against an overdue invoice through a
      *> billing.promise transaction, and DUNGEN holds its notices
      *> for that invoice while the promise is Active. This job
      *> settles every Active promise on the run date (PARM=
      *> 'YYYY-MM-DD'), passing PROMISE-FILE old master to new:
      *>   Kept   - the payments PAYRECON has applied to the invoice
      *>            since the promise was taken, less any PAYREV
      *>            reversals, cover the promised amount, or the
      *>            invoice is Paid
      *>   Broken - the promised date has passed short; dunning
      *>            resumes at once - the next escalation level's
      *>            notice is spooled and logged to DUNNING-FILE
      *>            exactly as DUNGEN would, addressed like
      *>            DUNGEN's to the owner of the workspace the
      *>            invoice bills, so the monthly run carries on
      *>            from there
      *> The daily report lists the promises due today, those kept
      *> and those broken this run, and a note that it is ready
      *> goes to the billing lead through the mail spool. Run
      *> nightly after PAYRECON and PAYREV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-IN ASSIGN TO PRMINDD
               FILE STATUS IS PSW-PRMIN-STATUS.
           SELECT PROMISE-OUT ASSIGN TO PRMNEWDD
               FILE STATUS IS PSW-PRMOUT-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS PSW-INVIN-STATUS.
           SELECT APPLY-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS PSW-APP-STATUS.
           SELECT DUN-IN ASSIGN TO DUNINDD
               FILE STATUS IS PSW-DUNIN-STATUS.
           SELECT DUN-OUT ASSIGN TO DUNOUT
               FILE STATUS IS PSW-DUNOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS PSW-SPL-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS PSW-WKS-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS PSW-USR-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS PSW-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-IN.
       01  PROMISE-IN-RECORD      PIC X(86).
       FD  PROMISE-OUT.
       01  PROMISE-OUT-RECORD     PIC X(86).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  APPLY-IN.
       01  APPLY-IN-RECORD        PIC X(63).
       FD  DUN-IN.
       01  DUN-IN-RECORD          PIC X(64).
       FD  DUN-OUT.
       01  DUN-OUT-RECORD         PIC X(64).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  PSW-PRMIN-STATUS       PIC X(02).
       77  PSW-PRMOUT-STATUS      PIC X(02).
       77  PSW-INVIN-STATUS       PIC X(02).
       77  PSW-APP-STATUS         PIC X(02).
       77  PSW-DUNIN-STATUS       PIC X(02).
       77  PSW-DUNOUT-STATUS      PIC X(02).
       77  PSW-SPL-STATUS         PIC X(02).
       77  PSW-WKS-STATUS         PIC X(02).
       77  PSW-USR-STATUS         PIC X(02).
       77  PSW-RPT-STATUS         PIC X(02).
       77  PSW-PX                 PIC 9(04) COMP VALUE ZERO.
       77  PSW-IX                 PIC 9(02) COMP VALUE ZERO.
       77  PSW-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       77  PSW-NEXT-LEVEL         PIC 9(01) VALUE ZERO.
       77  PSW-ACTIVE-CT          PIC 9(05) COMP VALUE ZERO.
       77  PSW-DUE-CT             PIC 9(05) COMP VALUE ZERO.
       77  PSW-KEPT-CT            PIC 9(05) COMP VALUE ZERO.
       77  PSW-BROKEN-CT          PIC 9(05) COMP VALUE ZERO.
       77  PSW-NOTICES            PIC 9(05) COMP VALUE ZERO.
       77  PSW-NOCONTACT-CT       PIC 9(05) COMP VALUE ZERO.
       77  PSW-WX                 PIC 9(05) COMP VALUE ZERO.
       77  PSW-W-HIT              PIC 9(05) COMP VALUE ZERO.
       77  PSW-SECTION-CT         PIC 9(05) COMP VALUE ZERO.
       01  PSW-SWITCHES.
           05 PSW-PRMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PSW-PRMIN-EOF    VALUE 'Y'.
           05 PSW-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PSW-INVIN-EOF    VALUE 'Y'.
           05 PSW-APP-EOF-SW      PIC X(01) VALUE 'N'.
              88 PSW-APP-EOF      VALUE 'Y'.
           05 PSW-DUNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PSW-DUNIN-EOF    VALUE 'Y'.
           05 PSW-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 PSW-WKS-EOF      VALUE 'Y'.
           05 PSW-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 PSW-USR-EOF      VALUE 'Y'.
           05 PSW-CENTS-SW        PIC X(01) VALUE 'N'.
              88 PSW-IN-CENTS     VALUE 'Y'.
      *> Notices go to the billing contact of the invoice's
      *> workspace, as DUNGEN's do; the daily report note goes to
      *> the billing lead.
       01  PSW-BILLING-EMAIL      PIC X(40) VALUE SPACES.
       01  PSW-LEAD-EMAIL         PIC X(40) VALUE
           'billing-lead@wavefnd.org'.
      *> Every Active promise in the register, in register order.
      *> The invoice's status, the net applied since the promise
      *> was taken, and the highest dunning level already sent are
      *> gathered for each, with the workspace the invoice bills;
      *> the outcome drives the report sections. Settled promises
      *> pass straight through to the new register.
       01  PSW-PRM-TABLE.
           05 PSW-PRM-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 PSW-PRM OCCURS 5000 TIMES.
              10 PSW-P-IMAGE      PIC X(86).
              10 PSW-P-INV-STATUS PIC X(07).
              10 PSW-P-WORKSPACE  PIC X(12).
              10 PSW-P-APPLIED    PIC S9(09)V99 COMP-3.
              10 PSW-P-LEVEL      PIC 9(01).
              10 PSW-P-OUTCOME    PIC X(01).
                 88 PSW-P-DUE-TODAY VALUE 'D'.
                 88 PSW-P-WAS-KEPT  VALUE 'K'.
                 88 PSW-P-WAS-BROKEN VALUE 'B'.
              10 PSW-P-NOTE       PIC X(40).
      *> Every workspace an Active promise's invoice bills, with
      *> its owner's email, as DUNGEN keeps.
       01  PSW-WKS-TABLE.
           05 PSW-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 PSW-WKS-ENTRY OCCURS 5000 TIMES.
              10 PSW-WT-ID        PIC X(12).
              10 PSW-WT-OWNER     PIC X(06).
              10 PSW-WT-EMAIL     PIC X(40).
       01  PSW-DIG.
           05 PSW-DIG-X           PIC X(01).
           05 PSW-DIG-9 REDEFINES PSW-DIG-X
                                  PIC 9(01).
       01  PSW-AMT-WORK.
           05 PSW-AMT-TXT         PIC X(13).
           05 PSW-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 PSW-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 PSW-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 PSW-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  PSW-MONEY-ED           PIC $$$$$$$$$9.99.
       01  PSW-MONEY-OUT          PIC X(13) VALUE SPACES.
       01  PSW-TEMPLATE-WORK.
           05 FILLER              PIC X(11) VALUE 'dun-notice-'.
           05 PSW-TPL-LEVEL       PIC 9(01).
           05 FILLER              PIC X(04) VALUE SPACES.
       01  PSW-HEAD-1.
           05 FILLER              PIC X(38) VALUE
              'PRMSWP - PROMISE TO PAY SWEEP RUN ON  '.
           05 PSW-H1-DATE         PIC X(10).
           05 FILLER              PIC X(85) VALUE SPACES.
       01  PSW-SECTION-LINE.
           05 PSW-SL-TITLE        PIC X(133).
       01  PSW-HEAD-2.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(14) VALUE 'PROMISED'.
           05 FILLER              PIC X(11) VALUE 'BY'.
           05 FILLER              PIC X(11) VALUE 'TAKEN'.
           05 FILLER              PIC X(11) VALUE 'TAKEN BY'.
           05 FILLER              PIC X(14) VALUE 'APPLIED'.
           05 FILLER              PIC X(58) VALUE 'DISPOSITION'.
       01  PSW-DETAIL.
           05 PSW-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-AMOUNT       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-DUE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-TAKEN        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-TAKEN-BY     PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-APPLIED      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PSW-DT-NOTE         PIC X(58).
       01  PSW-NONE-LINE.
           05 FILLER              PIC X(133) VALUE '  (none)'.
       01  PSW-TOTAL-LINE.
           05 PSW-TL-LABEL        PIC X(20).
           05 PSW-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       COPY PROMISE-RECORD.
       COPY INVOICE-RECORD.
       COPY PAYAPP-RECORD.
       COPY DUNNING-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY WORKSPACE-RECORD.
       COPY USER-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-PROMISE THRU 1100-EXIT
               UNTIL PSW-PRMIN-EOF
           PERFORM 1200-NOTE-INVOICE THRU 1200-EXIT
               UNTIL PSW-INVIN-EOF
           PERFORM 1300-NOTE-APPLICATION THRU 1300-EXIT
               UNTIL PSW-APP-EOF
           PERFORM 1400-NOTE-DUNNING THRU 1400-EXIT
               UNTIL PSW-DUNIN-EOF
           CLOSE INVOICE-IN APPLY-IN DUN-IN
           PERFORM 1020-TAKE-WORKSPACE THRU 1020-EXIT
               UNTIL PSW-WKS-EOF
           PERFORM 1030-TAKE-USER THRU 1030-EXIT
               UNTIL PSW-USR-EOF
           CLOSE WORKSPACE-IN USERS-IN
           PERFORM 1500-REOPEN-PROMISE THRU 1500-EXIT
           MOVE ZERO TO PSW-PX
           PERFORM 3000-SETTLE-PROMISE THRU 3000-EXIT
               UNTIL PSW-PRMIN-EOF
           CLOSE PROMISE-IN
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'PRMSWP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROMISE-IN
           OPEN INPUT INVOICE-IN
           OPEN INPUT APPLY-IN
           OPEN INPUT DUN-IN
           OPEN INPUT WORKSPACE-IN USERS-IN
           OPEN OUTPUT PROMISE-OUT
           OPEN EXTEND DUN-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN OUTPUT REPORT-OUT
           IF PSW-PRMIN-STATUS NOT = '00'
            OR PSW-INVIN-STATUS NOT = '00'
            OR PSW-APP-STATUS NOT = '00'
            OR PSW-DUNIN-STATUS NOT = '00'
            OR PSW-WKS-STATUS NOT = '00'
            OR PSW-USR-STATUS NOT = '00'
            OR PSW-PRMOUT-STATUS NOT = '00'
            OR PSW-DUNOUT-STATUS NOT = '00'
            OR PSW-SPL-STATUS NOT = '00'
            OR PSW-RPT-STATUS NOT = '00'
               DISPLAY 'PRMSWP: OPEN FAILED PRMIN=' PSW-PRMIN-STATUS
                       ' INVIN=' PSW-INVIN-STATUS
                       ' PAYAPP=' PSW-APP-STATUS
                       ' DUNIN=' PSW-DUNIN-STATUS
                       ' WORKSPACE=' PSW-WKS-STATUS
                       ' USERS=' PSW-USR-STATUS
                       ' PRMOUT=' PSW-PRMOUT-STATUS
                       ' DUNOUT=' PSW-DUNOUT-STATUS
                       ' SPOOL=' PSW-SPL-STATUS
                       ' RPT=' PSW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO PSW-H1-DATE
           WRITE REPORT-LINE FROM PSW-HEAD-1
           PERFORM 8100-READ-PROMISE THRU 8100-EXIT
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT
           PERFORM 8300-READ-APPLICATION THRU 8300-EXIT
           PERFORM 8400-READ-DUNNING THRU 8400-EXIT.
       1000-EXIT.
           EXIT.

       1020-TAKE-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET PSW-WKS-EOF TO TRUE
               GO TO 1020-EXIT
           END-READ
           MOVE ZERO TO PSW-W-HIT
           PERFORM 1025-MATCH-BILLED THRU 1025-EXIT
               VARYING PSW-PX FROM 1 BY 1
               UNTIL PSW-PX > PSW-PRM-COUNT OR PSW-W-HIT > 0
           IF PSW-W-HIT = ZERO
               GO TO 1020-EXIT
           END-IF
           IF PSW-WKS-COUNT >= 5000
               DISPLAY 'PRMSWP: WORKSPACE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PSW-WKS-COUNT
           MOVE WKS-ID TO PSW-WT-ID (PSW-WKS-COUNT)
           MOVE WKS-OWNER TO PSW-WT-OWNER (PSW-WKS-COUNT)
           MOVE SPACES TO PSW-WT-EMAIL (PSW-WKS-COUNT).
       1020-EXIT.
           EXIT.

       1025-MATCH-BILLED.
           IF PSW-P-WORKSPACE (PSW-PX) = WKS-ID
               MOVE PSW-PX TO PSW-W-HIT
           END-IF.
       1025-EXIT.
           EXIT.

       1030-TAKE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET PSW-USR-EOF TO TRUE
               GO TO 1030-EXIT
           END-READ
           PERFORM 1035-OWNER-EMAIL THRU 1035-EXIT
               VARYING PSW-WX FROM 1 BY 1
               UNTIL PSW-WX > PSW-WKS-COUNT.
       1030-EXIT.
           EXIT.

       1035-OWNER-EMAIL.
           IF PSW-WT-OWNER (PSW-WX) = USER-ID
               MOVE USER-EMAIL TO PSW-WT-EMAIL (PSW-WX)
           END-IF.
       1035-EXIT.
           EXIT.

       1100-LOAD-PROMISE.
           IF NOT PRM-ACTIVE
               GO TO 1100-NEXT
           END-IF
           IF PSW-PRM-COUNT >= 5000
               DISPLAY 'PRMSWP: ACTIVE PROMISE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PSW-PRM-COUNT
           MOVE PROMISE-RECORD TO PSW-P-IMAGE (PSW-PRM-COUNT)
           MOVE SPACES TO PSW-P-INV-STATUS (PSW-PRM-COUNT)
                          PSW-P-WORKSPACE (PSW-PRM-COUNT)
                          PSW-P-OUTCOME (PSW-PRM-COUNT)
                          PSW-P-NOTE (PSW-PRM-COUNT)
           MOVE ZERO TO PSW-P-APPLIED (PSW-PRM-COUNT)
                        PSW-P-LEVEL (PSW-PRM-COUNT).
       1100-NEXT.
           PERFORM 8100-READ-PROMISE THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

       1200-NOTE-INVOICE.
           PERFORM 1210-MATCH-INVOICE THRU 1210-EXIT
               VARYING PSW-PX FROM 1 BY 1
               UNTIL PSW-PX > PSW-PRM-COUNT
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

       1210-MATCH-INVOICE.
           MOVE PSW-P-IMAGE (PSW-PX) TO PROMISE-RECORD
           IF PRM-ACTIVE
            AND PRM-INVOICE = INVOICE-NUMBER
            AND NOT INVOICE-IS-CREDIT
               MOVE INVOICE-STATUS TO PSW-P-INV-STATUS (PSW-PX)
               MOVE INVOICE-WORKSPACE TO PSW-P-WORKSPACE (PSW-PX)
           END-IF.
       1210-EXIT.
           EXIT.

      *> Only money applied from the day the promise was taken up
      *> to the run date counts toward it; a reversal takes its
      *> application back out.
       1300-NOTE-APPLICATION.
           IF PA-DATE > PARM-RUN-DATE
               GO TO 1300-NEXT
           END-IF
           MOVE PA-AMOUNT TO PSW-AMT-VALUE
           PERFORM 1310-MATCH-APPLICATION THRU 1310-EXIT
               VARYING PSW-PX FROM 1 BY 1
               UNTIL PSW-PX > PSW-PRM-COUNT.
       1300-NEXT.
           PERFORM 8300-READ-APPLICATION THRU 8300-EXIT.
       1300-EXIT.
           EXIT.

       1310-MATCH-APPLICATION.
           MOVE PSW-P-IMAGE (PSW-PX) TO PROMISE-RECORD
           IF NOT PRM-ACTIVE
            OR PRM-INVOICE NOT = PA-INVOICE
            OR PA-DATE < PRM-TAKEN
               GO TO 1310-EXIT
           END-IF
           IF PA-REVERSAL
               SUBTRACT PSW-AMT-VALUE FROM PSW-P-APPLIED (PSW-PX)
           ELSE
               ADD PSW-AMT-VALUE TO PSW-P-APPLIED (PSW-PX)
           END-IF.
       1310-EXIT.
           EXIT.

       1400-NOTE-DUNNING.
           PERFORM 1410-MATCH-DUNNING THRU 1410-EXIT
               VARYING PSW-PX FROM 1 BY 1
               UNTIL PSW-PX > PSW-PRM-COUNT
           PERFORM 8400-READ-DUNNING THRU 8400-EXIT.
       1400-EXIT.
           EXIT.

       1410-MATCH-DUNNING.
           MOVE PSW-P-IMAGE (PSW-PX) TO PROMISE-RECORD
           IF PRM-ACTIVE
            AND PRM-INVOICE = DUN-INVOICE
            AND DUN-LEVEL > PSW-P-LEVEL (PSW-PX)
               MOVE DUN-LEVEL TO PSW-P-LEVEL (PSW-PX)
           END-IF.
       1410-EXIT.
           EXIT.

       1500-REOPEN-PROMISE.
           CLOSE PROMISE-IN
           OPEN INPUT PROMISE-IN
           IF PSW-PRMIN-STATUS NOT = '00'
               DISPLAY 'PRMSWP: PROMISE REOPEN FAILED, STATUS='
                       PSW-PRMIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO PSW-PRMIN-EOF-SW
           PERFORM 8100-READ-PROMISE THRU 8100-EXIT.
       1500-EXIT.
           EXIT.

      *> Kept is checked before broken, so a payment that lands
      *> on the promised date itself - or late, but before the
      *> sweep got to it - still counts as kept. The Active rows
      *> come back in the order 1100 tabled them.
       3000-SETTLE-PROMISE.
           IF NOT PRM-ACTIVE
               GO TO 3000-PASS
           END-IF
           ADD 1 TO PSW-PX
           MOVE PSW-P-IMAGE (PSW-PX) TO PROMISE-RECORD
           MOVE PRM-AMOUNT TO PSW-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF PSW-P-APPLIED (PSW-PX) < ZERO
               MOVE ZERO TO PSW-P-APPLIED (PSW-PX)
           END-IF
           MOVE PSW-P-APPLIED (PSW-PX) TO PSW-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE PSW-MONEY-OUT TO PRM-APPLIED
           IF PSW-P-INV-STATUS (PSW-PX) = 'Paid'
            OR PSW-P-APPLIED (PSW-PX) NOT < PSW-AMT-VALUE
               MOVE 'Kept' TO PRM-STATUS
               MOVE PARM-RUN-DATE TO PRM-CLOSED
               SET PSW-P-WAS-KEPT (PSW-PX) TO TRUE
               MOVE 'kept - dunning stays held'
                   TO PSW-P-NOTE (PSW-PX)
               IF PSW-P-INV-STATUS (PSW-PX) = 'Paid'
                   MOVE 'kept - invoice paid'
                       TO PSW-P-NOTE (PSW-PX)
               END-IF
               ADD 1 TO PSW-KEPT-CT
               GO TO 3000-WRITE
           END-IF
           IF PARM-RUN-DATE > PRM-DUE
               MOVE 'Broken' TO PRM-STATUS
               MOVE PARM-RUN-DATE TO PRM-CLOSED
               SET PSW-P-WAS-BROKEN (PSW-PX) TO TRUE
               ADD 1 TO PSW-BROKEN-CT
               PERFORM 3500-RESUME-DUNNING THRU 3500-EXIT
               GO TO 3000-WRITE
           END-IF
           ADD 1 TO PSW-ACTIVE-CT
           IF PRM-DUE = PARM-RUN-DATE
               SET PSW-P-DUE-TODAY (PSW-PX) TO TRUE
               MOVE 'due today' TO PSW-P-NOTE (PSW-PX)
               ADD 1 TO PSW-DUE-CT
           END-IF.
       3000-WRITE.
           MOVE PROMISE-RECORD TO PSW-P-IMAGE (PSW-PX).
       3000-PASS.
           WRITE PROMISE-OUT-RECORD FROM PROMISE-RECORD
           PERFORM 8100-READ-PROMISE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> The notice DUNGEN would have sent had the promise not
      *> held it: one spool row and one history row at the next
      *> level, unless the final level has already gone out.
       3500-RESUME-DUNNING.
           COMPUTE PSW-NEXT-LEVEL = PSW-P-LEVEL (PSW-PX) + 1
           IF PSW-P-LEVEL (PSW-PX) NOT < 3
               MOVE 'broken - final notice already sent'
                   TO PSW-P-NOTE (PSW-PX)
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-FIND-CONTACT THRU 3600-EXIT
           IF PSW-BILLING-EMAIL = SPACES
               ADD 1 TO PSW-NOCONTACT-CT
               MOVE 'broken - NO BILLING CONTACT, not sent'
                   TO PSW-P-NOTE (PSW-PX)
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE PSW-BILLING-EMAIL TO SPL-TO
           MOVE PSW-NEXT-LEVEL TO PSW-TPL-LEVEL
           MOVE PSW-TEMPLATE-WORK TO SPL-TEMPLATE
           MOVE PRM-INVOICE TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           MOVE SPACES TO DUNNING-RECORD
           MOVE PRM-INVOICE TO DUN-INVOICE
           MOVE PSW-NEXT-LEVEL TO DUN-LEVEL
           MOVE PARM-RUN-DATE TO DUN-DATE
           MOVE PSW-BILLING-EMAIL TO DUN-EMAIL
           WRITE DUN-OUT-RECORD FROM DUNNING-RECORD
           ADD 1 TO PSW-NOTICES
           MOVE SPACES TO PSW-P-NOTE (PSW-PX)
           STRING 'broken - dunning resumed at level '
                      DELIMITED BY SIZE
                  PSW-NEXT-LEVEL DELIMITED BY SIZE
               INTO PSW-P-NOTE (PSW-PX).
       3500-EXIT.
           EXIT.

      *> The owner email of the promise's invoice workspace, or
      *> spaces when the workspace or its owner is not on file.
       3600-FIND-CONTACT.
           MOVE SPACES TO PSW-BILLING-EMAIL
           MOVE ZERO TO PSW-W-HIT
           PERFORM 3610-MATCH-WORKSPACE THRU 3610-EXIT
               VARYING PSW-WX FROM 1 BY 1
               UNTIL PSW-WX > PSW-WKS-COUNT OR PSW-W-HIT > 0
           IF PSW-W-HIT > 0
               MOVE PSW-WT-EMAIL (PSW-W-HIT) TO PSW-BILLING-EMAIL
           END-IF.
       3600-EXIT.
           EXIT.

       3610-MATCH-WORKSPACE.
           IF PSW-WT-ID (PSW-WX) = PSW-P-WORKSPACE (PSW-PX)
               MOVE PSW-WX TO PSW-W-HIT
           END-IF.
       3610-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           MOVE 'DUE TODAY' TO PSW-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE 'KEPT THIS RUN' TO PSW-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE 'BROKEN THIS RUN' TO PSW-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DUE TODAY' TO PSW-TL-LABEL
           MOVE PSW-DUE-CT TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE
           MOVE 'KEPT' TO PSW-TL-LABEL
           MOVE PSW-KEPT-CT TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE
           MOVE 'BROKEN' TO PSW-TL-LABEL
           MOVE PSW-BROKEN-CT TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE
           MOVE 'NOTICES SPOOLED' TO PSW-TL-LABEL
           MOVE PSW-NOTICES TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE
           MOVE 'NO BILLING CONTACT' TO PSW-TL-LABEL
           MOVE PSW-NOCONTACT-CT TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE
           MOVE 'STILL ACTIVE' TO PSW-TL-LABEL
           MOVE PSW-ACTIVE-CT TO PSW-TL-COUNT
           WRITE REPORT-LINE FROM PSW-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PSW-SECTION-LINE
           WRITE REPORT-LINE FROM PSW-HEAD-2
           MOVE ZERO TO PSW-SECTION-CT
           PERFORM 5200-PRINT-PROMISE THRU 5200-EXIT
               VARYING PSW-PX FROM 1 BY 1
               UNTIL PSW-PX > PSW-PRM-COUNT
           IF PSW-SECTION-CT = ZERO
               WRITE REPORT-LINE FROM PSW-NONE-LINE
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-PROMISE.
           EVALUATE PSW-SL-TITLE
               WHEN 'DUE TODAY'
                   IF NOT PSW-P-DUE-TODAY (PSW-PX)
                       GO TO 5200-EXIT
                   END-IF
               WHEN 'KEPT THIS RUN'
                   IF NOT PSW-P-WAS-KEPT (PSW-PX)
                       GO TO 5200-EXIT
                   END-IF
               WHEN OTHER
                   IF NOT PSW-P-WAS-BROKEN (PSW-PX)
                       GO TO 5200-EXIT
                   END-IF
           END-EVALUATE
           MOVE PSW-P-IMAGE (PSW-PX) TO PROMISE-RECORD
           MOVE PRM-INVOICE TO PSW-DT-INVOICE
           MOVE PRM-AMOUNT TO PSW-DT-AMOUNT
           MOVE PRM-DUE TO PSW-DT-DUE
           MOVE PRM-TAKEN TO PSW-DT-TAKEN
           MOVE PRM-TAKEN-BY TO PSW-DT-TAKEN-BY
           MOVE PRM-APPLIED TO PSW-DT-APPLIED
           MOVE PSW-P-NOTE (PSW-PX) TO PSW-DT-NOTE
           WRITE REPORT-LINE FROM PSW-DETAIL
           ADD 1 TO PSW-SECTION-CT.
       5200-EXIT.
           EXIT.

       8100-READ-PROMISE.
           READ PROMISE-IN INTO PROMISE-RECORD
               AT END SET PSW-PRMIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET PSW-INVIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-APPLICATION.
           READ APPLY-IN INTO PAYAPP-RECORD
               AT END SET PSW-APP-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-DUNNING.
           READ DUN-IN INTO DUNNING-RECORD
               AT END SET PSW-DUNIN-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

      *> The report note goes to the billing lead every night,
      *> quiet or not, so a missing one means the job did not run.
       9000-WRAP-UP.
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE PSW-LEAD-EMAIL TO SPL-TO
           MOVE 'promise-daily' TO SPL-TEMPLATE
           MOVE PARM-RUN-DATE TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           CLOSE PROMISE-OUT DUN-OUT SPOOL-OUT REPORT-OUT
           IF PSW-NOCONTACT-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PRMSWP: ' PSW-PRM-COUNT ' ACTIVE, '
                   PSW-DUE-CT ' DUE TODAY, '
                   PSW-KEPT-CT ' KEPT, '
                   PSW-BROKEN-CT ' BROKEN, '
                   PSW-NOTICES ' NOTICES SPOOLED, '
                   PSW-NOCONTACT-CT ' NO CONTACT'.
       9000-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO PSW-AMT-DOLLARS PSW-AMT-CENTS
                        PSW-AMT-CENT-CT
           MOVE 'N' TO PSW-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING PSW-IX FROM 1 BY 1 UNTIL PSW-IX > 13
           COMPUTE PSW-AMT-VALUE =
               PSW-AMT-DOLLARS + (PSW-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE PSW-AMT-TXT (PSW-IX:1) TO PSW-DIG-X
           IF PSW-DIG-X = '.'
               SET PSW-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF PSW-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF PSW-IN-CENTS
               IF PSW-AMT-CENT-CT < 2
                   COMPUTE PSW-AMT-CENTS =
                       (PSW-AMT-CENTS * 10) + PSW-DIG-9
                   ADD 1 TO PSW-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE PSW-AMT-DOLLARS =
                   (PSW-AMT-DOLLARS * 10) + PSW-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte field.
       9400-EDIT-MONEY.
           MOVE ZERO TO PSW-LJ-CT
           INSPECT PSW-MONEY-ED
               TALLYING PSW-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO PSW-MONEY-OUT
           MOVE PSW-MONEY-ED (PSW-LJ-CT + 1:13 - PSW-LJ-CT)
               TO PSW-MONEY-OUT.
       9400-EXIT.
           EXIT.
