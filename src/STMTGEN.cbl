      *> STMTGEN.cbl
      *> Customer account statement for a fiscal period. "What do I
      *> owe you" used to be answered by reading INVOICES-FILE over
      *> the phone; this job produces one statement per Active
      *> workspace on WORKSPACE-FILE, merging that workspace's
      *> invoices, credit memos, settlements, and posted refunds
      *> and chargebacks (payments and reversals belong to the
      *> workspace of the invoice they name; refunds and
      *> chargebacks put the money back on the account in the
      *> period they happened) into one statement for the PARM
      *> period ('YYYY-PP', see FISCAL-RECORD - FISCAL-FILE gives
      *> its first and last day): opening balance (everything
      *> before the period), one activity line per event in the
      *> period with a running balance, and the closing balance.
      *> The formatted statement lands in the statements dataset
      *> (registered through RPTREG), each statement is announced
      *> to the workspace owner's email through the mail spool
      *> EMAILER drains (template 'statement'), and one registry
      *> row per workspace is appended to STATEMENTS-FILE for the
      *> Billing section's statements card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS STM-INVIN-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS STM-PAYIN-STATUS.
           SELECT REVERSAL-IN ASSIGN TO REVINDD
               FILE STATUS IS STM-REVIN-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS STM-WKS-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS STM-USR-STATUS.
           SELECT FISCAL-IN ASSIGN TO FSCINDD
               FILE STATUS IS STM-FSC-STATUS.
           SELECT STMT-OUT ASSIGN TO STMTOUT
               FILE STATUS IS STM-STMT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-FILE.
       01  SUBS-FILE-RECORD       PIC X(93).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  REVERSAL-IN.
       01  REVERSAL-IN-RECORD     PIC X(131).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  FISCAL-IN.
       01  FISCAL-IN-RECORD       PIC X(29).
       FD  STMT-OUT.
       01  STMT-LINE              PIC X(133).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REGISTRY-OUT.
       01  REGISTRY-OUT-RECORD    PIC X(93).
       WORKING-STORAGE SECTION.
       77  STM-SUBS-STATUS        PIC X(02).
       77  STM-INVIN-STATUS       PIC X(02).
       77  STM-PAYIN-STATUS       PIC X(02).
       77  STM-REVIN-STATUS       PIC X(02).
       77  STM-WKS-STATUS         PIC X(02).
       77  STM-USR-STATUS         PIC X(02).
       77  STM-FSC-STATUS         PIC X(02).
       77  STM-STMT-STATUS        PIC X(02).
       77  STM-SPL-STATUS         PIC X(02).
       77  STM-REG-STATUS         PIC X(02).
       77  STM-ACTIVITY-CT        PIC 9(05) COMP VALUE ZERO.
       77  STM-IX                 PIC 9(02) COMP VALUE ZERO.
       77  STM-AX                 PIC 9(03) COMP VALUE ZERO.
       77  STM-STMT-CT            PIC 9(05) COMP VALUE ZERO.
       77  STM-NX                 PIC 9(05) COMP VALUE ZERO.
       77  STM-WX                 PIC 9(05) COMP VALUE ZERO.
       77  STM-N-HIT              PIC 9(05) COMP VALUE ZERO.
       77  STM-W-HIT              PIC 9(05) COMP VALUE ZERO.
       01  STM-SWITCHES.
           05 STM-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 STM-INVIN-EOF    VALUE 'Y'.
           05 STM-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 STM-PAYIN-EOF    VALUE 'Y'.
           05 STM-REVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 STM-REVIN-EOF    VALUE 'Y'.
           05 STM-CENTS-SW        PIC X(01) VALUE 'N'.
              88 STM-IN-CENTS     VALUE 'Y'.
           05 STM-FSCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 STM-FSCIN-EOF    VALUE 'Y'.
           05 STM-PERIOD-SW       PIC X(01) VALUE 'N'.
              88 STM-PERIOD-FOUND VALUE 'Y'.
           05 STM-SUBS-EOF-SW     PIC X(01) VALUE 'N'.
              88 STM-SUBS-EOF     VALUE 'Y'.
           05 STM-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 STM-WKS-EOF      VALUE 'Y'.
           05 STM-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 STM-USR-EOF      VALUE 'Y'.
      *> Statements go to the workspace owner's email.
       01  STM-BILLING-EMAIL      PIC X(40) VALUE SPACES.
      *> Which workspace every invoice number belongs to, so a
      *> payment or reversal follows the invoice it names; and the
      *> Active workspaces with their owner's email.
       01  STM-INV-TABLE.
           05 STM-INV-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 STM-INV-ENTRY OCCURS 5000 TIMES.
              10 STM-NT-NUMBER    PIC X(13).
              10 STM-NT-WORKSPACE PIC X(12).
       01  STM-WKS-TABLE.
           05 STM-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 STM-WKS-ENTRY OCCURS 500 TIMES.
              10 STM-WT-ID        PIC X(12).
              10 STM-WT-OWNER     PIC X(06).
              10 STM-WT-EMAIL     PIC X(40).
       01  STM-REF-WORKSPACE      PIC X(12) VALUE SPACES.
       01  STM-REF-INVOICE        PIC X(13) VALUE SPACES.
       01  STM-DIG.
           05 STM-DIG-X           PIC X(01).
           05 STM-DIG-9 REDEFINES STM-DIG-X
                                  PIC 9(01).
       01  STM-AMT-WORK.
           05 STM-AMT-TXT         PIC X(13).
           05 STM-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 STM-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 STM-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 STM-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  STM-OPEN-VALUE         PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  STM-RUN-VALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  STM-BAL-ED             PIC $$$,$$$,$$9.99CR.
              10 STM-T-DATE       PIC X(10).
              10 STM-T-REF        PIC X(13).
              10 STM-T-DESC       PIC X(14).
              10 STM-T-AMOUNT     PIC 9(09)V99 COMP-3.
              10 STM-T-VALUE      PIC S9(09)V99 COMP-3.
       01  STM-SYS-DATE.
           05 STM-SD-YYYY         PIC X(04).
           05 STM-SD-MM           PIC X(02).
           05 STM-SD-DD           PIC X(02).
       01  STM-RUN-DATE           PIC X(10) VALUE SPACES.
       01  STM-PER-START          PIC X(10) VALUE SPACES.
       01  STM-PER-END            PIC X(10) VALUE SPACES.
       01  STM-HEAD-1.
           05 FILLER              PIC X(34) VALUE
              'ACCOUNT STATEMENT FOR WORKSPACE   '.
           05 STM-H1-WS           PIC X(12).
           05 FILLER              PIC X(09) VALUE '  PERIOD '.
           05 STM-H1-PERIOD       PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 STM-H1-START        PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 STM-H1-END          PIC X(10).
           05 FILLER              PIC X(45) VALUE SPACES.
       01  STM-BAL-LINE.
           05 STM-BL-LABEL        PIC X(28).
           05 STM-BL-AMOUNT       PIC X(16).
           05 FILLER              PIC X(11) VALUE 'DATE'.
           05 FILLER              PIC X(14) VALUE 'REFERENCE'.
           05 FILLER              PIC X(15) VALUE 'DESCRIPTION'.
           05 FILLER              PIC X(14) VALUE 'AMOUNT'.
           05 FILLER              PIC X(79) VALUE 'BALANCE'.
       01  STM-ACT-DETAIL.
           05 STM-AD-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 STM-AD-DESC         PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 STM-AD-AMOUNT       PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 STM-AD-BALANCE      PIC X(16).
           05 FILLER              PIC X(63) VALUE SPACES.
       COPY SUBSCRIPTION-RECORD.
       COPY INVOICE-RECORD.
       COPY PAYMENT-RECORD.
       COPY REVERSAL-RECORD.
       COPY STATEMENT-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY FISCAL-RECORD.
       COPY WORKSPACE-RECORD.
       COPY USER-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-PERIOD         PIC X(07).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-STATEMENT-WORKSPACE THRU 1500-EXIT
               UNTIL STM-SUBS-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 7
               DISPLAY 'STMTGEN: PARM MUST BE THE FISCAL PERIOD '
                       'YYYY-PP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FISCAL-IN
           IF STM-FSC-STATUS NOT = '00'
               DISPLAY 'STMTGEN: OPEN FAILED FISCAL=' STM-FSC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-FIND-PERIOD THRU 1050-EXIT
               UNTIL STM-FSCIN-EOF
           CLOSE FISCAL-IN
           IF NOT STM-PERIOD-FOUND
               DISPLAY 'STMTGEN: PERIOD ' PARM-PERIOD
                       ' IS NOT IN THE FISCAL CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-TABLES THRU 1100-EXIT
           OPEN INPUT SUBS-FILE
           OPEN OUTPUT STMT-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN EXTEND REGISTRY-OUT
           IF STM-SUBS-STATUS NOT = '00'
            OR STM-STMT-STATUS NOT = '00'
            OR STM-SPL-STATUS NOT = '00'
            OR STM-REG-STATUS NOT = '00'
               DISPLAY 'STMTGEN: OPEN FAILED SUBS=' STM-SUBS-STATUS
                       ' STMT=' STM-STMT-STATUS
                       ' SPOOL=' STM-SPL-STATUS
                       ' REG=' STM-REG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8400-READ-SUBS THRU 8400-EXIT
           IF STM-SUBS-EOF
               DISPLAY 'STMTGEN: SUBSCRIPTION-FILE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT STM-SYS-DATE FROM DATE YYYYMMDD
           STRING STM-SD-YYYY '-' STM-SD-MM '-' STM-SD-DD
               DELIMITED BY SIZE INTO STM-RUN-DATE.
       1000-EXIT.
           EXIT.

      *> The invoice-to-workspace map, the Active workspaces, and
      *> each one's owner email from USERS-FILE.
       1100-LOAD-TABLES.
           OPEN INPUT INVOICE-IN WORKSPACE-IN USERS-IN
           IF STM-INVIN-STATUS NOT = '00'
            OR STM-WKS-STATUS NOT = '00'
            OR STM-USR-STATUS NOT = '00'
               DISPLAY 'STMTGEN: OPEN FAILED INV=' STM-INVIN-STATUS
                       ' WORKSPACE=' STM-WKS-STATUS
                       ' USERS=' STM-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
           PERFORM 1110-TAKE-INVOICE THRU 1110-EXIT
               UNTIL STM-INVIN-EOF
           PERFORM 1120-TAKE-WORKSPACE THRU 1120-EXIT
               UNTIL STM-WKS-EOF
           PERFORM 1130-TAKE-USER THRU 1130-EXIT
               UNTIL STM-USR-EOF
           CLOSE INVOICE-IN WORKSPACE-IN USERS-IN.
       1100-EXIT.
           EXIT.

       1110-TAKE-INVOICE.
           IF STM-INV-COUNT >= 5000
               DISPLAY 'STMTGEN: INVOICE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO STM-INV-COUNT
           MOVE INVOICE-NUMBER TO STM-NT-NUMBER (STM-INV-COUNT)
           MOVE INVOICE-WORKSPACE TO STM-NT-WORKSPACE (STM-INV-COUNT)
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT.
       1110-EXIT.
           EXIT.

       1120-TAKE-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET STM-WKS-EOF TO TRUE
               GO TO 1120-EXIT
           END-READ
           IF NOT WKS-ACTIVE
               GO TO 1120-EXIT
           END-IF
           IF STM-WKS-COUNT >= 500
               DISPLAY 'STMTGEN: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO STM-WKS-COUNT
           MOVE WKS-ID TO STM-WT-ID (STM-WKS-COUNT)
           MOVE WKS-OWNER TO STM-WT-OWNER (STM-WKS-COUNT)
           MOVE SPACES TO STM-WT-EMAIL (STM-WKS-COUNT).
       1120-EXIT.
           EXIT.

       1130-TAKE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET STM-USR-EOF TO TRUE
               GO TO 1130-EXIT
           END-READ
           PERFORM 1135-OWNER-EMAIL THRU 1135-EXIT
               VARYING STM-WX FROM 1 BY 1
               UNTIL STM-WX > STM-WKS-COUNT.
       1130-EXIT.
           EXIT.

       1135-OWNER-EMAIL.
           IF STM-WT-OWNER (STM-WX) = USER-ID
               MOVE USER-EMAIL TO STM-WT-EMAIL (STM-WX)
           END-IF.
       1135-EXIT.
           EXIT.

      *> One statement: a subscription whose workspace is Active
      *> gets a fresh pass over the three files, filtered to it.
       1500-STATEMENT-WORKSPACE.
           MOVE ZERO TO STM-W-HIT
           PERFORM 1510-MATCH-WORKSPACE THRU 1510-EXIT
               VARYING STM-WX FROM 1 BY 1
               UNTIL STM-WX > STM-WKS-COUNT OR STM-W-HIT > 0
           IF STM-W-HIT = ZERO
               GO TO 1500-NEXT
           END-IF
           MOVE STM-WT-EMAIL (STM-W-HIT) TO STM-BILLING-EMAIL
           MOVE ZERO TO STM-ACT-COUNT STM-OPEN-VALUE STM-RUN-VALUE
           MOVE 'N' TO STM-INVIN-EOF-SW STM-PAYIN-EOF-SW
                       STM-REVIN-EOF-SW
           OPEN INPUT INVOICE-IN PAYMENT-IN REVERSAL-IN
           IF STM-INVIN-STATUS NOT = '00'
            OR STM-PAYIN-STATUS NOT = '00'
            OR STM-REVIN-STATUS NOT = '00'
               DISPLAY 'STMTGEN: OPEN FAILED INV=' STM-INVIN-STATUS
                       ' PAY=' STM-PAYIN-STATUS
                       ' REV=' STM-REVIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT
           PERFORM 2000-SCAN-INVOICES THRU 2000-EXIT
               UNTIL STM-INVIN-EOF
           PERFORM 2500-SCAN-PAYMENTS THRU 2500-EXIT
               UNTIL STM-PAYIN-EOF
           PERFORM 2600-SCAN-REVERSALS THRU 2600-EXIT
               UNTIL STM-REVIN-EOF
           CLOSE INVOICE-IN PAYMENT-IN REVERSAL-IN
           IF STM-STMT-CT > ZERO
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               WRITE STMT-LINE
           END-IF
           PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
           MOVE STM-OPEN-VALUE TO STM-RUN-VALUE
           PERFORM 4000-PRINT-ACTIVITY THRU 4000-EXIT
               VARYING STM-AX FROM 1 BY 1
               UNTIL STM-AX > STM-ACT-COUNT
           PERFORM 6000-WRITE-CLOSING THRU 6000-EXIT
           ADD 1 TO STM-STMT-CT.
       1500-NEXT.
           PERFORM 8400-READ-SUBS THRU 8400-EXIT.
       1500-EXIT.
           EXIT.

       1510-MATCH-WORKSPACE.
           IF STM-WT-ID (STM-WX) = SUBS-WORKSPACE
               MOVE STM-WX TO STM-W-HIT
           END-IF.
       1510-EXIT.
           EXIT.

      *> The workspace of the invoice STM-REF-INVOICE names, or
      *> spaces when the number is not on file.
       1600-INVOICE-WORKSPACE.
           MOVE SPACES TO STM-REF-WORKSPACE
           MOVE ZERO TO STM-N-HIT
           PERFORM 1610-MATCH-INVOICE THRU 1610-EXIT
               VARYING STM-NX FROM 1 BY 1
               UNTIL STM-NX > STM-INV-COUNT OR STM-N-HIT > 0.
       1600-EXIT.
           EXIT.

       1610-MATCH-INVOICE.
           IF STM-NT-NUMBER (STM-NX) = STM-REF-INVOICE
               MOVE STM-NX TO STM-N-HIT
               MOVE STM-NT-WORKSPACE (STM-NX) TO STM-REF-WORKSPACE
           END-IF.
       1610-EXIT.
           EXIT.

       1050-FIND-PERIOD.
           READ FISCAL-IN INTO FISCAL-RECORD
               AT END SET STM-FSCIN-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF FSC-PERIOD = PARM-PERIOD
               MOVE FSC-START TO STM-PER-START
               MOVE FSC-END TO STM-PER-END
               SET STM-PERIOD-FOUND TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

      *> One pass over each file - neither is guaranteed to be in
      *> date order. Everything before the statement period folds
      *> into the opening balance (invoices add, credit memos and
      *> settled payments subtract, posted refunds and
      *> chargebacks add back); everything inside the period
      *> buffers as an activity line to print behind the header.
       2000-SCAN-INVOICES.
           IF INVOICE-WORKSPACE NOT = SUBS-WORKSPACE
               GO TO 2000-NEXT
           END-IF
           MOVE INVOICE-AMOUNT TO STM-AMT-VALUE
           EVALUATE TRUE
               WHEN INVOICE-DATE < STM-PER-START
                   IF INVOICE-IS-CREDIT
                       SUBTRACT STM-AMT-VALUE FROM STM-OPEN-VALUE
                   ELSE
                       ADD STM-AMT-VALUE TO STM-OPEN-VALUE
                   END-IF
               WHEN INVOICE-DATE NOT > STM-PER-END
                   PERFORM 2900-BUFFER-ACTIVITY THRU 2900-EXIT
           END-EVALUATE.
       2000-NEXT.
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT.
       2000-EXIT.
           EXIT.
           IF PAY-STATUS NOT = 'Settled'
               GO TO 2500-NEXT
           END-IF
           MOVE PAY-INVOICE-REF TO STM-REF-INVOICE
           PERFORM 1600-INVOICE-WORKSPACE THRU 1600-EXIT
           IF STM-REF-WORKSPACE NOT = SUBS-WORKSPACE
               GO TO 2500-NEXT
           END-IF
           MOVE PAY-AMOUNT TO STM-AMT-VALUE
           EVALUATE TRUE
               WHEN PAY-DATE < STM-PER-START
                   SUBTRACT STM-AMT-VALUE FROM STM-OPEN-VALUE
               WHEN PAY-DATE NOT > STM-PER-END
                   PERFORM 2950-BUFFER-PAYMENT THRU 2950-EXIT
           END-EVALUATE.
       2500-NEXT.
       2500-EXIT.
           EXIT.

       2600-SCAN-REVERSALS.
           IF NOT RV-POSTED
               GO TO 2600-NEXT
           END-IF
           MOVE RV-INVOICE TO STM-REF-INVOICE
           PERFORM 1600-INVOICE-WORKSPACE THRU 1600-EXIT
           IF STM-REF-WORKSPACE NOT = SUBS-WORKSPACE
               GO TO 2600-NEXT
           END-IF
           MOVE RV-AMOUNT TO STM-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           EVALUATE TRUE
               WHEN RV-DATE < STM-PER-START
                   ADD STM-AMT-VALUE TO STM-OPEN-VALUE
               WHEN RV-DATE NOT > STM-PER-END
                   PERFORM 2980-BUFFER-REVERSAL THRU 2980-EXIT
           END-EVALUATE.
       2600-NEXT.
           PERFORM 8300-READ-REVERSAL THRU 8300-EXIT.
       2600-EXIT.
           EXIT.

       2900-BUFFER-ACTIVITY.
           IF STM-ACT-COUNT >= 200
               DISPLAY 'STMTGEN: ACTIVITY TABLE FULL'
           ADD 1 TO STM-ACT-COUNT
           MOVE INVOICE-DATE TO STM-T-DATE (STM-ACT-COUNT)
           MOVE INVOICE-NUMBER TO STM-T-REF (STM-ACT-COUNT)
           MOVE STM-AMT-VALUE TO STM-T-AMOUNT (STM-ACT-COUNT)
           IF INVOICE-IS-CREDIT
               MOVE 'credit memo' TO STM-T-DESC (STM-ACT-COUNT)
               COMPUTE STM-T-VALUE (STM-ACT-COUNT) =
           ADD 1 TO STM-ACT-COUNT
           MOVE PAY-DATE TO STM-T-DATE (STM-ACT-COUNT)
           MOVE PAY-ID TO STM-T-REF (STM-ACT-COUNT)
           MOVE STM-AMT-VALUE TO STM-T-AMOUNT (STM-ACT-COUNT)
           MOVE 'payment' TO STM-T-DESC (STM-ACT-COUNT)
           COMPUTE STM-T-VALUE (STM-ACT-COUNT) =
               ZERO - STM-AMT-VALUE.
       2950-EXIT.
           EXIT.

      *> Money handed back is owed again: the line adds to the
      *> running balance.
       2980-BUFFER-REVERSAL.
           IF STM-ACT-COUNT >= 200
               DISPLAY 'STMTGEN: ACTIVITY TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO STM-ACT-COUNT
           MOVE RV-DATE TO STM-T-DATE (STM-ACT-COUNT)
           MOVE RV-ID TO STM-T-REF (STM-ACT-COUNT)
           MOVE STM-AMT-VALUE TO STM-T-AMOUNT (STM-ACT-COUNT)
           IF RV-CHARGEBACK
               MOVE 'chargeback' TO STM-T-DESC (STM-ACT-COUNT)
           ELSE
               MOVE 'refund' TO STM-T-DESC (STM-ACT-COUNT)
           END-IF
           MOVE STM-AMT-VALUE TO STM-T-VALUE (STM-ACT-COUNT).
       2980-EXIT.
           EXIT.

       3000-WRITE-HEADER.
           MOVE SUBS-WORKSPACE TO STM-H1-WS
           MOVE PARM-PERIOD TO STM-H1-PERIOD
           MOVE STM-PER-START TO STM-H1-START
           MOVE STM-PER-END TO STM-H1-END
           WRITE STMT-LINE FROM STM-HEAD-1
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE STM-BAL-ED TO STM-BL-AMOUNT
           WRITE STMT-LINE FROM STM-BAL-LINE
           MOVE SPACES TO STATEMENT-RECORD
           MOVE PARM-PERIOD TO STMT-MONTH
           MOVE STM-RUN-DATE TO STMT-DATE
           MOVE STM-OPEN-VALUE TO STM-BAL-ED
           PERFORM 6500-EDIT-REG-BALANCE THRU 6500-EXIT
           PERFORM 6500-EDIT-REG-BALANCE THRU 6500-EXIT
           MOVE STM-BAL-OUT TO STMT-CLOSE-BAL
           MOVE 'APPL.BILLING.STATEMENTS' TO STMT-DSNAME
           MOVE SUBS-WORKSPACE TO STMT-WORKSPACE
           WRITE REGISTRY-OUT-RECORD FROM STATEMENT-RECORD
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE STM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE STM-BILLING-EMAIL TO SPL-TO
           MOVE 'statement' TO SPL-TEMPLATE
           MOVE PARM-PERIOD TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD.
       6000-EXIT.
           EXIT.
       8200-EXIT.
           EXIT.

       8300-READ-REVERSAL.
           READ REVERSAL-IN INTO REVERSAL-RECORD
               AT END SET STM-REVIN-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-SUBS.
           READ SUBS-FILE INTO SUBSCRIPTION-RECORD
               AT END SET STM-SUBS-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE SUBS-FILE STMT-OUT SPOOL-OUT REGISTRY-OUT
           DISPLAY 'STMTGEN: ' STM-STMT-CT ' STATEMENTS FOR '
                   PARM-PERIOD ' WITH ' STM-ACTIVITY-CT
                   ' ACTIVITY LINES'.
       9000-EXIT.
           EXIT.

                        STM-AMT-CENT-CT
           MOVE 'N' TO STM-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING STM-IX FROM 1 BY 1 UNTIL STM-IX > 13
           COMPUTE STM-AMT-VALUE =
               STM-AMT-DOLLARS + (STM-AMT-CENTS / 100).
       9200-EXIT.
