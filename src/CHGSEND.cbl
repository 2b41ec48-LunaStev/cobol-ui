      *> CHGSEND.cbl
      *> Auto-charge run, send side. Passes INVOICES-FILE against the
      *> run date (PARM='YYYY-MM-DD') and asks for the money on every
      *> Open invoice with a balance: one charge per invoice against
      *> the stored card of the workspace the invoice bills, written to
      *> the gateway hand-off file and logged Sent in the charge
      *> history. The history decides what is due:
      *>   no attempt yet           - attempt 1 today
      *>   Sent or Approved         - waiting on the gateway or
      *>                              on PAYRECON, nothing sent
      *>   Declined                 - the next retry on the ladder
      *>                              (day 1, 3, 7 after the first
      *>                              attempt) once its date comes
      *>   Declined, ladder spent   - left to dunning
      *> An invoice already Paid drops out by its status; one
      *> carrying a credit memo in the adjustments register is not
      *> charged again. A workspace with no subscription or no card
      *> on file is reported and gives RC=4. CHGPOST turns the
      *> gateway's answers into PAYMENTS-FILE rows for PAYRECON.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS CHS-SUB-STATUS.
           SELECT PAYMETH-IN ASSIGN TO PMINDD
               FILE STATUS IS CHS-PM-STATUS.
           SELECT ADJUST-IN ASSIGN TO ADJINDD
               FILE STATUS IS CHS-ADJ-STATUS.
           SELECT CHARGE-IN ASSIGN TO CHGINDD
               FILE STATUS IS CHS-CHGIN-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS CHS-INV-STATUS.
           SELECT CHARGE-OUT ASSIGN TO CHGOUTDD
               FILE STATUS IS CHS-CHGOUT-STATUS.
           SELECT CHGREQ-OUT ASSIGN TO CHGREQDD
               FILE STATUS IS CHS-REQ-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CHS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  PAYMETH-IN.
       01  PAYMETH-IN-RECORD      PIC X(74).
       FD  ADJUST-IN.
       01  ADJUST-IN-RECORD       PIC X(95).
       FD  CHARGE-IN.
       01  CHARGE-IN-RECORD       PIC X(133).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  CHARGE-OUT.
       01  CHARGE-OUT-RECORD      PIC X(133).
       FD  CHGREQ-OUT.
       01  CHGREQ-OUT-RECORD      PIC X(70).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  CHS-SUB-STATUS         PIC X(02).
       77  CHS-PM-STATUS          PIC X(02).
       77  CHS-ADJ-STATUS         PIC X(02).
       77  CHS-CHGIN-STATUS       PIC X(02).
       77  CHS-INV-STATUS         PIC X(02).
       77  CHS-CHGOUT-STATUS      PIC X(02).
       77  CHS-REQ-STATUS         PIC X(02).
       77  CHS-RPT-STATUS         PIC X(02).
       77  CHS-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  CHS-OPEN-CT            PIC 9(05) COMP VALUE ZERO.
       77  CHS-SENT-CT            PIC 9(05) COMP VALUE ZERO.
       77  CHS-RETRY-CT           PIC 9(05) COMP VALUE ZERO.
       77  CHS-WAITING-CT         PIC 9(05) COMP VALUE ZERO.
       77  CHS-NOTDUE-CT          PIC 9(05) COMP VALUE ZERO.
       77  CHS-SPENT-CT           PIC 9(05) COMP VALUE ZERO.
       77  CHS-CREDITED-CT        PIC 9(05) COMP VALUE ZERO.
       77  CHS-NOCARD-CT          PIC 9(05) COMP VALUE ZERO.
       77  CHS-NOSUB-CT           PIC 9(05) COMP VALUE ZERO.
       77  CHS-CX                 PIC 9(04) COMP VALUE ZERO.
       77  CHS-CS-HIT             PIC 9(04) COMP VALUE ZERO.
       77  CHS-PX                 PIC 9(03) COMP VALUE ZERO.
       77  CHS-PM-HIT             PIC 9(03) COMP VALUE ZERO.
       77  CHS-SX                 PIC 9(03) COMP VALUE ZERO.
       77  CHS-SUB-HIT            PIC 9(03) COMP VALUE ZERO.
       77  CHS-NEXT-ID            PIC 9(07) VALUE ZERO.
       77  CHS-ATTEMPT            PIC 9(01) VALUE ZERO.
       77  CHS-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       01  CHS-SWITCHES.
           05 CHS-ADJ-EOF-SW      PIC X(01) VALUE 'N'.
              88 CHS-ADJ-EOF      VALUE 'Y'.
           05 CHS-CHGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHS-CHGIN-EOF    VALUE 'Y'.
           05 CHS-PM-EOF-SW       PIC X(01) VALUE 'N'.
              88 CHS-PM-EOF       VALUE 'Y'.
           05 CHS-INV-EOF-SW      PIC X(01) VALUE 'N'.
              88 CHS-INV-EOF      VALUE 'Y'.
           05 CHS-SUB-EOF-SW      PIC X(01) VALUE 'N'.
              88 CHS-SUB-EOF      VALUE 'Y'.
      *> The Open invoices with a balance, and where each one's
      *> collection stands: the last history row seen for it wins.
      *> Only these invoices are tracked, so the history and the
      *> adjustments register can grow without limit.
       01  CHS-STATE-TABLE.
           05 CHS-CS-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 CHS-CS OCCURS 5000 TIMES.
              10 CHS-CS-INVOICE   PIC X(13).
              10 CHS-CS-STATUS    PIC X(10).
              10 CHS-CS-ATTEMPT   PIC 9(01).
              10 CHS-CS-FIRST     PIC X(10).
              10 CHS-CS-NEXT      PIC X(10).
              10 CHS-CS-CREDIT-SW PIC X(01).
                 88 CHS-CS-CREDITED VALUE 'Y'.
      *> The subscribed workspaces and the card on file for each;
      *> an invoice is charged against its own workspace's.
       01  CHS-SUB-TABLE.
           05 CHS-SUB-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 CHS-SUB-WORKSPACE OCCURS 500 TIMES
                                  PIC X(12).
       01  CHS-PM-TABLE.
           05 CHS-PM-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 CHS-PM-IMAGE OCCURS 500 TIMES
                                  PIC X(74).
       01  CHS-ID-WORK.
           05 CHS-ID-PFX          PIC X(02).
           05 CHS-ID-X            PIC X(07).
           05 CHS-ID-9 REDEFINES CHS-ID-X
                                  PIC 9(07).
           05 FILLER              PIC X(01).
       01  CHS-OPEN-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHS-SENT-TOTAL         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHS-MONEY-ED           PIC $$$$$$$$$9.99.
       01  CHS-MONEY-OUT          PIC X(13) VALUE SPACES.
       01  CHS-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'CHGSEND - AUTO-CHARGE REQUESTS       RUN ON '.
           05 CHS-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  CHS-DETAIL.
           05 CHS-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHS-DT-BALANCE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHS-DT-ATTEMPT      PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHS-DT-VERDICT      PIC X(103).
       01  CHS-TOTAL-LINE.
           05 CHS-TL-LABEL        PIC X(24).
           05 CHS-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CHS-TL-AMOUNT       PIC X(13).
           05 FILLER              PIC X(89) VALUE SPACES.
       COPY SUBSCRIPTION-RECORD.
       COPY PAYMETHOD-RECORD.
       COPY ADJUST-RECORD.
       COPY CHARGE-RECORD.
       COPY CHGREQ-RECORD.
       COPY INVOICE-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-CHARGE-INVOICE THRU 3000-EXIT
               UNTIL CHS-INV-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
            OR PARM-RUN-DATE (5:1) NOT = '-'
               DISPLAY 'CHGSEND: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUBS-IN PAYMETH-IN ADJUST-IN CHARGE-IN
                      INVOICE-IN
           OPEN OUTPUT CHGREQ-OUT REPORT-OUT
           IF CHS-SUB-STATUS NOT = '00'
            OR CHS-PM-STATUS NOT = '00'
            OR CHS-ADJ-STATUS NOT = '00'
            OR CHS-CHGIN-STATUS NOT = '00'
            OR CHS-INV-STATUS NOT = '00'
            OR CHS-REQ-STATUS NOT = '00'
            OR CHS-RPT-STATUS NOT = '00'
               DISPLAY 'CHGSEND: OPEN FAILED SUBS=' CHS-SUB-STATUS
                       ' PAYMETH=' CHS-PM-STATUS
                       ' ADJ=' CHS-ADJ-STATUS
                       ' CHG=' CHS-CHGIN-STATUS
                       ' INV=' CHS-INV-STATUS
                       ' REQ=' CHS-REQ-STATUS
                       ' RPT=' CHS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-LOAD-SUBS THRU 1050-EXIT
               UNTIL CHS-SUB-EOF
           CLOSE SUBS-IN
           PERFORM 1100-LOAD-PAYMETH THRU 1100-EXIT
               UNTIL CHS-PM-EOF
           CLOSE PAYMETH-IN
           PERFORM 1150-LOAD-OPEN THRU 1150-EXIT
               UNTIL CHS-INV-EOF
           CLOSE INVOICE-IN
           PERFORM 1200-LOAD-ADJUST THRU 1200-EXIT
               UNTIL CHS-ADJ-EOF
           CLOSE ADJUST-IN
           PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
               UNTIL CHS-CHGIN-EOF
           CLOSE CHARGE-IN
           OPEN EXTEND CHARGE-OUT
           IF CHS-CHGOUT-STATUS NOT = '00'
               DISPLAY 'CHGSEND: HISTORY OPEN FAILED, STATUS='
                       CHS-CHGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INVOICE-IN
           IF CHS-INV-STATUS NOT = '00'
               DISPLAY 'CHGSEND: INVOICE REOPEN FAILED, STATUS='
                       CHS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO CHS-INV-EOF-SW
           MOVE PARM-RUN-DATE TO CHS-H1-DATE
           WRITE REPORT-LINE FROM CHS-HEAD-1
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1050-LOAD-SUBS.
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END SET CHS-SUB-EOF TO TRUE
               GO TO 1050-EXIT
           END-READ
           IF CHS-SUB-COUNT >= 500
               DISPLAY 'CHGSEND: SUBSCRIPTION TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHS-SUB-COUNT
           MOVE SUBS-WORKSPACE TO CHS-SUB-WORKSPACE (CHS-SUB-COUNT).
       1050-EXIT.
           EXIT.

       1100-LOAD-PAYMETH.
           READ PAYMETH-IN
               AT END SET CHS-PM-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF CHS-PM-COUNT >= 500
               DISPLAY 'CHGSEND: PAYMENT METHOD TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHS-PM-COUNT
           MOVE PAYMETH-IN-RECORD TO CHS-PM-IMAGE (CHS-PM-COUNT).
       1100-EXIT.
           EXIT.

      *> First pass over the invoices: every Open one with a
      *> balance gets a slot, with no collection history yet.
       1150-LOAD-OPEN.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET CHS-INV-EOF TO TRUE
               GO TO 1150-EXIT
           END-READ
           IF NOT INVOICE-IS-INV
            OR INVOICE-STATUS NOT = 'Open'
               GO TO 1150-EXIT
           END-IF
           PERFORM 3050-GET-OPEN-BALANCE THRU 3050-EXIT
           IF CHS-OPEN-VALUE = ZERO
               GO TO 1150-EXIT
           END-IF
           IF CHS-CS-COUNT >= 5000
               DISPLAY 'CHGSEND: OPEN INVOICE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHS-CS-COUNT
           MOVE INVOICE-NUMBER TO CHS-CS-INVOICE (CHS-CS-COUNT)
           MOVE SPACES TO CHS-CS-STATUS (CHS-CS-COUNT)
                          CHS-CS-FIRST (CHS-CS-COUNT)
                          CHS-CS-NEXT (CHS-CS-COUNT)
           MOVE ZERO TO CHS-CS-ATTEMPT (CHS-CS-COUNT)
           MOVE 'N' TO CHS-CS-CREDIT-SW (CHS-CS-COUNT).
       1150-EXIT.
           EXIT.

      *> Invoices a credit memo was raised against; collection
      *> stops on them and billing settles the rest by hand.
      *> Memos against invoices no longer open are passed over.
       1200-LOAD-ADJUST.
           READ ADJUST-IN INTO ADJUST-RECORD
               AT END SET CHS-ADJ-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE ADJ-INVOICE TO INVOICE-NUMBER
           PERFORM 5000-FIND-STATE THRU 5000-EXIT
           IF CHS-CS-HIT > ZERO
               SET CHS-CS-CREDITED (CHS-CS-HIT) TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *> The history is in event order, so each row simply
      *> overwrites the state its invoice had so far; the CHG-ID
      *> series continues from the highest number on file. Rows
      *> for invoices no longer open only count toward the series.
       1300-LOAD-HISTORY.
           READ CHARGE-IN INTO CHARGE-RECORD
               AT END SET CHS-CHGIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           MOVE CHG-ID TO CHS-ID-WORK
           IF CHS-ID-PFX = 'c-' AND CHS-ID-X IS NUMERIC
            AND CHS-ID-9 > CHS-NEXT-ID
               MOVE CHS-ID-9 TO CHS-NEXT-ID
           END-IF
           MOVE CHG-INVOICE TO INVOICE-NUMBER
           PERFORM 5000-FIND-STATE THRU 5000-EXIT
           IF CHS-CS-HIT = ZERO
               GO TO 1300-EXIT
           END-IF
           MOVE CHG-STATUS TO CHS-CS-STATUS (CHS-CS-HIT)
           MOVE CHG-ATTEMPT TO CHS-CS-ATTEMPT (CHS-CS-HIT)
           MOVE CHG-FIRST-DATE TO CHS-CS-FIRST (CHS-CS-HIT)
           MOVE CHG-NEXT-DATE TO CHS-CS-NEXT (CHS-CS-HIT).
       1300-EXIT.
           EXIT.

      *> The subscription and the card on file for the workspace
      *> the invoice bills, if any.
       1500-FIND-ACCOUNT.
           MOVE ZERO TO CHS-SUB-HIT CHS-PM-HIT
           PERFORM 1520-MATCH-SUBS THRU 1520-EXIT
               VARYING CHS-SX FROM 1 BY 1
               UNTIL CHS-SX > CHS-SUB-COUNT OR CHS-SUB-HIT > 0
           IF CHS-SUB-HIT = ZERO
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-MATCH-CARD THRU 1510-EXIT
               VARYING CHS-PX FROM 1 BY 1
               UNTIL CHS-PX > CHS-PM-COUNT OR CHS-PM-HIT > 0
           IF CHS-PM-HIT > ZERO
               MOVE CHS-PM-IMAGE (CHS-PM-HIT) TO PAYMETHOD-RECORD
           END-IF.
       1500-EXIT.
           EXIT.

       1510-MATCH-CARD.
           MOVE CHS-PM-IMAGE (CHS-PX) TO PAYMETHOD-RECORD
           IF PM-WORKSPACE = INVOICE-WORKSPACE
               MOVE CHS-PX TO CHS-PM-HIT
           END-IF.
       1510-EXIT.
           EXIT.

       1520-MATCH-SUBS.
           IF CHS-SUB-WORKSPACE (CHS-SX) = INVOICE-WORKSPACE
               MOVE CHS-SX TO CHS-SUB-HIT
           END-IF.
       1520-EXIT.
           EXIT.

       3000-CHARGE-INVOICE.
           ADD 1 TO CHS-INV-READ
           IF NOT INVOICE-IS-INV
            OR INVOICE-STATUS NOT = 'Open'
               GO TO 3000-NEXT
           END-IF
           PERFORM 3050-GET-OPEN-BALANCE THRU 3050-EXIT
           IF CHS-OPEN-VALUE = ZERO
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO CHS-OPEN-CT
           MOVE CHS-OPEN-VALUE TO CHS-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE INVOICE-NUMBER TO CHS-DT-INVOICE
           MOVE CHS-MONEY-OUT TO CHS-DT-BALANCE
           MOVE SPACE TO CHS-DT-ATTEMPT
           PERFORM 5000-FIND-STATE THRU 5000-EXIT
           IF CHS-CS-CREDITED (CHS-CS-HIT)
               ADD 1 TO CHS-CREDITED-CT
               MOVE 'credit memo on file - not charged'
                   TO CHS-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           MOVE 1 TO CHS-ATTEMPT
           IF CHS-CS-STATUS (CHS-CS-HIT) NOT = SPACES
               PERFORM 3100-NEXT-ATTEMPT THRU 3100-EXIT
               IF CHS-ATTEMPT = ZERO
                   GO TO 3000-PRINT
               END-IF
           END-IF
           PERFORM 1500-FIND-ACCOUNT THRU 1500-EXIT
           IF CHS-SUB-HIT = ZERO
               ADD 1 TO CHS-NOSUB-CT
               MOVE 'NO SUBSCRIPTION - nothing to charge'
                   TO CHS-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           IF CHS-PM-HIT = ZERO
               ADD 1 TO CHS-NOCARD-CT
               MOVE 'NO CARD ON FILE - nothing to charge'
                   TO CHS-DT-VERDICT
               GO TO 3000-PRINT
           END-IF
           PERFORM 3500-SEND-CHARGE THRU 3500-EXIT.
       3000-PRINT.
           WRITE REPORT-LINE FROM CHS-DETAIL.
       3000-NEXT.
           PERFORM 8100-READ-INVOICE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> What is still owed, tax included, as PAYRECON keeps it.
       3050-GET-OPEN-BALANCE.
           MOVE INVOICE-OPEN-BAL TO CHS-OPEN-VALUE.
       3050-EXIT.
           EXIT.

      *> The invoice has history: decide whether a retry is due.
      *> CHS-ATTEMPT comes back zero when nothing goes out today,
      *> with the verdict already set for the report.
       3100-NEXT-ATTEMPT.
           MOVE CHS-CS-ATTEMPT (CHS-CS-HIT) TO CHS-DT-ATTEMPT
           EVALUATE CHS-CS-STATUS (CHS-CS-HIT)
               WHEN 'Sent'
                   ADD 1 TO CHS-WAITING-CT
                   MOVE 'sent - waiting on the gateway'
                       TO CHS-DT-VERDICT
                   MOVE ZERO TO CHS-ATTEMPT
               WHEN 'Approved'
                   ADD 1 TO CHS-WAITING-CT
                   MOVE 'approved - waiting on PAYRECON'
                       TO CHS-DT-VERDICT
                   MOVE ZERO TO CHS-ATTEMPT
               WHEN OTHER
                   IF CHS-CS-NEXT (CHS-CS-HIT) = SPACES
                       ADD 1 TO CHS-SPENT-CT
                       MOVE 'declined - retries spent, left to dunning'
                           TO CHS-DT-VERDICT
                       MOVE ZERO TO CHS-ATTEMPT
                   ELSE
                       IF CHS-CS-NEXT (CHS-CS-HIT) > PARM-RUN-DATE
                           ADD 1 TO CHS-NOTDUE-CT
                           MOVE SPACES TO CHS-DT-VERDICT
                           STRING 'declined - next retry '
                                  CHS-CS-NEXT (CHS-CS-HIT)
                               DELIMITED BY SIZE
                               INTO CHS-DT-VERDICT
                           MOVE ZERO TO CHS-ATTEMPT
                       ELSE
                           COMPUTE CHS-ATTEMPT =
                               CHS-CS-ATTEMPT (CHS-CS-HIT) + 1
                       END-IF
                   END-IF
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3500-SEND-CHARGE.
           ADD 1 TO CHS-NEXT-ID
           MOVE SPACES TO CHS-ID-WORK
           MOVE 'c-' TO CHS-ID-PFX
           MOVE CHS-NEXT-ID TO CHS-ID-9
           MOVE SPACES TO CHARGE-RECORD
           MOVE CHS-ID-WORK TO CHG-ID
           MOVE INVOICE-NUMBER TO CHG-INVOICE
           MOVE INVOICE-WORKSPACE TO CHG-WORKSPACE
           MOVE CHS-ATTEMPT TO CHG-ATTEMPT
           MOVE PARM-RUN-DATE TO CHG-DATE
           IF CHS-ATTEMPT = 1
               MOVE PARM-RUN-DATE TO CHG-FIRST-DATE
           ELSE
               MOVE CHS-CS-FIRST (CHS-CS-HIT) TO CHG-FIRST-DATE
           END-IF
           MOVE CHS-MONEY-OUT TO CHG-AMOUNT
           MOVE PM-BRAND TO CHG-BRAND
           MOVE PM-LAST4 TO CHG-LAST4
           MOVE 'Sent' TO CHG-STATUS
           WRITE CHARGE-OUT-RECORD FROM CHARGE-RECORD
           MOVE SPACES TO CHGREQ-RECORD
           MOVE CHG-ID TO CRQ-CHG-ID
           MOVE INVOICE-WORKSPACE TO CRQ-WORKSPACE
           MOVE INVOICE-NUMBER TO CRQ-INVOICE
           MOVE CHS-MONEY-OUT TO CRQ-AMOUNT
           IF INVOICE-CURRENCY = SPACES
               MOVE 'USD' TO CRQ-CURRENCY
           ELSE
               MOVE INVOICE-CURRENCY TO CRQ-CURRENCY
           END-IF
           MOVE PM-BRAND TO CRQ-BRAND
           MOVE PM-LAST4 TO CRQ-LAST4
           WRITE CHGREQ-OUT-RECORD FROM CHGREQ-RECORD
           ADD 1 TO CHS-SENT-CT
           ADD CHS-OPEN-VALUE TO CHS-SENT-TOTAL
           MOVE CHS-ATTEMPT TO CHS-DT-ATTEMPT
           MOVE SPACES TO CHS-DT-VERDICT
           IF CHS-ATTEMPT = 1
               STRING 'charge ' CHG-ID ' sent'
                   DELIMITED BY SIZE INTO CHS-DT-VERDICT
           ELSE
               ADD 1 TO CHS-RETRY-CT
               STRING 'retry ' CHG-ID ' sent'
                   DELIMITED BY SIZE INTO CHS-DT-VERDICT
           END-IF.
       3500-EXIT.
           EXIT.

       5000-FIND-STATE.
           MOVE ZERO TO CHS-CS-HIT
           PERFORM 5100-MATCH-STATE THRU 5100-EXIT
               VARYING CHS-CX FROM 1 BY 1
               UNTIL CHS-CX > CHS-CS-COUNT OR CHS-CS-HIT > 0.
       5000-EXIT.
           EXIT.

       5100-MATCH-STATE.
           IF CHS-CS-INVOICE (CHS-CX) = INVOICE-NUMBER
               MOVE CHS-CX TO CHS-CS-HIT
           END-IF.
       5100-EXIT.
           EXIT.

       8100-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET CHS-INV-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO CHS-TL-AMOUNT
           MOVE 'INVOICES READ' TO CHS-TL-LABEL
           MOVE CHS-INV-READ TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'OPEN WITH A BALANCE' TO CHS-TL-LABEL
           MOVE CHS-OPEN-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'CHARGES SENT' TO CHS-TL-LABEL
           MOVE CHS-SENT-CT TO CHS-TL-COUNT
           MOVE CHS-SENT-TOTAL TO CHS-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE CHS-MONEY-OUT TO CHS-TL-AMOUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE SPACES TO CHS-TL-AMOUNT
           MOVE '  OF WHICH RETRIES' TO CHS-TL-LABEL
           MOVE CHS-RETRY-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'AWAITING AN ANSWER' TO CHS-TL-LABEL
           MOVE CHS-WAITING-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'RETRY NOT YET DUE' TO CHS-TL-LABEL
           MOVE CHS-NOTDUE-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'RETRIES SPENT' TO CHS-TL-LABEL
           MOVE CHS-SPENT-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'CREDITED - NOT CHARGED' TO CHS-TL-LABEL
           MOVE CHS-CREDITED-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'NO SUBSCRIPTION' TO CHS-TL-LABEL
           MOVE CHS-NOSUB-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           MOVE 'NO CARD ON FILE' TO CHS-TL-LABEL
           MOVE CHS-NOCARD-CT TO CHS-TL-COUNT
           WRITE REPORT-LINE FROM CHS-TOTAL-LINE
           CLOSE INVOICE-IN CHARGE-OUT CHGREQ-OUT REPORT-OUT
           IF CHS-NOCARD-CT > 0
            OR CHS-NOSUB-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CHGSEND: ' CHS-OPEN-CT ' OPEN, '
                   CHS-SENT-CT ' CHARGES SENT, '
                   CHS-NOSUB-CT ' WITH NO SUBSCRIPTION, '
                   CHS-NOCARD-CT ' WITH NO CARD'.
       9000-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte field.
       9400-EDIT-MONEY.
           MOVE ZERO TO CHS-LJ-CT
           INSPECT CHS-MONEY-ED
               TALLYING CHS-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO CHS-MONEY-OUT
           MOVE CHS-MONEY-ED (CHS-LJ-CT + 1:13 - CHS-LJ-CT)
               TO CHS-MONEY-OUT.
       9400-EXIT.
           EXIT.
