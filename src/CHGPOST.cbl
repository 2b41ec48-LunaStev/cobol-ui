      *> CHGPOST.cbl
      *> Auto-charge run, answer side. Reads the gateway's answers
      *> to the charges CHGSEND sent (PARM='YYYY-MM-DD' is the run
      *> date) and matches each to its Sent row in the charge
      *> history by CHG-ID:
      *>   Approved - a PAYMENTS-FILE settlement row (method card,
      *>              status Settled) is appended for PAYRECON to
      *>              apply that night, and the history row goes
      *>              Approved with the gateway's auth code, and
      *>              the settlement carries the invoice's currency
      *>   Declined - the history row goes Declined with the
      *>              gateway's reason and the date of the next
      *>              try on the retry ladder: 1, 3 and 7 days after
      *>              the first attempt; after the fourth attempt
      *>              the ladder is spent and dunning takes over
      *> An answer for a charge that was never sent, or one already
      *> answered, is listed and not posted (RC=4). The report is
      *> the daily charge register: every answer with the
      *> attempted, approved and declined counts and amounts.
      *> Only the charges tonight's answers name are held, with
      *> their invoices' currencies, so the history and the
      *> invoice master can grow without the tables growing. A
      *> settlement dated inside a period already closed on
      *> CLOSEREG-FILE is written dated the first open day
      *> (CLOSED-PERIOD.cpy); the history keeps the gateway's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-IN ASSIGN TO CHGINDD
               FILE STATUS IS CHP-CHGIN-STATUS.
           SELECT CHGRSP-IN ASSIGN TO RSPINDD
               FILE STATUS IS CHP-RSP-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS CHP-INVIN-STATUS.
           SELECT PAYMENT-IN ASSIGN TO PAYINDD
               FILE STATUS IS CHP-PAYIN-STATUS.
           SELECT PAYMENT-OUT ASSIGN TO PAYOUTDD
               FILE STATUS IS CHP-PAYOUT-STATUS.
           SELECT CHARGE-OUT ASSIGN TO CHGOUTDD
               FILE STATUS IS CHP-CHGOUT-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS CHP-CLRIN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CHP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-IN.
       01  CHARGE-IN-RECORD       PIC X(133).
       FD  CHGRSP-IN.
       01  CHGRSP-IN-RECORD       PIC X(60).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  PAYMENT-IN.
       01  PAYMENT-IN-RECORD      PIC X(72).
       FD  PAYMENT-OUT.
       01  PAYMENT-OUT-RECORD     PIC X(72).
       FD  CHARGE-OUT.
       01  CHARGE-OUT-RECORD      PIC X(133).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  CHP-CHGIN-STATUS       PIC X(02).
       77  CHP-RSP-STATUS         PIC X(02).
       77  CHP-INVIN-STATUS       PIC X(02).
       77  CHP-PAYIN-STATUS       PIC X(02).
       77  CHP-PAYOUT-STATUS      PIC X(02).
       77  CHP-CHGOUT-STATUS      PIC X(02).
       77  CHP-CLRIN-STATUS       PIC X(02).
       77  CHP-RPT-STATUS         PIC X(02).
       77  CHP-RSP-READ           PIC 9(05) COMP VALUE ZERO.
       77  CHP-APPROVED-CT        PIC 9(05) COMP VALUE ZERO.
       77  CHP-DECLINED-CT        PIC 9(05) COMP VALUE ZERO.
       77  CHP-SPENT-CT           PIC 9(05) COMP VALUE ZERO.
       77  CHP-REJECT-CT          PIC 9(05) COMP VALUE ZERO.
       77  CHP-OPEN-CT            PIC 9(05) COMP VALUE ZERO.
       77  CHP-REDATED-CT         PIC 9(05) COMP VALUE ZERO.
       77  CHP-CX                 PIC 9(04) COMP VALUE ZERO.
       77  CHP-HIT                PIC 9(04) COMP VALUE ZERO.
       77  CHP-NEXT-PAY           PIC 9(07) VALUE ZERO.
       77  CHP-IX                 PIC 9(02) COMP VALUE ZERO.
       77  CHP-LJ-CT              PIC 9(02) COMP VALUE ZERO.
       01  CHP-SWITCHES.
           05 CHP-CHGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHP-CHGIN-EOF    VALUE 'Y'.
           05 CHP-RSP-EOF-SW      PIC X(01) VALUE 'N'.
              88 CHP-RSP-EOF      VALUE 'Y'.
           05 CHP-PAYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHP-PAYIN-EOF    VALUE 'Y'.
           05 CHP-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHP-INVIN-EOF    VALUE 'Y'.
           05 CHP-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHP-CLRIN-EOF    VALUE 'Y'.
           05 CHP-CENTS-SW        PIC X(01) VALUE 'N'.
              88 CHP-IN-CENTS     VALUE 'Y'.
      *> Every charge an answer names, keyed by CHG-ID; the last
      *> history row per ID wins, so a charge already answered
      *> shows Approved or Declined here and a second answer is
      *> turned away. The invoice's billing currency rides along
      *> for the settlement row an approved charge leaves.
       01  CHP-CHARGE-TABLE.
           05 CHP-CH-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 CHP-CH-ENTRY OCCURS 5000 TIMES.
              10 CHP-CH-IMAGE     PIC X(133).
              10 CHP-CH-CURRENCY  PIC X(08).
              10 CHP-CH-FILED-SW  PIC X(01).
                 88 CHP-CH-FILED  VALUE 'Y'.
      *> Days after the first attempt each retry is due; the
      *> attempt just declined picks the entry for the next one.
       01  CHP-LADDER-VALUES.
           05 FILLER              PIC X(09) VALUE '001003007'.
       01  CHP-LADDER REDEFINES CHP-LADDER-VALUES.
           05 CHP-LADDER-DAYS OCCURS 3 TIMES
                                  PIC 9(03).
       01  CHP-ID-WORK.
           05 CHP-ID-PFX          PIC X(02).
           05 CHP-ID-X            PIC X(07).
           05 CHP-ID-9 REDEFINES CHP-ID-X
                                  PIC 9(07).
           05 FILLER              PIC X(01).
       01  CHP-DIG.
           05 CHP-DIG-X           PIC X(01).
           05 CHP-DIG-9 REDEFINES CHP-DIG-X
                                  PIC 9(01).
       01  CHP-AMT-WORK.
           05 CHP-AMT-TXT         PIC X(13).
           05 CHP-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 CHP-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 CHP-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 CHP-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHP-ATTEMPTED-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHP-APPROVED-TOTAL     PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHP-DECLINED-TOTAL     PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CHP-MONEY-ED           PIC $$$$$$$$$9.99.
       01  CHP-MONEY-OUT          PIC X(13) VALUE SPACES.
       01  CHP-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'CHGPOST - DAILY CHARGE REGISTER      RUN ON '.
           05 CHP-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  CHP-HEAD-2.
           05 FILLER              PIC X(43) VALUE
              'CHARGE     INVOICE       TRY AMOUNT   '.
           05 FILLER              PIC X(42) VALUE
              'RESULT     AUTH / REASON'.
           05 FILLER              PIC X(48) VALUE 'NEXT TRY'.
       01  CHP-DETAIL.
           05 CHP-DT-CHG-ID       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-ATTEMPT      PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-AMOUNT       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-RESULT       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-WHY          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHP-DT-NEXT         PIC X(20).
           05 FILLER              PIC X(28) VALUE SPACES.
       01  CHP-TOTAL-LINE.
           05 CHP-TL-LABEL        PIC X(24).
           05 CHP-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CHP-TL-AMOUNT       PIC X(13).
           05 FILLER              PIC X(89) VALUE SPACES.
       COPY CHARGE-RECORD.
       COPY CHGRSP-RECORD.
       COPY PAYMENT-RECORD.
       COPY INVOICE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY CLOSED-PERIOD-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-POST-ANSWER THRU 3000-EXIT
               UNTIL CHP-RSP-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
            OR PARM-RUN-DATE (5:1) NOT = '-'
               DISPLAY 'CHGPOST: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CHARGE-IN CHGRSP-IN PAYMENT-IN INVOICE-IN
                      CLOSE-IN
           OPEN OUTPUT REPORT-OUT
           IF CHP-CHGIN-STATUS NOT = '00'
            OR CHP-RSP-STATUS NOT = '00'
            OR CHP-PAYIN-STATUS NOT = '00'
            OR CHP-INVIN-STATUS NOT = '00'
            OR CHP-CLRIN-STATUS NOT = '00'
            OR CHP-RPT-STATUS NOT = '00'
               DISPLAY 'CHGPOST: OPEN FAILED CHG=' CHP-CHGIN-STATUS
                       ' RSP=' CHP-RSP-STATUS
                       ' PAY=' CHP-PAYIN-STATUS
                       ' INV=' CHP-INVIN-STATUS
                       ' CLOSE=' CHP-CLRIN-STATUS
                       ' RPT=' CHP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-LOAD-CLOSED THRU 1400-EXIT
               UNTIL CHP-CLRIN-EOF
           CLOSE CLOSE-IN
           PERFORM 8100-READ-ANSWER THRU 8100-EXIT
           PERFORM 1050-NOTE-ANSWERED THRU 1050-EXIT
               UNTIL CHP-RSP-EOF
           CLOSE CHGRSP-IN
           OPEN INPUT CHGRSP-IN
           IF CHP-RSP-STATUS NOT = '00'
               DISPLAY 'CHGPOST: ANSWER REOPEN FAILED, STATUS='
                       CHP-RSP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO CHP-RSP-EOF-SW
           PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT
               UNTIL CHP-CHGIN-EOF
           CLOSE CHARGE-IN
           PERFORM 1200-FIND-PAY-SEQ THRU 1200-EXIT
               UNTIL CHP-PAYIN-EOF
           CLOSE PAYMENT-IN
           PERFORM 1300-LOAD-INVOICE THRU 1300-EXIT
               UNTIL CHP-INVIN-EOF
           CLOSE INVOICE-IN
           OPEN EXTEND PAYMENT-OUT CHARGE-OUT
           IF CHP-PAYOUT-STATUS NOT = '00'
            OR CHP-CHGOUT-STATUS NOT = '00'
               DISPLAY 'CHGPOST: EXTEND OPEN FAILED PAY='
                       CHP-PAYOUT-STATUS ' CHG=' CHP-CHGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO CHP-H1-DATE
           WRITE REPORT-LINE FROM CHP-HEAD-1
           WRITE REPORT-LINE FROM CHP-HEAD-2
           PERFORM 8100-READ-ANSWER THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> First pass over the answers: one slot per CHG-ID named,
      *> filled from the history when the charge is on file.
       1050-NOTE-ANSWERED.
           PERFORM 5000-FIND-CHARGE THRU 5000-EXIT
           IF CHP-HIT > ZERO
               GO TO 1050-READ
           END-IF
           IF CHP-CH-COUNT >= 5000
               DISPLAY 'CHGPOST: CHARGE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHP-CH-COUNT
           MOVE SPACES TO CHP-CH-IMAGE (CHP-CH-COUNT)
                          CHP-CH-CURRENCY (CHP-CH-COUNT)
           MOVE CRS-CHG-ID TO CHP-CH-IMAGE (CHP-CH-COUNT) (1:10)
           MOVE 'N' TO CHP-CH-FILED-SW (CHP-CH-COUNT).
       1050-READ.
           PERFORM 8100-READ-ANSWER THRU 8100-EXIT.
       1050-EXIT.
           EXIT.

      *> Each charge gets one Sent row and at most one answer row,
      *> so the charges still awaiting an answer are the Sent rows
      *> less the answered ones.
       1100-LOAD-HISTORY.
           READ CHARGE-IN INTO CHARGE-RECORD
               AT END SET CHP-CHGIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF CHG-SENT
               ADD 1 TO CHP-OPEN-CT
           ELSE
               IF CHP-OPEN-CT > ZERO
                   SUBTRACT 1 FROM CHP-OPEN-CT
               END-IF
           END-IF
           MOVE CHG-ID TO CRS-CHG-ID
           PERFORM 5000-FIND-CHARGE THRU 5000-EXIT
           IF CHP-HIT = ZERO
               GO TO 1100-EXIT
           END-IF
           MOVE CHARGE-RECORD TO CHP-CH-IMAGE (CHP-HIT)
           MOVE 'Y' TO CHP-CH-FILED-SW (CHP-HIT).
       1100-EXIT.
           EXIT.

      *> Settlement IDs run p-0000001 upward whoever wrote them;
      *> card settlements continue the series.
       1200-FIND-PAY-SEQ.
           READ PAYMENT-IN INTO PAYMENT-RECORD
               AT END SET CHP-PAYIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE PAY-ID TO CHP-ID-WORK
           IF CHP-ID-PFX = 'p-' AND CHP-ID-X IS NUMERIC
            AND CHP-ID-9 > CHP-NEXT-PAY
               MOVE CHP-ID-9 TO CHP-NEXT-PAY
           END-IF.
       1200-EXIT.
           EXIT.

      *> The invoice's currency onto every held charge for it.
       1300-LOAD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET CHP-INVIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           PERFORM 1310-SET-CURRENCY THRU 1310-EXIT
               VARYING CHP-CX FROM 1 BY 1
               UNTIL CHP-CX > CHP-CH-COUNT.
       1300-EXIT.
           EXIT.

       1310-SET-CURRENCY.
           IF CHP-CH-IMAGE (CHP-CX) (11:13) = INVOICE-NUMBER
               MOVE INVOICE-CURRENCY TO CHP-CH-CURRENCY (CHP-CX)
           END-IF.
       1310-EXIT.
           EXIT.

       1400-LOAD-CLOSED.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET CHP-CLRIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           PERFORM 9800-CP-ADD-PERIOD THRU 9800-EXIT.
       1400-EXIT.
           EXIT.

       3000-POST-ANSWER.
           ADD 1 TO CHP-RSP-READ
           MOVE SPACES TO CHP-DETAIL
           MOVE CRS-CHG-ID TO CHP-DT-CHG-ID
           MOVE CRS-RESULT TO CHP-DT-RESULT
           PERFORM 5000-FIND-CHARGE THRU 5000-EXIT
           IF CHP-HIT = ZERO
            OR NOT CHP-CH-FILED (CHP-HIT)
               ADD 1 TO CHP-REJECT-CT
               MOVE 'NO SUCH CHARGE - NOT POSTED' TO CHP-DT-WHY
               GO TO 3000-PRINT
           END-IF
           MOVE CHP-CH-IMAGE (CHP-HIT) TO CHARGE-RECORD
           MOVE CHG-INVOICE TO CHP-DT-INVOICE
           MOVE CHG-ATTEMPT TO CHP-DT-ATTEMPT
           MOVE CHG-AMOUNT TO CHP-DT-AMOUNT
           IF NOT CHG-SENT
               ADD 1 TO CHP-REJECT-CT
               MOVE SPACES TO CHP-DT-WHY
               STRING 'ALREADY ' CHG-STATUS DELIMITED BY SPACE
                      ' - NOT POSTED' DELIMITED BY SIZE
                   INTO CHP-DT-WHY
               GO TO 3000-PRINT
           END-IF
           IF NOT CRS-APPROVED AND NOT CRS-DECLINED
               ADD 1 TO CHP-REJECT-CT
               MOVE 'UNKNOWN RESULT - NOT POSTED' TO CHP-DT-WHY
               GO TO 3000-PRINT
           END-IF
           MOVE CHG-AMOUNT TO CHP-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           ADD CHP-AMT-VALUE TO CHP-ATTEMPTED-TOTAL
           MOVE CRS-DATE TO CHG-DATE
           IF CHG-DATE = SPACES
               MOVE PARM-RUN-DATE TO CHG-DATE
           END-IF
           MOVE CRS-RESULT TO CHG-STATUS
           IF CHP-OPEN-CT > ZERO
               SUBTRACT 1 FROM CHP-OPEN-CT
           END-IF
           IF CRS-APPROVED
               PERFORM 3100-POST-APPROVED THRU 3100-EXIT
           ELSE
               PERFORM 3200-POST-DECLINED THRU 3200-EXIT
           END-IF
           WRITE CHARGE-OUT-RECORD FROM CHARGE-RECORD
           MOVE CHARGE-RECORD TO CHP-CH-IMAGE (CHP-HIT).
       3000-PRINT.
           WRITE REPORT-LINE FROM CHP-DETAIL
           PERFORM 8100-READ-ANSWER THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-POST-APPROVED.
           ADD 1 TO CHP-APPROVED-CT
           ADD CHP-AMT-VALUE TO CHP-APPROVED-TOTAL
           MOVE CRS-AUTH TO CHG-AUTH
           MOVE SPACES TO CHG-REASON CHG-NEXT-DATE
           ADD 1 TO CHP-NEXT-PAY
           MOVE SPACES TO CHP-ID-WORK
           MOVE 'p-' TO CHP-ID-PFX
           MOVE CHP-NEXT-PAY TO CHP-ID-9
           MOVE SPACES TO PAYMENT-RECORD
           MOVE CHP-ID-WORK TO PAY-ID
           MOVE CHG-DATE TO CP-DATE-IN
           PERFORM 9850-CP-OPEN-DATE THRU 9850-EXIT
           MOVE CP-DATE-OUT TO PAY-DATE
           IF CP-DATE-MOVED
               ADD 1 TO CHP-REDATED-CT
           END-IF
           MOVE CHP-AMT-VALUE TO PAY-AMOUNT
           MOVE CHG-INVOICE TO PAY-INVOICE-REF
           MOVE 'card' TO PAY-METHOD
           MOVE 'Settled' TO PAY-STATUS
           MOVE CHP-CH-CURRENCY (CHP-HIT) TO PAY-CURRENCY
           WRITE PAYMENT-OUT-RECORD FROM PAYMENT-RECORD
           MOVE SPACES TO CHP-DT-WHY
           STRING 'auth ' CRS-AUTH DELIMITED BY SPACE
                  ' -> ' PAY-ID DELIMITED BY SIZE
               INTO CHP-DT-WHY.
       3100-EXIT.
           EXIT.

       3200-POST-DECLINED.
           ADD 1 TO CHP-DECLINED-CT
           ADD CHP-AMT-VALUE TO CHP-DECLINED-TOTAL
           MOVE CRS-REASON TO CHG-REASON
           MOVE SPACES TO CHG-AUTH CHG-NEXT-DATE
           MOVE CRS-REASON TO CHP-DT-WHY
           IF CHG-ATTEMPT > 3
               ADD 1 TO CHP-SPENT-CT
               MOVE 'spent - to dunning' TO CHP-DT-NEXT
               GO TO 3200-EXIT
           END-IF
           MOVE CHG-FIRST-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               MOVE CHG-DATE TO DS-DI-X
               PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           END-IF
           ADD CHP-LADDER-DAYS (CHG-ATTEMPT) TO DS-SERIAL
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DI-X TO CHG-NEXT-DATE
           MOVE CHG-NEXT-DATE TO CHP-DT-NEXT.
       3200-EXIT.
           EXIT.

       5000-FIND-CHARGE.
           MOVE ZERO TO CHP-HIT
           PERFORM 5100-MATCH-CHARGE THRU 5100-EXIT
               VARYING CHP-CX FROM 1 BY 1
               UNTIL CHP-CX > CHP-CH-COUNT OR CHP-HIT > 0.
       5000-EXIT.
           EXIT.

       5100-MATCH-CHARGE.
           IF CHP-CH-IMAGE (CHP-CX) (1:10) = CRS-CHG-ID
               MOVE CHP-CX TO CHP-HIT
           END-IF.
       5100-EXIT.
           EXIT.

       8100-READ-ANSWER.
           READ CHGRSP-IN INTO CHGRSP-RECORD
               AT END SET CHP-RSP-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ANSWERS READ' TO CHP-TL-LABEL
           MOVE CHP-RSP-READ TO CHP-TL-COUNT
           MOVE SPACES TO CHP-TL-AMOUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'ATTEMPTED' TO CHP-TL-LABEL
           COMPUTE CHP-TL-COUNT = CHP-APPROVED-CT + CHP-DECLINED-CT
           MOVE CHP-ATTEMPTED-TOTAL TO CHP-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE CHP-MONEY-OUT TO CHP-TL-AMOUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'APPROVED' TO CHP-TL-LABEL
           MOVE CHP-APPROVED-CT TO CHP-TL-COUNT
           MOVE CHP-APPROVED-TOTAL TO CHP-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE CHP-MONEY-OUT TO CHP-TL-AMOUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'DECLINED' TO CHP-TL-LABEL
           MOVE CHP-DECLINED-CT TO CHP-TL-COUNT
           MOVE CHP-DECLINED-TOTAL TO CHP-MONEY-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE CHP-MONEY-OUT TO CHP-TL-AMOUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE SPACES TO CHP-TL-AMOUNT
           MOVE '  OF WHICH LADDER SPENT' TO CHP-TL-LABEL
           MOVE CHP-SPENT-CT TO CHP-TL-COUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'NOT POSTED' TO CHP-TL-LABEL
           MOVE CHP-REJECT-CT TO CHP-TL-COUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'STILL AWAITING ANSWER' TO CHP-TL-LABEL
           MOVE CHP-OPEN-CT TO CHP-TL-COUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           MOVE 'DATED OUT OF CLOSED' TO CHP-TL-LABEL
           MOVE CHP-REDATED-CT TO CHP-TL-COUNT
           WRITE REPORT-LINE FROM CHP-TOTAL-LINE
           CLOSE CHGRSP-IN PAYMENT-OUT CHARGE-OUT REPORT-OUT
           IF CHP-REJECT-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CHGPOST: ' CHP-APPROVED-CT ' APPROVED, '
                   CHP-DECLINED-CT ' DECLINED, '
                   CHP-REJECT-CT ' NOT POSTED'.
       9000-EXIT.
           EXIT.

      *> Slide the edited amount's leading blanks off so the
      *> dollar sign lands in byte one of the 13-byte field.
       9400-EDIT-MONEY.
           MOVE ZERO TO CHP-LJ-CT
           INSPECT CHP-MONEY-ED
               TALLYING CHP-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO CHP-MONEY-OUT
           MOVE CHP-MONEY-ED (CHP-LJ-CT + 1:13 - CHP-LJ-CT)
               TO CHP-MONEY-OUT.
       9400-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value. Non-digits are skipped; the first '.' switches the
      *> scan from dollars to (at most two) cents digits.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO CHP-AMT-DOLLARS CHP-AMT-CENTS
                        CHP-AMT-CENT-CT
           MOVE 'N' TO CHP-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING CHP-IX FROM 1 BY 1 UNTIL CHP-IX > 13
           COMPUTE CHP-AMT-VALUE =
               CHP-AMT-DOLLARS + (CHP-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE CHP-AMT-TXT (CHP-IX:1) TO CHP-DIG-X
           IF CHP-DIG-X = '.'
               SET CHP-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF CHP-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF CHP-IN-CENTS
               IF CHP-AMT-CENT-CT < 2
                   COMPUTE CHP-AMT-CENTS =
                       (CHP-AMT-CENTS * 10) + CHP-DIG-9
                   ADD 1 TO CHP-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE CHP-AMT-DOLLARS =
                   (CHP-AMT-DOLLARS * 10) + CHP-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

       COPY CLOSED-PERIOD.
       COPY DATE-SERVICE.
