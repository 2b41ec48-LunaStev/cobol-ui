      *> invoice past 60 days on the run date (PARM='YYYY-MM-DD',
      *> real calendar days like INVAGE) it checks the dunning history,
      *> spools the next escalation level's reminder to the billing
      *> contact of the invoice's workspace (INVOICE-WORKSPACE -
      *> the workspace owner's USERS-FILE email, as STMTGEN
      *> addresses statements) through the outbound mail queue
      *> (templates dun-notice-1 / -2 / -3, each firmer than the
      *> last), and
      *> appends the notice to DUNNING-FILE so the same level is
      *> never sent twice for one invoice and level 3 is the end of
      *> the line. The history file also feeds the "dunning" card in
      *> 11_service.cbl. Run monthly after INVAGE. An invoice
      *> under an Active promise to pay in PROMISE-FILE gets no
      *> notice while the promise stands; PRMSWP picks the
      *> escalation back up the day a promise breaks.
      *> PARM='YYYY-MM-DD BUS' counts the 60 days in business
      *> days instead - weekends and the bank holidays on
      *> HOLIDAY-FILE do not count - which is how finance wants
      *> the grace measured; the report heading says which count
      *> was used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNGEN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS DGN-DUNIN-STATUS.
           SELECT DUN-OUT ASSIGN TO DUNOUT
               FILE STATUS IS DGN-DUNOUT-STATUS.
           SELECT PROMISE-IN ASSIGN TO PRMINDD
               FILE STATUS IS DGN-PRM-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS DGN-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS DGN-RPT-STATUS.
           SELECT HOLIDAY-IN ASSIGN TO HOLDD
               FILE STATUS IS DGN-HOL-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS DGN-WKS-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS DGN-USR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  DUN-IN.
       01  DUN-IN-RECORD          PIC X(64).
       FD  DUN-OUT.
       01  DUN-OUT-RECORD         PIC X(64).
       FD  PROMISE-IN.
       01  PROMISE-IN-RECORD      PIC X(86).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       FD  HOLIDAY-IN.
       01  HOLIDAY-IN-RECORD      PIC X(40).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       WORKING-STORAGE SECTION.
       77  DGN-INVIN-STATUS       PIC X(02).
       77  DGN-DUNIN-STATUS       PIC X(02).
       77  DGN-DUNOUT-STATUS      PIC X(02).
       77  DGN-PRM-STATUS         PIC X(02).
       77  DGN-SPL-STATUS         PIC X(02).
       77  DGN-RPT-STATUS         PIC X(02).
       77  DGN-HOL-STATUS         PIC X(02).
       77  DGN-WKS-STATUS         PIC X(02).
       77  DGN-USR-STATUS         PIC X(02).
       77  DGN-INV-READ           PIC 9(05) COMP VALUE ZERO.
       77  DGN-NOTICES            PIC 9(05) COMP VALUE ZERO.
       77  DGN-EXHAUSTED          PIC 9(05) COMP VALUE ZERO.
       77  DGN-HELD               PIC 9(05) COMP VALUE ZERO.
       77  DGN-NOCONTACT          PIC 9(05) COMP VALUE ZERO.
       77  DGN-WX                 PIC 9(05) COMP VALUE ZERO.
       77  DGN-W-HIT              PIC 9(05) COMP VALUE ZERO.
       77  DGN-PRM-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  DGN-PX                 PIC 9(03) COMP VALUE ZERO.
       77  DGN-PRM-HIT            PIC 9(03) COMP VALUE ZERO.
       77  DGN-HIST-COUNT         PIC 9(03) COMP VALUE ZERO.
       77  DGN-HX                 PIC 9(03) COMP VALUE ZERO.
       77  DGN-HIT                PIC 9(03) COMP VALUE ZERO.
              88 DGN-INVIN-EOF    VALUE 'Y'.
           05 DGN-DUNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 DGN-DUNIN-EOF    VALUE 'Y'.
           05 DGN-PRM-EOF-SW      PIC X(01) VALUE 'N'.
              88 DGN-PRM-EOF      VALUE 'Y'.
           05 DGN-HOL-EOF-SW      PIC X(01) VALUE 'N'.
              88 DGN-HOL-EOF      VALUE 'Y'.
           05 DGN-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 DGN-WKS-EOF      VALUE 'Y'.
           05 DGN-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 DGN-USR-EOF      VALUE 'Y'.
           05 DGN-BASIS-SW        PIC X(01) VALUE 'C'.
              88 DGN-BUSINESS-BASIS VALUE 'B'.
      *> Every workspace with its owner's email. Closed ones are
      *> kept too - a closed workspace can still owe.
       01  DGN-WKS-TABLE.
           05 DGN-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 DGN-WKS-ENTRY OCCURS 500 TIMES.
              10 DGN-WT-ID        PIC X(12).
              10 DGN-WT-OWNER     PIC X(06).
              10 DGN-WT-EMAIL     PIC X(40).
      *> Notices are addressed to the billing contact of the
      *> workspace the invoice bills.
       01  DGN-BILLING-EMAIL      PIC X(40) VALUE SPACES.
       01  DGN-DATE-WORK.
           05 DGN-DW-X            PIC X(10).
           05 DGN-DW-PARTS REDEFINES DGN-DW-X.
           05 DGN-HIST OCCURS 500 TIMES.
              10 DGN-H-INVOICE    PIC X(13).
              10 DGN-H-LEVEL      PIC 9(01).
      *> Invoices under an Active promise to pay, with the date
      *> the customer promised.
       01  DGN-PRM-TABLE.
           05 DGN-PRM OCCURS 500 TIMES.
              10 DGN-P-INVOICE    PIC X(13).
              10 DGN-P-DUE        PIC X(10).
       01  DGN-TEMPLATE-WORK.
           05 FILLER              PIC X(11) VALUE 'dun-notice-'.
           05 DGN-TPL-LEVEL       PIC 9(01).
           05 FILLER              PIC X(38) VALUE
              'DUNGEN - DUNNING NOTICE RUN   RUN ON  '.
           05 DGN-H1-DATE         PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DGN-H1-BASIS        PIC X(30) VALUE
              'DAYS ARE CALENDAR DAYS'.
           05 FILLER              PIC X(52) VALUE SPACES.
       01  DGN-HEAD-2.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(06) VALUE 'DAYS'.
       COPY INVOICE-RECORD.
       COPY DUNNING-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY PROMISE-RECORD.
       COPY HOLIDAY-RECORD.
       COPY WORKSPACE-RECORD.
       COPY USER-RECORD.
       COPY BUSINESS-DAY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-DAY-BASIS      PIC X(03).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
               UNTIL DGN-DUNIN-EOF
           PERFORM 2200-LOAD-PROMISE THRU 2200-EXIT
               UNTIL DGN-PRM-EOF
           CLOSE PROMISE-IN
           PERFORM 3000-DUN-INVOICE THRU 3000-EXIT
               UNTIL DGN-INVIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
            AND (PARM-LEN NOT = 14 OR PARM-DAY-BASIS NOT = 'BUS')
               DISPLAY 'DUNGEN: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD, OPTIONALLY FOLLOWED BY BUS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DGN-INV-SERIAL TO DGN-RUN-SERIAL
           OPEN INPUT INVOICE-IN
           OPEN INPUT DUN-IN
           OPEN INPUT PROMISE-IN
           OPEN INPUT WORKSPACE-IN USERS-IN
           OPEN EXTEND DUN-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN OUTPUT REPORT-OUT
           IF DGN-INVIN-STATUS NOT = '00'
            OR DGN-DUNIN-STATUS NOT = '00'
            OR DGN-DUNOUT-STATUS NOT = '00'
            OR DGN-PRM-STATUS NOT = '00'
            OR DGN-WKS-STATUS NOT = '00'
            OR DGN-USR-STATUS NOT = '00'
            OR DGN-SPL-STATUS NOT = '00'
            OR DGN-RPT-STATUS NOT = '00'
               DISPLAY 'DUNGEN: OPEN FAILED INVIN=' DGN-INVIN-STATUS
                       ' DUNIN=' DGN-DUNIN-STATUS
                       ' DUNOUT=' DGN-DUNOUT-STATUS
                       ' PROMISE=' DGN-PRM-STATUS
                       ' WORKSPACE=' DGN-WKS-STATUS
                       ' USERS=' DGN-USR-STATUS
                       ' SPOOL=' DGN-SPL-STATUS
                       ' RPT=' DGN-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1120-TAKE-WORKSPACE THRU 1120-EXIT
               UNTIL DGN-WKS-EOF
           PERFORM 1130-TAKE-USER THRU 1130-EXIT
               UNTIL DGN-USR-EOF
           CLOSE WORKSPACE-IN USERS-IN
           IF PARM-LEN = 14
               PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT
           END-IF
           MOVE PARM-RUN-DATE TO DGN-H1-DATE
           WRITE REPORT-LINE FROM DGN-HEAD-1
           WRITE REPORT-LINE FROM DGN-HEAD-2
       1000-EXIT.
           EXIT.

       1120-TAKE-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET DGN-WKS-EOF TO TRUE
               GO TO 1120-EXIT
           END-READ
           IF DGN-WKS-COUNT >= 500
               DISPLAY 'DUNGEN: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DGN-WKS-COUNT
           MOVE WKS-ID TO DGN-WT-ID (DGN-WKS-COUNT)
           MOVE WKS-OWNER TO DGN-WT-OWNER (DGN-WKS-COUNT)
           MOVE SPACES TO DGN-WT-EMAIL (DGN-WKS-COUNT).
       1120-EXIT.
           EXIT.

       1130-TAKE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET DGN-USR-EOF TO TRUE
               GO TO 1130-EXIT
           END-READ
           PERFORM 1135-OWNER-EMAIL THRU 1135-EXIT
               VARYING DGN-WX FROM 1 BY 1
               UNTIL DGN-WX > DGN-WKS-COUNT.
       1130-EXIT.
           EXIT.

       1135-OWNER-EMAIL.
           IF DGN-WT-OWNER (DGN-WX) = USER-ID
               MOVE USER-EMAIL TO DGN-WT-EMAIL (DGN-WX)
           END-IF.
       1135-EXIT.
           EXIT.

      *> Business-day counting: the holiday calendar is read only
      *> when the PARM asks for it.
       1500-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-IN
           IF DGN-HOL-STATUS NOT = '00'
               DISPLAY 'DUNGEN: OPEN FAILED HOLIDAY=' DGN-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1550-LOAD-HOLIDAY THRU 1550-EXIT
               UNTIL DGN-HOL-EOF
           CLOSE HOLIDAY-IN
           SET DGN-BUSINESS-BASIS TO TRUE
           MOVE 'DAYS ARE BUSINESS DAYS' TO DGN-H1-BASIS.
       1500-EXIT.
           EXIT.

       1550-LOAD-HOLIDAY.
           READ HOLIDAY-IN INTO HOLIDAY-RECORD
               AT END SET DGN-HOL-EOF TO TRUE
               GO TO 1550-EXIT
           END-READ
           PERFORM 9880-BD-ADD-HOLIDAY THRU 9880-EXIT
           IF BD-TABLE-FULL
               DISPLAY 'DUNGEN: HOLIDAY TABLE FULL AT 100'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1550-EXIT.
           EXIT.

      *> One table entry per invoice, carrying the highest level
      *> already sent.
       2000-LOAD-HISTORY.
       2100-EXIT.
           EXIT.

       2200-LOAD-PROMISE.
           READ PROMISE-IN INTO PROMISE-RECORD
               AT END SET DGN-PRM-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           IF NOT PRM-ACTIVE
               GO TO 2200-EXIT
           END-IF
           IF DGN-PRM-COUNT >= 500
               DISPLAY 'DUNGEN: PROMISE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DGN-PRM-COUNT
           MOVE PRM-INVOICE TO DGN-P-INVOICE (DGN-PRM-COUNT)
           MOVE PRM-DUE TO DGN-P-DUE (DGN-PRM-COUNT).
       2200-EXIT.
           EXIT.

       3000-DUN-INVOICE.
           ADD 1 TO DGN-INV-READ
           IF INVOICE-STATUS = 'Paid'
           IF DGN-INV-SERIAL = ZERO
               GO TO 3000-NEXT
           END-IF
           PERFORM 9150-DAYS-OVERDUE THRU 9150-EXIT
           IF DGN-DAYS NOT > 60
               GO TO 3000-NEXT
           END-IF
           PERFORM 3100-FIND-LEVEL THRU 3100-EXIT
           MOVE INVOICE-NUMBER TO DGN-DT-INVOICE
           MOVE DGN-DAYS TO DGN-DT-DAYS
           MOVE ZERO TO DGN-PRM-HIT
           PERFORM 3120-MATCH-PROMISE THRU 3120-EXIT
               VARYING DGN-PX FROM 1 BY 1
               UNTIL DGN-PX > DGN-PRM-COUNT OR DGN-PRM-HIT > 0
           IF DGN-PRM-HIT > 0
               ADD 1 TO DGN-HELD
               MOVE 'HELD' TO DGN-DT-LEVEL
               MOVE SPACES TO DGN-DT-VERDICT
               STRING 'promise to pay by ' DELIMITED BY SIZE
                      DGN-P-DUE (DGN-PRM-HIT) DELIMITED BY SIZE
                      ' - no notice' DELIMITED BY SIZE
                   INTO DGN-DT-VERDICT
               WRITE REPORT-LINE FROM DGN-DETAIL
               GO TO 3000-NEXT
           END-IF
           IF DGN-NEXT-LEVEL > 3
               ADD 1 TO DGN-EXHAUSTED
               MOVE 'FINAL' TO DGN-DT-LEVEL
               WRITE REPORT-LINE FROM DGN-DETAIL
               GO TO 3000-NEXT
           END-IF
           PERFORM 3200-FIND-CONTACT THRU 3200-EXIT
           IF DGN-BILLING-EMAIL = SPACES
               ADD 1 TO DGN-NOCONTACT
               MOVE 'NONE' TO DGN-DT-LEVEL
               MOVE 'NO BILLING CONTACT FOR WORKSPACE - not sent'
                   TO DGN-DT-VERDICT
               WRITE REPORT-LINE FROM DGN-DETAIL
               GO TO 3000-NEXT
           END-IF
           PERFORM 3500-SEND-NOTICE THRU 3500-EXIT
           MOVE SPACES TO DGN-DT-LEVEL
           MOVE DGN-NEXT-LEVEL TO DGN-DT-LEVEL (1:1)
       3110-EXIT.
           EXIT.

       3120-MATCH-PROMISE.
           IF DGN-P-INVOICE (DGN-PX) = INVOICE-NUMBER
               MOVE DGN-PX TO DGN-PRM-HIT
           END-IF.
       3120-EXIT.
           EXIT.

      *> The owner email of the invoice's workspace, or spaces
      *> when the workspace or its owner is not on file.
       3200-FIND-CONTACT.
           MOVE SPACES TO DGN-BILLING-EMAIL
           MOVE ZERO TO DGN-W-HIT
           PERFORM 3210-MATCH-WORKSPACE THRU 3210-EXIT
               VARYING DGN-WX FROM 1 BY 1
               UNTIL DGN-WX > DGN-WKS-COUNT OR DGN-W-HIT > 0
           IF DGN-W-HIT > 0
               MOVE DGN-WT-EMAIL (DGN-W-HIT) TO DGN-BILLING-EMAIL
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-WORKSPACE.
           IF DGN-WT-ID (DGN-WX) = INVOICE-WORKSPACE
               MOVE DGN-WX TO DGN-W-HIT
           END-IF.
       3210-EXIT.
           EXIT.

      *> One spool row for the EMAILER cycle and one history row
      *> per notice; the template name carries the escalation
      *> level so the tone firms up by itself.
           MOVE 'LEVELS EXHAUSTED' TO DGN-TL-LABEL
           MOVE DGN-EXHAUSTED TO DGN-TL-COUNT
           WRITE REPORT-LINE FROM DGN-TOTAL-LINE
           MOVE 'HELD BY PROMISE' TO DGN-TL-LABEL
           MOVE DGN-HELD TO DGN-TL-COUNT
           WRITE REPORT-LINE FROM DGN-TOTAL-LINE
           MOVE 'NO BILLING CONTACT' TO DGN-TL-LABEL
           MOVE DGN-NOCONTACT TO DGN-TL-COUNT
           WRITE REPORT-LINE FROM DGN-TOTAL-LINE
           CLOSE INVOICE-IN DUN-IN DUN-OUT SPOOL-OUT REPORT-OUT
           IF DGN-NOCONTACT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'DUNGEN: ' DGN-INV-READ ' INVOICES READ, '
                   DGN-NOTICES ' NOTICES SPOOLED, '
                   DGN-EXHAUSTED ' PAST FINAL LEVEL, '
                   DGN-HELD ' HELD BY PROMISE, '
                   DGN-NOCONTACT ' NO CONTACT'.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

      *> Days from the invoice date to the run date, in the count
      *> the PARM chose.
       9150-DAYS-OVERDUE.
           IF NOT DGN-BUSINESS-BASIS
               COMPUTE DGN-DAYS = DGN-RUN-SERIAL - DGN-INV-SERIAL
               GO TO 9150-EXIT
           END-IF
           MOVE DGN-INV-SERIAL TO BD-FROM-SERIAL
           MOVE DGN-RUN-SERIAL TO BD-TO-SERIAL
           PERFORM 9890-BD-COUNT-BETWEEN THRU 9890-EXIT
           MOVE BD-DAYS TO DGN-DAYS.
       9150-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY BUSINESS-DAY.
