      *> WKSCONV.cbl
      *> One-time workspace tenancy conversion. Until now the
      *> system served a single workspace: SETTINGS-FILE and
      *> SUBSCRIPTION-FILE held one record each and nothing else
      *> said whose data it was. This run builds the new
      *> WORKSPACE-FILE master with that one workspace - its id
      *> from the subscription, its name from the settings, its
      *> owner the first Owner-role user - and MEMBER-FILE with a
      *> membership for every user on USERS-FILE, carrying the
      *> user's current role (Deleted users come across Removed).
      *> It then migrates SETTINGS-FILE, INVOICES-FILE,
      *> TICKETS-FILE, CAMPAIGNS-FILE, any transactions still
      *> queued on TRANS-FILE, the KPI-FILE stats record, the
      *> KPIHIST-FILE history and the statement register to the
      *> current layouts, stamping the workspace id on every
      *> record. Tickets and campaigns go straight to their
      *> latest layouts: the parent ticket and component, and the
      *> campaign requester, reviewer and note, come across
      *> blank - no ticket had been merged and no campaign had
      *> been through approval. USERS-FILE is read at its current
      *> length because MSTCONV runs first. Once written
      *> the converted files are read back and the control report
      *> prints record counts before and after and how many
      *> records carry the workspace. Any line out of balance
      *> ends the run with RC 8 and the converted files must not
      *> be promoted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WKSCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS WCV-SUB-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS WCV-USR-STATUS.
           SELECT WORKSPACE-OUT ASSIGN TO WKSOUTDD
               FILE STATUS IS WCV-WKS-STATUS.
           SELECT MEMBER-OUT ASSIGN TO MBROUTDD
               FILE STATUS IS WCV-MBR-STATUS.
           SELECT SETTINGS-IN ASSIGN TO SETINDD
               FILE STATUS IS WCV-SETIN-STATUS.
           SELECT SETTINGS-OUT ASSIGN TO SETOUTDD
               FILE STATUS IS WCV-SETOUT-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS WCV-INVIN-STATUS.
           SELECT INVOICE-OUT ASSIGN TO INVOUTDD
               FILE STATUS IS WCV-INVOUT-STATUS.
           SELECT TICKET-IN ASSIGN TO TKTINDD
               FILE STATUS IS WCV-TKTIN-STATUS.
           SELECT TICKET-OUT ASSIGN TO TKTOUTDD
               FILE STATUS IS WCV-TKTOUT-STATUS.
           SELECT CAMP-IN ASSIGN TO CAMPINDD
               FILE STATUS IS WCV-CMPIN-STATUS.
           SELECT CAMP-OUT ASSIGN TO CAMPOUTD
               FILE STATUS IS WCV-CMPOUT-STATUS.
           SELECT TRANS-IN ASSIGN TO TRNINDD
               FILE STATUS IS WCV-TRNIN-STATUS.
           SELECT TRANS-OUT ASSIGN TO TRNOUTDD
               FILE STATUS IS WCV-TRNOUT-STATUS.
           SELECT KPI-IN ASSIGN TO KPIINDD
               FILE STATUS IS WCV-KPIIN-STATUS.
           SELECT KPI-OUT ASSIGN TO KPIOUTDD
               FILE STATUS IS WCV-KPIOUT-STATUS.
           SELECT HIST-IN ASSIGN TO HSTINDD
               FILE STATUS IS WCV-HSTIN-STATUS.
           SELECT HIST-OUT ASSIGN TO HSTOUTDD
               FILE STATUS IS WCV-HSTOUT-STATUS.
           SELECT STMT-IN ASSIGN TO STMINDD
               FILE STATUS IS WCV-STMIN-STATUS.
           SELECT STMT-OUT ASSIGN TO STMOUTDD
               FILE STATUS IS WCV-STMOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS WCV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  WORKSPACE-OUT.
       01  WORKSPACE-OUT-RECORD   PIC X(60).
       FD  MEMBER-OUT.
       01  MEMBER-OUT-RECORD      PIC X(48).
       FD  SETTINGS-IN.
       01  SETTINGS-IN-RECORD     PIC X(69).
       FD  SETTINGS-OUT.
       01  SETTINGS-OUT-RECORD    PIC X(81).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(122).
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(134).
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(216).
       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD      PIC X(246).
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(146).
       FD  CAMP-OUT.
       01  CAMP-OUT-RECORD        PIC X(218).
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(188).
       FD  TRANS-OUT.
       01  TRANS-OUT-RECORD       PIC X(200).
       FD  KPI-IN.
       01  KPI-IN-RECORD          PIC X(144).
       FD  KPI-OUT.
       01  KPI-OUT-RECORD         PIC X(156).
       FD  HIST-IN.
       01  HIST-IN-RECORD         PIC X(42).
       FD  HIST-OUT.
       01  HIST-OUT-RECORD        PIC X(54).
       FD  STMT-IN.
       01  STMT-IN-RECORD         PIC X(81).
       FD  STMT-OUT.
       01  STMT-OUT-RECORD        PIC X(93).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  WCV-SUB-STATUS         PIC X(02).
       77  WCV-USR-STATUS         PIC X(02).
       77  WCV-WKS-STATUS         PIC X(02).
       77  WCV-MBR-STATUS         PIC X(02).
       77  WCV-SETIN-STATUS       PIC X(02).
       77  WCV-SETOUT-STATUS      PIC X(02).
       77  WCV-INVIN-STATUS       PIC X(02).
       77  WCV-INVOUT-STATUS      PIC X(02).
       77  WCV-TKTIN-STATUS       PIC X(02).
       77  WCV-TKTOUT-STATUS      PIC X(02).
       77  WCV-CMPIN-STATUS       PIC X(02).
       77  WCV-CMPOUT-STATUS      PIC X(02).
       77  WCV-TRNIN-STATUS       PIC X(02).
       77  WCV-TRNOUT-STATUS      PIC X(02).
       77  WCV-KPIIN-STATUS       PIC X(02).
       77  WCV-KPIOUT-STATUS      PIC X(02).
       77  WCV-HSTIN-STATUS       PIC X(02).
       77  WCV-HSTOUT-STATUS      PIC X(02).
       77  WCV-STMIN-STATUS       PIC X(02).
       77  WCV-STMOUT-STATUS      PIC X(02).
       77  WCV-RPT-STATUS         PIC X(02).
       77  WCV-BAD-CT             PIC 9(03) COMP VALUE ZERO.
       01  WCV-SWITCHES.
           05 WCV-EOF-SW          PIC X(01) VALUE 'N'.
              88 WCV-EOF          VALUE 'Y'.
      *> The one workspace every existing record belongs to.
       01  WCV-WORKSPACE          PIC X(12) VALUE SPACES.
       01  WCV-WS-NAME            PIC X(24) VALUE SPACES.
       01  WCV-OWNER              PIC X(06) VALUE SPACES.
       01  WCV-RUN-DATE           PIC X(10) VALUE SPACES.
      *> Record counts: BEFORE as read from the old stores, AFTER
      *> as read back from the new ones, STAMPED the records read
      *> back carrying the workspace id.
       01  WCV-COUNTS.
           05 WCV-USR-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-MBR-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-MBR-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-MBR-REMOVED-CT  PIC 9(09) COMP VALUE ZERO.
           05 WCV-SET-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-SET-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-SET-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-INV-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-INV-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-INV-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-TKT-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-TKT-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-TKT-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-CMP-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-CMP-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-CMP-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-TRN-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-TRN-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-TRN-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-KPI-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-KPI-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-KPI-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-HST-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-HST-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-HST-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-STM-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 WCV-STM-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 WCV-STM-STAMP-CT    PIC 9(09) COMP VALUE ZERO.
      *> One control line: label, before and after arrive here.
       01  WCV-CMP-BEFORE         PIC 9(09) COMP VALUE ZERO.
       01  WCV-CMP-AFTER          PIC 9(09) COMP VALUE ZERO.
       01  WCV-HEAD-1.
           05 FILLER              PIC X(50) VALUE
              'WKSCONV - WORKSPACE TENANCY CONVERSION CONTROLS'.
           05 FILLER              PIC X(09) VALUE '   RUN ON'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WCV-H1-DATE         PIC X(10).
           05 FILLER              PIC X(63) VALUE SPACES.
       01  WCV-HEAD-2.
           05 FILLER              PIC X(20) VALUE 'WORKSPACE'.
           05 WCV-H2-WORKSPACE    PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCV-H2-NAME         PIC X(24).
           05 FILLER              PIC X(08) VALUE '  OWNER '.
           05 WCV-H2-OWNER        PIC X(06).
           05 FILLER              PIC X(61) VALUE SPACES.
       01  WCV-HEAD-3.
           05 FILLER              PIC X(32) VALUE 'FILE / CONTROL'.
           05 FILLER              PIC X(21) VALUE
              '               BEFORE'.
           05 FILLER              PIC X(21) VALUE
              '                AFTER'.
           05 FILLER              PIC X(59) VALUE '  RESULT'.
       01  WCV-CNT-LINE.
           05 WCV-CL-LABEL        PIC X(32).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCV-CL-BEFORE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCV-CL-AFTER        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WCV-CL-RESULT       PIC X(20).
           05 FILLER              PIC X(37) VALUE SPACES.
       01  WCV-NOTE-LINE.
           05 WCV-NL-LABEL        PIC X(53).
           05 WCV-NL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(69) VALUE SPACES.
       01  WCV-SYS-DATE.
           05 WCV-SD-YYYY         PIC X(04).
           05 WCV-SD-MM           PIC X(02).
           05 WCV-SD-DD           PIC X(02).
       COPY SUBSCRIPTION-RECORD.
       COPY USER-RECORD.
       COPY WORKSPACE-RECORD.
       COPY MEMBER-RECORD.
       COPY SETTINGS-RECORD.
       COPY INVOICE-RECORD.
       COPY TICKET-RECORD.
       COPY CAMPAIGN-RECORD.
       COPY TRANS-RECORD.
       COPY KPI-RECORD.
       COPY KPIHIST-RECORD.
       COPY STATEMENT-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-SETTINGS THRU 2000-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 2100-FIND-OWNER THRU 2100-EXIT
               UNTIL WCV-EOF
           PERFORM 2150-WRITE-WORKSPACE THRU 2150-EXIT
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8100-READ-USER THRU 8100-EXIT
           PERFORM 2200-WRITE-MEMBER THRU 2200-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8200-READ-OLD-INVOICE THRU 8200-EXIT
           PERFORM 2300-CONVERT-INVOICE THRU 2300-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8300-READ-OLD-TICKET THRU 8300-EXIT
           PERFORM 2400-CONVERT-TICKET THRU 2400-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8400-READ-OLD-CAMPAIGN THRU 8400-EXIT
           PERFORM 2500-CONVERT-CAMPAIGN THRU 2500-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8500-READ-OLD-TRANS THRU 8500-EXIT
           PERFORM 2600-CONVERT-TRANS THRU 2600-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8600-READ-OLD-KPI THRU 8600-EXIT
           PERFORM 2700-CONVERT-KPI THRU 2700-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8700-READ-OLD-HISTORY THRU 8700-EXIT
           PERFORM 2800-CONVERT-HISTORY THRU 2800-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 8800-READ-OLD-STATEMENT THRU 8800-EXIT
           PERFORM 2900-CONVERT-STATEMENT THRU 2900-EXIT
               UNTIL WCV-EOF
           PERFORM 4000-READ-BACK THRU 4000-EXIT
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

      *> The workspace id comes from the single subscription; a
      *> store without one cannot be converted.
       1000-INITIALIZE.
           OPEN INPUT SUBS-IN USERS-IN SETTINGS-IN INVOICE-IN
                      TICKET-IN CAMP-IN TRANS-IN KPI-IN HIST-IN
                      STMT-IN
           OPEN OUTPUT WORKSPACE-OUT MEMBER-OUT SETTINGS-OUT
                       INVOICE-OUT TICKET-OUT CAMP-OUT TRANS-OUT
                       KPI-OUT HIST-OUT STMT-OUT REPORT-OUT
           IF WCV-SUB-STATUS NOT = '00'
            OR WCV-USR-STATUS NOT = '00'
            OR WCV-WKS-STATUS NOT = '00'
            OR WCV-MBR-STATUS NOT = '00'
            OR WCV-SETIN-STATUS NOT = '00'
            OR WCV-SETOUT-STATUS NOT = '00'
            OR WCV-INVIN-STATUS NOT = '00'
            OR WCV-INVOUT-STATUS NOT = '00'
            OR WCV-TKTIN-STATUS NOT = '00'
            OR WCV-TKTOUT-STATUS NOT = '00'
            OR WCV-CMPIN-STATUS NOT = '00'
            OR WCV-CMPOUT-STATUS NOT = '00'
            OR WCV-TRNIN-STATUS NOT = '00'
            OR WCV-TRNOUT-STATUS NOT = '00'
            OR WCV-KPIIN-STATUS NOT = '00'
            OR WCV-KPIOUT-STATUS NOT = '00'
            OR WCV-HSTIN-STATUS NOT = '00'
            OR WCV-HSTOUT-STATUS NOT = '00'
            OR WCV-STMIN-STATUS NOT = '00'
            OR WCV-STMOUT-STATUS NOT = '00'
            OR WCV-RPT-STATUS NOT = '00'
               DISPLAY 'WKSCONV: OPEN FAILED SUBS=' WCV-SUB-STATUS
                       ' USERS=' WCV-USR-STATUS
                       ' WKS=' WCV-WKS-STATUS
                       ' MBR=' WCV-MBR-STATUS
                       ' SET=' WCV-SETIN-STATUS
                       '/' WCV-SETOUT-STATUS
                       ' INV=' WCV-INVIN-STATUS
                       '/' WCV-INVOUT-STATUS
                       ' TKT=' WCV-TKTIN-STATUS
                       '/' WCV-TKTOUT-STATUS
                       ' CAMP=' WCV-CMPIN-STATUS
                       '/' WCV-CMPOUT-STATUS
                       ' TRN=' WCV-TRNIN-STATUS
                       '/' WCV-TRNOUT-STATUS
                       ' KPI=' WCV-KPIIN-STATUS
                       '/' WCV-KPIOUT-STATUS
                       ' HST=' WCV-HSTIN-STATUS
                       '/' WCV-HSTOUT-STATUS
                       ' STM=' WCV-STMIN-STATUS
                       '/' WCV-STMOUT-STATUS
                       ' RPT=' WCV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END MOVE SPACES TO SUBS-WORKSPACE
           END-READ
           IF SUBS-WORKSPACE = SPACES
               DISPLAY 'WKSCONV: NO SUBSCRIPTION WORKSPACE ON FILE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SUBS-WORKSPACE TO WCV-WORKSPACE
           CLOSE SUBS-IN
           ACCEPT WCV-SYS-DATE FROM DATE YYYYMMDD
           STRING WCV-SD-YYYY '-' WCV-SD-MM '-' WCV-SD-DD
               DELIMITED BY SIZE INTO WCV-RUN-DATE
           MOVE WCV-RUN-DATE TO WCV-H1-DATE
           READ SETTINGS-IN INTO SETTINGS-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *> The settings record keeps every field and gains the
      *> workspace; its name becomes the workspace name.
       2000-CONVERT-SETTINGS.
           ADD 1 TO WCV-SET-BEFORE-CT
           IF WCV-WS-NAME = SPACES
               MOVE SET-WS-NAME TO WCV-WS-NAME
           END-IF
           MOVE WCV-WORKSPACE TO SET-WORKSPACE
           WRITE SETTINGS-OUT-RECORD FROM SETTINGS-RECORD
           READ SETTINGS-IN INTO SETTINGS-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-OWNER.
           READ USERS-IN INTO USER-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF WCV-OWNER = SPACES AND USER-ROLE = 'Owner'
               MOVE USER-ID TO WCV-OWNER
           END-IF.
       2100-EXIT.
           EXIT.

      *> The users file is read twice: once for the owner the
      *> master row needs, once for the memberships.
       2150-WRITE-WORKSPACE.
           MOVE SPACES TO WORKSPACE-RECORD
           MOVE WCV-WORKSPACE TO WKS-ID
           MOVE WCV-WS-NAME TO WKS-NAME
           MOVE 'Active' TO WKS-STATUS
           MOVE WCV-OWNER TO WKS-OWNER
           MOVE WCV-RUN-DATE TO WKS-CREATED
           WRITE WORKSPACE-OUT-RECORD FROM WORKSPACE-RECORD
           CLOSE USERS-IN
           OPEN INPUT USERS-IN
           IF WCV-USR-STATUS NOT = '00'
               DISPLAY 'WKSCONV: USERS REOPEN FAILED, STATUS='
                       WCV-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       2150-EXIT.
           EXIT.

       2200-WRITE-MEMBER.
           ADD 1 TO WCV-USR-BEFORE-CT
           MOVE SPACES TO MEMBER-RECORD
           MOVE WCV-WORKSPACE TO MBR-WORKSPACE
           MOVE USER-ID TO MBR-USER-ID
           MOVE USER-ROLE TO MBR-ROLE
           IF USER-STATUS = 'Deleted'
               MOVE 'Removed' TO MBR-STATUS
               ADD 1 TO WCV-MBR-REMOVED-CT
           ELSE
               MOVE 'Active' TO MBR-STATUS
           END-IF
           MOVE WCV-RUN-DATE TO MBR-SINCE
           WRITE MEMBER-OUT-RECORD FROM MEMBER-RECORD
           PERFORM 8100-READ-USER THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

       2300-CONVERT-INVOICE.
           ADD 1 TO WCV-INV-BEFORE-CT
           MOVE WCV-WORKSPACE TO INVOICE-WORKSPACE
           WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           PERFORM 8200-READ-OLD-INVOICE THRU 8200-EXIT.
       2300-EXIT.
           EXIT.

       2400-CONVERT-TICKET.
           ADD 1 TO WCV-TKT-BEFORE-CT
           MOVE WCV-WORKSPACE TO TKT-WORKSPACE
           WRITE TICKET-OUT-RECORD FROM TICKET-RECORD
           PERFORM 8300-READ-OLD-TICKET THRU 8300-EXIT.
       2400-EXIT.
           EXIT.

       2500-CONVERT-CAMPAIGN.
           ADD 1 TO WCV-CMP-BEFORE-CT
           MOVE WCV-WORKSPACE TO CAMP-WORKSPACE
           WRITE CAMP-OUT-RECORD FROM CAMPAIGN-RECORD
           PERFORM 8400-READ-OLD-CAMPAIGN THRU 8400-EXIT.
       2500-EXIT.
           EXIT.

       2600-CONVERT-TRANS.
           ADD 1 TO WCV-TRN-BEFORE-CT
           MOVE WCV-WORKSPACE TO TRN-WORKSPACE
           WRITE TRANS-OUT-RECORD FROM TRANS-RECORD
           PERFORM 8500-READ-OLD-TRANS THRU 8500-EXIT.
       2600-EXIT.
           EXIT.

       2700-CONVERT-KPI.
           ADD 1 TO WCV-KPI-BEFORE-CT
           MOVE WCV-WORKSPACE TO KPI-WORKSPACE
           WRITE KPI-OUT-RECORD FROM KPI-RECORD
           PERFORM 8600-READ-OLD-KPI THRU 8600-EXIT.
       2700-EXIT.
           EXIT.

       2800-CONVERT-HISTORY.
           ADD 1 TO WCV-HST-BEFORE-CT
           MOVE WCV-WORKSPACE TO HIST-WORKSPACE
           WRITE HIST-OUT-RECORD FROM KPIHIST-RECORD
           PERFORM 8700-READ-OLD-HISTORY THRU 8700-EXIT.
       2800-EXIT.
           EXIT.

       2900-CONVERT-STATEMENT.
           ADD 1 TO WCV-STM-BEFORE-CT
           MOVE WCV-WORKSPACE TO STMT-WORKSPACE
           WRITE STMT-OUT-RECORD FROM STATEMENT-RECORD
           PERFORM 8800-READ-OLD-STATEMENT THRU 8800-EXIT.
       2900-EXIT.
           EXIT.

      *> Close the new stores and read every record back: the
      *> AFTER side of the report is what actually landed.
       4000-READ-BACK.
           CLOSE USERS-IN SETTINGS-IN INVOICE-IN TICKET-IN CAMP-IN
                 TRANS-IN KPI-IN HIST-IN STMT-IN WORKSPACE-OUT
                 MEMBER-OUT SETTINGS-OUT INVOICE-OUT TICKET-OUT
                 CAMP-OUT TRANS-OUT KPI-OUT HIST-OUT STMT-OUT
           OPEN INPUT MEMBER-OUT SETTINGS-OUT INVOICE-OUT
                      TICKET-OUT CAMP-OUT TRANS-OUT KPI-OUT
                      HIST-OUT STMT-OUT
           IF WCV-MBR-STATUS NOT = '00'
            OR WCV-SETOUT-STATUS NOT = '00'
            OR WCV-INVOUT-STATUS NOT = '00'
            OR WCV-TKTOUT-STATUS NOT = '00'
            OR WCV-CMPOUT-STATUS NOT = '00'
            OR WCV-TRNOUT-STATUS NOT = '00'
            OR WCV-KPIOUT-STATUS NOT = '00'
            OR WCV-HSTOUT-STATUS NOT = '00'
            OR WCV-STMOUT-STATUS NOT = '00'
               DISPLAY 'WKSCONV: REOPEN FAILED MBR=' WCV-MBR-STATUS
                       ' SET=' WCV-SETOUT-STATUS
                       ' INV=' WCV-INVOUT-STATUS
                       ' TKT=' WCV-TKTOUT-STATUS
                       ' CAMP=' WCV-CMPOUT-STATUS
                       ' TRN=' WCV-TRNOUT-STATUS
                       ' KPI=' WCV-KPIOUT-STATUS
                       ' HST=' WCV-HSTOUT-STATUS
                       ' STM=' WCV-STMOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4100-CHECK-MEMBER THRU 4100-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4200-CHECK-SETTINGS THRU 4200-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4300-CHECK-INVOICE THRU 4300-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4400-CHECK-TICKET THRU 4400-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4500-CHECK-CAMPAIGN THRU 4500-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4600-CHECK-TRANS THRU 4600-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4700-CHECK-KPI THRU 4700-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4800-CHECK-HISTORY THRU 4800-EXIT
               UNTIL WCV-EOF
           MOVE 'N' TO WCV-EOF-SW
           PERFORM 4900-CHECK-STATEMENT THRU 4900-EXIT
               UNTIL WCV-EOF
           CLOSE MEMBER-OUT SETTINGS-OUT INVOICE-OUT TICKET-OUT
                 CAMP-OUT TRANS-OUT KPI-OUT HIST-OUT STMT-OUT.
       4000-EXIT.
           EXIT.

       4100-CHECK-MEMBER.
           READ MEMBER-OUT INTO MEMBER-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4100-EXIT
           END-READ
           ADD 1 TO WCV-MBR-AFTER-CT
           IF MBR-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-MBR-STAMP-CT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-SETTINGS.
           READ SETTINGS-OUT INTO SETTINGS-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4200-EXIT
           END-READ
           ADD 1 TO WCV-SET-AFTER-CT
           IF SET-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-SET-STAMP-CT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CHECK-INVOICE.
           READ INVOICE-OUT INTO INVOICE-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4300-EXIT
           END-READ
           ADD 1 TO WCV-INV-AFTER-CT
           IF INVOICE-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-INV-STAMP-CT
           END-IF.
       4300-EXIT.
           EXIT.

       4400-CHECK-TICKET.
           READ TICKET-OUT INTO TICKET-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4400-EXIT
           END-READ
           ADD 1 TO WCV-TKT-AFTER-CT
           IF TKT-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-TKT-STAMP-CT
           END-IF.
       4400-EXIT.
           EXIT.

       4500-CHECK-CAMPAIGN.
           READ CAMP-OUT INTO CAMPAIGN-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4500-EXIT
           END-READ
           ADD 1 TO WCV-CMP-AFTER-CT
           IF CAMP-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-CMP-STAMP-CT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-CHECK-TRANS.
           READ TRANS-OUT INTO TRANS-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4600-EXIT
           END-READ
           ADD 1 TO WCV-TRN-AFTER-CT
           IF TRN-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-TRN-STAMP-CT
           END-IF.
       4600-EXIT.
           EXIT.

       4700-CHECK-KPI.
           READ KPI-OUT INTO KPI-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4700-EXIT
           END-READ
           ADD 1 TO WCV-KPI-AFTER-CT
           IF KPI-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-KPI-STAMP-CT
           END-IF.
       4700-EXIT.
           EXIT.

       4800-CHECK-HISTORY.
           READ HIST-OUT INTO KPIHIST-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4800-EXIT
           END-READ
           ADD 1 TO WCV-HST-AFTER-CT
           IF HIST-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-HST-STAMP-CT
           END-IF.
       4800-EXIT.
           EXIT.

       4900-CHECK-STATEMENT.
           READ STMT-OUT INTO STATEMENT-RECORD
               AT END SET WCV-EOF TO TRUE
               GO TO 4900-EXIT
           END-READ
           ADD 1 TO WCV-STM-AFTER-CT
           IF STMT-WORKSPACE = WCV-WORKSPACE
               ADD 1 TO WCV-STM-STAMP-CT
           END-IF.
       4900-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM WCV-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WCV-WORKSPACE TO WCV-H2-WORKSPACE
           MOVE WCV-WS-NAME TO WCV-H2-NAME
           MOVE WCV-OWNER TO WCV-H2-OWNER
           WRITE REPORT-LINE FROM WCV-HEAD-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WCV-HEAD-3
           MOVE 'USERS TO MEMBER-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-USR-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-MBR-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-MBR-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'SETTINGS-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-SET-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-SET-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-SET-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'INVOICES-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-INV-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-INV-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-INV-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'TICKETS-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-TKT-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-TKT-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-TKT-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'CAMPAIGNS-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-CMP-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-CMP-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-CMP-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'TRANS-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-TRN-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-TRN-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-TRN-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'KPI-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-KPI-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-KPI-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-KPI-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'KPIHIST-FILE RECORDS' TO WCV-CL-LABEL
           MOVE WCV-HST-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-HST-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-HST-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'STATEMENT REGISTER RECORDS' TO WCV-CL-LABEL
           MOVE WCV-STM-BEFORE-CT TO WCV-CMP-BEFORE
           MOVE WCV-STM-AFTER-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  CARRYING THE WORKSPACE' TO WCV-CL-LABEL
           MOVE WCV-STM-STAMP-CT TO WCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DELETED USERS CARRIED AS REMOVED MEMBERSHIPS'
               TO WCV-NL-LABEL
           MOVE WCV-MBR-REMOVED-CT TO WCV-NL-COUNT
           WRITE REPORT-LINE FROM WCV-NOTE-LINE
           IF WCV-OWNER = SPACES
               MOVE 'NO OWNER-ROLE USER - WORKSPACE OWNER LEFT BLANK'
                   TO WCV-NL-LABEL
               MOVE ZERO TO WCV-NL-COUNT
               WRITE REPORT-LINE FROM WCV-NOTE-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-PRINT-COUNT.
           MOVE WCV-CMP-BEFORE TO WCV-CL-BEFORE
           MOVE WCV-CMP-AFTER TO WCV-CL-AFTER
           IF WCV-CMP-BEFORE = WCV-CMP-AFTER
               MOVE 'AGREES' TO WCV-CL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE' TO WCV-CL-RESULT
               ADD 1 TO WCV-BAD-CT
           END-IF
           WRITE REPORT-LINE FROM WCV-CNT-LINE.
       6100-EXIT.
           EXIT.

       8100-READ-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      *> The old layouts are the new ones less the trailing
      *> workspace (and, for tickets and campaigns, the fields
      *> after it), so each old image reads straight into the
      *> current record with the rest padded blank.
       8200-READ-OLD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-OLD-TICKET.
           READ TICKET-IN INTO TICKET-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-OLD-CAMPAIGN.
           READ CAMP-IN INTO CAMPAIGN-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-OLD-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-OLD-KPI.
           READ KPI-IN INTO KPI-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8600-EXIT.
           EXIT.

       8700-READ-OLD-HISTORY.
           READ HIST-IN INTO KPIHIST-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8700-EXIT.
           EXIT.

       8800-READ-OLD-STATEMENT.
           READ STMT-IN INTO STATEMENT-RECORD
               AT END SET WCV-EOF TO TRUE
           END-READ.
       8800-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WCV-BAD-CT > ZERO
               MOVE '*** CONTROL LINES OUT OF BALANCE - DO NOT PROMOTE'
                   TO WCV-NL-LABEL
               MOVE WCV-BAD-CT TO WCV-NL-COUNT
               WRITE REPORT-LINE FROM WCV-NOTE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL CONTROL TOTALS AGREE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-OUT
           DISPLAY 'WKSCONV: WORKSPACE ' WCV-WORKSPACE ' - '
                   WCV-USR-BEFORE-CT ' MEMBERS, '
                   WCV-SET-BEFORE-CT ' SETTINGS, '
                   WCV-INV-BEFORE-CT ' INVOICES, '
                   WCV-TKT-BEFORE-CT ' TICKETS, '
                   WCV-CMP-BEFORE-CT ' CAMPAIGNS, '
                   WCV-TRN-BEFORE-CT ' TRANSACTIONS, '
                   WCV-KPI-BEFORE-CT ' KPI, '
                   WCV-HST-BEFORE-CT ' KPI HISTORY, '
                   WCV-STM-BEFORE-CT ' STATEMENTS, '
                   WCV-BAD-CT ' OUT OF BALANCE'.
       9000-EXIT.
           EXIT.
