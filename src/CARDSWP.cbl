      *> CARDSWP.cbl
      *> Nightly card expiry sweep over the payment-method vault.
      *> A card runs through the last day of its expiry month;
      *> against the run date (PARM='YYYY-MM-DD', real calendar
      *> days) a card with exactly 30 or exactly 7 days left gets
      *> a warning mail (template 'card-expiry') to the billing
      *> contacts of the card's workspace (PM-WORKSPACE) - its
      *> Active Billing members in MEMBER-FILE, or its Active
      *> Owners when nobody there holds Billing - so the card is
      *> replaced before the auto-charge declines instead of
      *> after PAYRECON shows nothing settled. The report lists
      *> every card inside its last 30 days and every card
      *> already expired, with the contact count for each.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMETH-IN ASSIGN TO PMINDD
               FILE STATUS IS CSP-PM-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS CSP-USR-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS CSP-MBR-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS CSP-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CSP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMETH-IN.
       01  PAYMETH-IN-RECORD      PIC X(74).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  CSP-PM-STATUS          PIC X(02).
       77  CSP-USR-STATUS         PIC X(02).
       77  CSP-MBR-STATUS         PIC X(02).
       77  CSP-SPL-STATUS         PIC X(02).
       77  CSP-RPT-STATUS         PIC X(02).
       77  CSP-CARD-READ          PIC 9(05) COMP VALUE ZERO.
       77  CSP-WARNED-CT          PIC 9(05) COMP VALUE ZERO.
       77  CSP-MAILED-CT          PIC 9(05) COMP VALUE ZERO.
       77  CSP-EXPIRED-CT         PIC 9(05) COMP VALUE ZERO.
       77  CSP-NOCONTACT-CT       PIC 9(05) COMP VALUE ZERO.
       77  CSP-BADEXP-CT          PIC 9(05) COMP VALUE ZERO.
       77  CSP-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  CSP-UX                 PIC 9(05) COMP VALUE ZERO.
       77  CSP-USER-HIT           PIC 9(05) COMP VALUE ZERO.
       77  CSP-MBR-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  CSP-MX                 PIC 9(05) COMP VALUE ZERO.
       77  CSP-CONTACT-CT         PIC 9(05) COMP VALUE ZERO.
       77  CSP-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  CSP-EXP-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  CSP-LEFT               PIC S9(07) COMP VALUE ZERO.
       01  CSP-SWITCHES.
           05 CSP-PM-EOF-SW       PIC X(01) VALUE 'N'.
              88 CSP-PM-EOF       VALUE 'Y'.
           05 CSP-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 CSP-USR-EOF      VALUE 'Y'.
           05 CSP-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 CSP-MBR-EOF      VALUE 'Y'.
           05 CSP-HAS-BILLING-SW  PIC X(01) VALUE 'N'.
              88 CSP-HAS-BILLING  VALUE 'Y'.
           05 CSP-MAIL-SW         PIC X(01) VALUE 'N'.
              88 CSP-MAIL-NOW     VALUE 'Y'.
       01  CSP-USER-TABLE.
           05 CSP-USER-ENTRY OCCURS 5000 TIMES.
              10 CSP-UT-RECORD    PIC X(113).
      *> Active Owner and Billing memberships - the only ones a
      *> card warning can go to.
       01  CSP-MBR-TABLE.
           05 CSP-MBR-ENTRY OCCURS 5000 TIMES.
              10 CSP-MT-WORKSPACE PIC X(12).
              10 CSP-MT-USER-ID   PIC X(06).
              10 CSP-MT-ROLE      PIC X(10).
       01  CSP-KEY-USER           PIC X(06) VALUE SPACES.
      *> First day of the month after the expiry month; the card
      *> is good through the day before it.
       01  CSP-NEXT-MONTH.
           05 CSP-NM-X            PIC X(10).
           05 CSP-NM-PARTS REDEFINES CSP-NM-X.
              10 CSP-NM-YYYY      PIC 9(04).
              10 FILLER           PIC X(01).
              10 CSP-NM-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 CSP-NM-DD        PIC 9(02).
       01  CSP-EXP-NUM.
           05 CSP-EXP-MM-9        PIC 9(02).
           05 CSP-EXP-YY-9        PIC 9(02).
       01  CSP-REF                PIC X(20) VALUE SPACES.
       01  CSP-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'CARDSWP - CARD EXPIRY SWEEP          RUN ON '.
           05 CSP-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  CSP-HEAD-2.
           05 FILLER              PIC X(60) VALUE
              'WORKSPACE    CARD               EXPIRES  DAYS  CONTACTS'.
           05 FILLER              PIC X(73) VALUE SPACES.
       01  CSP-DETAIL.
           05 CSP-DT-WS           PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CSP-DT-CARD         PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CSP-DT-EXP          PIC X(05).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CSP-DT-LEFT         PIC -ZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CSP-DT-CONTACTS     PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CSP-DT-VERDICT      PIC X(79).
       01  CSP-TOTAL-LINE.
           05 CSP-TL-LABEL        PIC X(24).
           05 CSP-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       COPY PAYMETHOD-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-SWEEP-ONE THRU 3000-EXIT
               UNTIL CSP-PM-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'CARDSWP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'CARDSWP: RUN DATE NOT NUMERIC: '
                       PARM-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO CSP-RUN-SERIAL
           OPEN INPUT PAYMETH-IN USERS-IN MEMBER-IN
           OPEN EXTEND SPOOL-OUT
           OPEN OUTPUT REPORT-OUT
           IF CSP-PM-STATUS NOT = '00'
            OR CSP-USR-STATUS NOT = '00'
            OR CSP-MBR-STATUS NOT = '00'
            OR CSP-SPL-STATUS NOT = '00'
            OR CSP-RPT-STATUS NOT = '00'
               DISPLAY 'CARDSWP: OPEN FAILED PAYMETH='
                       CSP-PM-STATUS
                       ' USERS=' CSP-USR-STATUS
                       ' MBR=' CSP-MBR-STATUS
                       ' SPOOL=' CSP-SPL-STATUS
                       ' RPT=' CSP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL CSP-USR-EOF
           PERFORM 1200-LOAD-MEMBERS THRU 1200-EXIT
               UNTIL CSP-MBR-EOF
           CLOSE USERS-IN MEMBER-IN
           MOVE PARM-RUN-DATE TO CSP-H1-DATE
           WRITE REPORT-LINE FROM CSP-HEAD-1
           WRITE REPORT-LINE FROM CSP-HEAD-2
           PERFORM 8100-READ-PAYMETH THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> The whole users master loads once, for the status and
      *> address behind each membership.
       1100-LOAD-USERS.
           READ USERS-IN INTO USER-RECORD
               AT END SET CSP-USR-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF CSP-USER-COUNT >= 5000
               DISPLAY 'CARDSWP: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CSP-USER-COUNT
           MOVE USER-RECORD TO CSP-UT-RECORD (CSP-USER-COUNT).
       1100-EXIT.
           EXIT.

      *> Overflow must stop the job - a membership left out would
      *> leave its workspace's card unwarned.
       1200-LOAD-MEMBERS.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET CSP-MBR-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           IF NOT MBR-ACTIVE
            OR (MBR-ROLE NOT = 'Owner' AND MBR-ROLE NOT = 'Billing')
               GO TO 1200-EXIT
           END-IF
           IF CSP-MBR-COUNT >= 5000
               DISPLAY 'CARDSWP: MEMBERSHIP TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CSP-MBR-COUNT
           MOVE MBR-WORKSPACE TO CSP-MT-WORKSPACE (CSP-MBR-COUNT)
           MOVE MBR-USER-ID TO CSP-MT-USER-ID (CSP-MBR-COUNT)
           MOVE MBR-ROLE TO CSP-MT-ROLE (CSP-MBR-COUNT).
       1200-EXIT.
           EXIT.

       3000-SWEEP-ONE.
           ADD 1 TO CSP-CARD-READ
           MOVE PM-WORKSPACE TO CSP-DT-WS
           MOVE SPACES TO CSP-DT-CARD
           STRING PM-BRAND DELIMITED BY SPACE
                  ' ..' DELIMITED BY SIZE
                  PM-LAST4 DELIMITED BY SIZE
               INTO CSP-DT-CARD
           MOVE SPACES TO CSP-DT-EXP
           STRING PM-EXP-MM '/' PM-EXP-YY
               DELIMITED BY SIZE INTO CSP-DT-EXP
           MOVE ZERO TO CSP-DT-CONTACTS
           PERFORM 3100-EXPIRY-SERIAL THRU 3100-EXIT
           IF CSP-EXP-SERIAL = ZERO
               ADD 1 TO CSP-BADEXP-CT
               MOVE ZERO TO CSP-DT-LEFT
               MOVE 'BAD EXPIRY ON FILE - re-enter the card'
                   TO CSP-DT-VERDICT
               WRITE REPORT-LINE FROM CSP-DETAIL
               GO TO 3000-NEXT
           END-IF
           COMPUTE CSP-LEFT = CSP-EXP-SERIAL - CSP-RUN-SERIAL
           IF CSP-LEFT > 30
               GO TO 3000-NEXT
           END-IF
           MOVE CSP-LEFT TO CSP-DT-LEFT
           MOVE 'N' TO CSP-MAIL-SW
           EVALUATE TRUE
               WHEN CSP-LEFT < ZERO
                   ADD 1 TO CSP-EXPIRED-CT
                   MOVE 'EXPIRED - charges will decline'
                       TO CSP-DT-VERDICT
               WHEN CSP-LEFT = 30 OR CSP-LEFT = 7
                   SET CSP-MAIL-NOW TO TRUE
                   MOVE 'warning mailed to billing contacts'
                       TO CSP-DT-VERDICT
               WHEN OTHER
                   MOVE 'expiring - warned at 30 and 7 days'
                       TO CSP-DT-VERDICT
           END-EVALUATE
           PERFORM 3500-WARN-CONTACTS THRU 3500-EXIT
           IF CSP-CONTACT-CT = ZERO
               ADD 1 TO CSP-NOCONTACT-CT
               MOVE 'NO ACTIVE BILLING OR OWNER CONTACT'
                   TO CSP-DT-VERDICT
           ELSE
               IF CSP-MAIL-NOW
                   ADD 1 TO CSP-WARNED-CT
               END-IF
           END-IF
           MOVE CSP-CONTACT-CT TO CSP-DT-CONTACTS
           WRITE REPORT-LINE FROM CSP-DETAIL.
       3000-NEXT.
           PERFORM 8100-READ-PAYMETH THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> Expiry MM/YY to the serial of the month's last day:
      *> the first of the following month, less one. Zero when
      *> the vault row's expiry does not parse.
       3100-EXPIRY-SERIAL.
           MOVE ZERO TO CSP-EXP-SERIAL
           IF PM-EXP-MM IS NOT NUMERIC
            OR PM-EXP-YY IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           MOVE PM-EXP-MM TO CSP-EXP-MM-9
           MOVE PM-EXP-YY TO CSP-EXP-YY-9
           IF CSP-EXP-MM-9 < 1 OR CSP-EXP-MM-9 > 12
               GO TO 3100-EXIT
           END-IF
           MOVE '2000-01-01' TO CSP-NM-X
           COMPUTE CSP-NM-YYYY = 2000 + CSP-EXP-YY-9
           IF CSP-EXP-MM-9 = 12
               ADD 1 TO CSP-NM-YYYY
               MOVE 1 TO CSP-NM-MM
           ELSE
               COMPUTE CSP-NM-MM = CSP-EXP-MM-9 + 1
           END-IF
           MOVE CSP-NM-X TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 3100-EXIT
           END-IF
           COMPUTE CSP-EXP-SERIAL = DS-SERIAL - 1.
       3100-EXIT.
           EXIT.

      *> Counts the contacts for the card and, on a warning day,
      *> spools one mail to each. Whether the card's workspace has
      *> an Active Billing member decides who the contacts are.
       3500-WARN-CONTACTS.
           MOVE ZERO TO CSP-CONTACT-CT
           MOVE 'N' TO CSP-HAS-BILLING-SW
           PERFORM 3505-FIND-BILLING THRU 3505-EXIT
               VARYING CSP-MX FROM 1 BY 1
               UNTIL CSP-MX > CSP-MBR-COUNT OR CSP-HAS-BILLING
           MOVE SPACES TO CSP-REF
           STRING PM-BRAND DELIMITED BY SPACE
                  ' ..' DELIMITED BY SIZE
                  PM-LAST4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-EXP-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PM-EXP-YY DELIMITED BY SIZE
               INTO CSP-REF
           PERFORM 3510-MATCH-CONTACT THRU 3510-EXIT
               VARYING CSP-MX FROM 1 BY 1
               UNTIL CSP-MX > CSP-MBR-COUNT.
       3500-EXIT.
           EXIT.

       3505-FIND-BILLING.
           IF CSP-MT-WORKSPACE (CSP-MX) NOT = PM-WORKSPACE
            OR CSP-MT-ROLE (CSP-MX) NOT = 'Billing'
               GO TO 3505-EXIT
           END-IF
           PERFORM 3520-FIND-USER THRU 3520-EXIT
           IF CSP-USER-HIT > ZERO AND USER-STATUS = 'Active'
               SET CSP-HAS-BILLING TO TRUE
           END-IF.
       3505-EXIT.
           EXIT.

       3510-MATCH-CONTACT.
           IF CSP-MT-WORKSPACE (CSP-MX) NOT = PM-WORKSPACE
               GO TO 3510-EXIT
           END-IF
           IF CSP-HAS-BILLING
               IF CSP-MT-ROLE (CSP-MX) NOT = 'Billing'
                   GO TO 3510-EXIT
               END-IF
           ELSE
               IF CSP-MT-ROLE (CSP-MX) NOT = 'Owner'
                   GO TO 3510-EXIT
               END-IF
           END-IF
           PERFORM 3520-FIND-USER THRU 3520-EXIT
           IF CSP-USER-HIT = ZERO OR USER-STATUS NOT = 'Active'
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO CSP-CONTACT-CT
           IF NOT CSP-MAIL-NOW
               GO TO 3510-EXIT
           END-IF
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE USER-EMAIL TO SPL-TO
           MOVE 'card-expiry' TO SPL-TEMPLATE
           MOVE CSP-REF TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           ADD 1 TO CSP-MAILED-CT.
       3510-EXIT.
           EXIT.

      *> Leaves the member's users row in USER-RECORD on a hit.
       3520-FIND-USER.
           MOVE CSP-MT-USER-ID (CSP-MX) TO CSP-KEY-USER
           MOVE ZERO TO CSP-USER-HIT
           PERFORM 3530-MATCH-USER THRU 3530-EXIT
               VARYING CSP-UX FROM 1 BY 1
               UNTIL CSP-UX > CSP-USER-COUNT OR CSP-USER-HIT > ZERO.
       3520-EXIT.
           EXIT.

       3530-MATCH-USER.
           MOVE CSP-UT-RECORD (CSP-UX) TO USER-RECORD
           IF USER-ID = CSP-KEY-USER
               MOVE CSP-UX TO CSP-USER-HIT
           END-IF.
       3530-EXIT.
           EXIT.

       8100-READ-PAYMETH.
           READ PAYMETH-IN INTO PAYMETHOD-RECORD
               AT END SET CSP-PM-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CARDS ON FILE' TO CSP-TL-LABEL
           MOVE CSP-CARD-READ TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           MOVE 'CARDS WARNED' TO CSP-TL-LABEL
           MOVE CSP-WARNED-CT TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           MOVE 'WARNING MAILS SPOOLED' TO CSP-TL-LABEL
           MOVE CSP-MAILED-CT TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           MOVE 'EXPIRED' TO CSP-TL-LABEL
           MOVE CSP-EXPIRED-CT TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           MOVE 'NO BILLING CONTACT' TO CSP-TL-LABEL
           MOVE CSP-NOCONTACT-CT TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           MOVE 'BAD EXPIRY' TO CSP-TL-LABEL
           MOVE CSP-BADEXP-CT TO CSP-TL-COUNT
           WRITE REPORT-LINE FROM CSP-TOTAL-LINE
           CLOSE PAYMETH-IN SPOOL-OUT REPORT-OUT
           IF CSP-NOCONTACT-CT > 0 OR CSP-BADEXP-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARDSWP: ' CSP-CARD-READ ' CARDS, '
                   CSP-WARNED-CT ' WARNED, '
                   CSP-EXPIRED-CT ' EXPIRED'.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.
