      *> SODRPT.cbl
      *> Segregation-of-duties conflict report. RECERT says who
      *> holds which role; this run says where one person did two
      *> things that should have needed two people. The rules come
      *> from SODRULE-FILE (see SODRULE-RECORD.cpy for the kinds),
      *> so audit adds a rule with a data edit. Same-actor rules
      *> are found in the posted TRANS-FILE queue and AUDIT-FILE,
      *> matching an actor to an account by USER-NAME the way the
      *> postings stamp it. Role-combination rules are checked
      *> against every account's USER-ROLE and Active memberships.
      *> Each finding prints with its evidence rows: the posted
      *> transaction, its audit row, the ADJUST-FILE credit it
      *> wrote, the USRJRNL before and after images, or the
      *> USERS-FILE and MEMBER-FILE rows behind a role pair. A
      *> self-authorized credit counts only when ADJUST-FILE shows
      *> the poster as ADJ-AUTH - one a second approver settled
      *> carries the approver there instead. PARM='YYYY-MM-DD'
      *> stamps the run. RC=4 when anything was found.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-IN ASSIGN TO SODRULDD
               FILE STATUS IS SDR-RULIN-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS SDR-USRIN-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS SDR-MBRIN-STATUS.
           SELECT TRANS-IN ASSIGN TO TRANSDD
               FILE STATUS IS SDR-TRNIN-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS SDR-AUDIN-STATUS.
           SELECT ADJUST-IN ASSIGN TO ADJINDD
               FILE STATUS IS SDR-ADJIN-STATUS.
           SELECT JOURNAL-IN ASSIGN TO JRNINDD
               FILE STATUS IS SDR-JRNIN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS SDR-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-IN.
       01  RULES-IN-RECORD        PIC X(104).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  ADJUST-IN.
       01  ADJUST-IN-RECORD       PIC X(95).
       FD  JOURNAL-IN.
       01  JOURNAL-IN-RECORD      PIC X(264).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  SDR-RULIN-STATUS       PIC X(02).
       77  SDR-USRIN-STATUS       PIC X(02).
       77  SDR-MBRIN-STATUS       PIC X(02).
       77  SDR-TRNIN-STATUS       PIC X(02).
       77  SDR-AUDIN-STATUS       PIC X(02).
       77  SDR-ADJIN-STATUS       PIC X(02).
       77  SDR-JRNIN-STATUS       PIC X(02).
       77  SDR-RPT-STATUS         PIC X(02).
       77  SDR-RULE-COUNT         PIC 9(02) COMP VALUE ZERO.
       77  SDR-USER-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  SDR-MBR-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  SDR-FIND-COUNT         PIC 9(03) COMP VALUE ZERO.
       77  SDR-FOUND-CT           PIC 9(05) COMP VALUE ZERO.
       77  SDR-RULE-HITS          PIC 9(05) COMP VALUE ZERO.
       77  SDR-TRN-READ-CT        PIC 9(05) COMP VALUE ZERO.
       77  SDR-AUD-READ-CT        PIC 9(05) COMP VALUE ZERO.
       77  SDR-RX                 PIC 9(02) COMP VALUE ZERO.
       77  SDR-UX                 PIC 9(04) COMP VALUE ZERO.
       77  SDR-MX                 PIC 9(04) COMP VALUE ZERO.
       77  SDR-FX                 PIC 9(03) COMP VALUE ZERO.
       77  SDR-EX                 PIC 9(01) COMP VALUE ZERO.
       77  SDR-ACTOR-UX           PIC 9(04) COMP VALUE ZERO.
       77  SDR-ROLE-LEN           PIC 9(02) COMP VALUE ZERO.
       77  SDR-TALLY              PIC 9(03) COMP VALUE ZERO.
       01  SDR-SWITCHES.
           05 SDR-RULIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-RULIN-EOF    VALUE 'Y'.
           05 SDR-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-USRIN-EOF    VALUE 'Y'.
           05 SDR-MBRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-MBRIN-EOF    VALUE 'Y'.
           05 SDR-TRNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-TRNIN-EOF    VALUE 'Y'.
           05 SDR-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-AUDIN-EOF    VALUE 'Y'.
           05 SDR-ADJIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-ADJIN-EOF    VALUE 'Y'.
           05 SDR-JRNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SDR-JRNIN-EOF    VALUE 'Y'.
           05 SDR-HOLDS-SW        PIC X(01) VALUE 'N'.
              88 SDR-HOLDS        VALUE 'Y'.
       01  SDR-ROLE-WANT          PIC X(10) VALUE SPACES.
       01  SDR-ROLE-HIT           PIC X(10) VALUE SPACES.
       01  SDR-EV-FILE-WORK       PIC X(12) VALUE SPACES.
       01  SDR-EV-IMAGE-WORK      PIC X(115) VALUE SPACES.
       01  SDR-RULE-TABLE.
           05 SDR-RULE OCCURS 50 TIMES.
              10 SDR-R-IMAGE      PIC X(104).
       01  SDR-USER-TABLE.
           05 SDR-USER OCCURS 5000 TIMES.
              10 SDR-U-IMAGE      PIC X(113).
       01  SDR-MBR-TABLE.
           05 SDR-MBR OCCURS 5000 TIMES.
              10 SDR-M-IMAGE      PIC X(48).
      *> One row per finding, built up over the passes: the
      *> transaction or audit row that raised it, then whatever
      *> the later files add as evidence. A self-authorized
      *> credit stays a candidate until ADJUST-FILE confirms it.
       01  SDR-FIND-TABLE.
           05 SDR-FIND OCCURS 300 TIMES.
              10 SDR-F-RULE       PIC 9(02) COMP.
              10 SDR-F-STATE      PIC X(01).
                 88 SDR-F-CANDIDATE VALUE 'C'.
                 88 SDR-F-CONFIRMED VALUE 'Y'.
              10 SDR-F-SOURCE     PIC X(01).
                 88 SDR-F-FROM-TRANS VALUE 'T'.
              10 SDR-F-ACTOR      PIC X(10).
              10 SDR-F-SEQ        PIC X(06).
              10 SDR-F-DATE       PIC X(10).
              10 SDR-F-TIME       PIC X(08).
              10 SDR-F-KEY        PIC X(13).
              10 SDR-F-DETAIL     PIC X(111).
              10 SDR-F-EV-COUNT   PIC 9(01) COMP.
              10 SDR-F-EV OCCURS 6 TIMES.
                 15 SDR-F-EV-FILE  PIC X(12).
                 15 SDR-F-EV-IMAGE PIC X(115).
       01  SDR-HEAD-1.
           05 FILLER              PIC X(50) VALUE
              'SODRPT - SEGREGATION OF DUTIES CONFLICTS    RUN ON'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SDR-H1-DATE         PIC X(10).
           05 FILLER              PIC X(72) VALUE SPACES.
       01  SDR-RULE-LINE.
           05 FILLER              PIC X(05) VALUE 'RULE '.
           05 SDR-RL-ID           PIC X(09).
           05 SDR-RL-KIND         PIC X(09).
           05 SDR-RL-TITLE        PIC X(110).
       01  SDR-FIND-LINE.
           05 FILLER              PIC X(11) VALUE '  FINDING  '.
           05 SDR-FL-ACTOR        PIC X(11).
           05 SDR-FL-DETAIL       PIC X(111).
       01  SDR-EV-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 SDR-EL-FILE         PIC X(12).
           05 SDR-EL-IMAGE        PIC X(115).
       01  SDR-NOTE-LINE.
           05 FILLER              PIC X(11) VALUE SPACES.
           05 SDR-NL-TEXT         PIC X(122).
       01  SDR-TOTAL-LINE.
           05 SDR-TL-LABEL        PIC X(20).
           05 SDR-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       COPY SODRULE-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY TRANS-RECORD.
       COPY AUDIT-RECORD.
       COPY ADJUST-RECORD.
       COPY USRJRNL-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-TRANS THRU 2000-EXIT
               UNTIL SDR-TRNIN-EOF
           PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
               UNTIL SDR-AUDIN-EOF
           PERFORM 4000-SCAN-ADJUST THRU 4000-EXIT
               UNTIL SDR-ADJIN-EOF
           PERFORM 5000-SCAN-JOURNAL THRU 5000-EXIT
               UNTIL SDR-JRNIN-EOF
           PERFORM 6000-CHECK-ROLES THRU 6000-EXIT
               VARYING SDR-UX FROM 1 BY 1
               UNTIL SDR-UX > SDR-USER-COUNT
           PERFORM 8000-PRINT-RULE THRU 8000-EXIT
               VARYING SDR-RX FROM 1 BY 1
               UNTIL SDR-RX > SDR-RULE-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'SODRPT: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RULES-IN USERS-IN MEMBER-IN TRANS-IN
                      AUDIT-IN ADJUST-IN JOURNAL-IN
           OPEN OUTPUT REPORT-OUT
           IF SDR-RULIN-STATUS NOT = '00'
            OR SDR-USRIN-STATUS NOT = '00'
            OR SDR-MBRIN-STATUS NOT = '00'
            OR SDR-TRNIN-STATUS NOT = '00'
            OR SDR-AUDIN-STATUS NOT = '00'
            OR SDR-ADJIN-STATUS NOT = '00'
            OR SDR-JRNIN-STATUS NOT = '00'
            OR SDR-RPT-STATUS NOT = '00'
               DISPLAY 'SODRPT: OPEN FAILED RULES='
                       SDR-RULIN-STATUS
                       ' USERS=' SDR-USRIN-STATUS
                       ' MBR=' SDR-MBRIN-STATUS
                       ' TRANS=' SDR-TRNIN-STATUS
                       ' AUD=' SDR-AUDIN-STATUS
                       ' ADJ=' SDR-ADJIN-STATUS
                       ' JRN=' SDR-JRNIN-STATUS
                       ' RPT=' SDR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT
               UNTIL SDR-RULIN-EOF
           PERFORM 1200-LOAD-USERS THRU 1200-EXIT
               UNTIL SDR-USRIN-EOF
           PERFORM 1300-LOAD-MEMBERS THRU 1300-EXIT
               UNTIL SDR-MBRIN-EOF
           CLOSE RULES-IN USERS-IN MEMBER-IN
           MOVE PARM-RUN-DATE TO SDR-H1-DATE
           WRITE REPORT-LINE FROM SDR-HEAD-1.
       1000-EXIT.
           EXIT.

       1100-LOAD-RULES.
           READ RULES-IN INTO SODRULE-RECORD
               AT END SET SDR-RULIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF SDR-RULE-COUNT >= 50
               DISPLAY 'SODRPT: RULE TABLE FULL AT 50'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SDR-RULE-COUNT
           MOVE SODRULE-RECORD TO SDR-R-IMAGE (SDR-RULE-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-USERS.
           READ USERS-IN INTO USER-RECORD
               AT END SET SDR-USRIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           IF SDR-USER-COUNT >= 5000
               DISPLAY 'SODRPT: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SDR-USER-COUNT
           MOVE USER-RECORD TO SDR-U-IMAGE (SDR-USER-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-MEMBERS.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET SDR-MBRIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           IF SDR-MBR-COUNT >= 5000
               DISPLAY 'SODRPT: MEMBER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SDR-MBR-COUNT
           MOVE MEMBER-RECORD TO SDR-M-IMAGE (SDR-MBR-COUNT).
       1300-EXIT.
           EXIT.

      *> Only postings count - a rejected attempt changed nothing.
       2000-SCAN-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET SDR-TRNIN-EOF TO TRUE
               CLOSE TRANS-IN
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO SDR-TRN-READ-CT
           IF NOT TRN-POSTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 7100-FIND-ACTOR THRU 7100-EXIT
           IF SDR-ACTOR-UX = ZERO
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-APPLY-TRANS-RULE THRU 2100-EXIT
               VARYING SDR-RX FROM 1 BY 1
               UNTIL SDR-RX > SDR-RULE-COUNT.
       2000-EXIT.
           EXIT.

       2100-APPLY-TRANS-RULE.
           MOVE SDR-R-IMAGE (SDR-RX) TO SODRULE-RECORD
           IF SOD-PARM-1 NOT = TRN-TYPE
               GO TO 2100-EXIT
           END-IF
           MOVE SDR-U-IMAGE (SDR-ACTOR-UX) TO USER-RECORD
           EVALUATE TRUE
               WHEN SOD-SELFAUTH
                   IF TRN-A-AUTH = TRN-ACTOR
                       PERFORM 7500-NEW-FINDING THRU 7500-EXIT
                       SET SDR-F-CANDIDATE (SDR-FX) TO TRUE
                       MOVE TRN-A-INVOICE TO SDR-F-KEY (SDR-FX)
                       STRING 'credit on ' TRN-A-INVOICE
                              ' authorized by its own poster'
                              ' (trans ' TRN-SEQ ')'
                           DELIMITED BY SIZE
                           INTO SDR-F-DETAIL (SDR-FX)
                   END-IF
               WHEN SOD-SELFUSER
                   IF TRN-U-ID = USER-ID
                       PERFORM 7500-NEW-FINDING THRU 7500-EXIT
                       STRING TRN-TYPE DELIMITED BY SPACE
                              ' of own account ' DELIMITED BY SIZE
                              TRN-U-ID DELIMITED BY SPACE
                              ' (trans ' TRN-SEQ ')'
                           DELIMITED BY SIZE
                           INTO SDR-F-DETAIL (SDR-FX)
                   END-IF
               WHEN SOD-SELFMAIL
                   IF TRN-UN-EMAIL = USER-EMAIL
                       PERFORM 7500-NEW-FINDING THRU 7500-EXIT
                       STRING 'own address ' DELIMITED BY SIZE
                              TRN-UN-EMAIL DELIMITED BY SPACE
                              ' cleared (trans ' TRN-SEQ ')'
                           DELIMITED BY SIZE
                           INTO SDR-F-DETAIL (SDR-FX)
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *> Self-grants are read straight off the trail; every other
      *> finding picks up the audit row its posting wrote, which
      *> carries the transaction's own date, time and actor.
       3000-SCAN-AUDIT.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET SDR-AUDIN-EOF TO TRUE
               CLOSE AUDIT-IN
               GO TO 3000-EXIT
           END-READ
           ADD 1 TO SDR-AUD-READ-CT
           PERFORM 3200-ATTACH-AUDIT THRU 3200-EXIT
               VARYING SDR-FX FROM 1 BY 1
               UNTIL SDR-FX > SDR-FIND-COUNT
           MOVE AUDIT-ACTOR TO TRN-ACTOR
           PERFORM 7100-FIND-ACTOR THRU 7100-EXIT
           IF SDR-ACTOR-UX = ZERO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-APPLY-AUDIT-RULE THRU 3100-EXIT
               VARYING SDR-RX FROM 1 BY 1
               UNTIL SDR-RX > SDR-RULE-COUNT.
       3000-EXIT.
           EXIT.

       3100-APPLY-AUDIT-RULE.
           MOVE SDR-R-IMAGE (SDR-RX) TO SODRULE-RECORD
           IF NOT SOD-SELFROLE
            OR SOD-PARM-1 NOT = AUDIT-EVENT
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO SDR-ROLE-HIT
           MOVE SDR-U-IMAGE (SDR-ACTOR-UX) TO USER-RECORD
           MOVE USER-ROLE TO SDR-ROLE-WANT
           PERFORM 3150-META-NAMES-ROLE THRU 3150-EXIT
           PERFORM 3120-MEMBER-ROLE THRU 3120-EXIT
               VARYING SDR-MX FROM 1 BY 1
               UNTIL SDR-MX > SDR-MBR-COUNT
                  OR SDR-ROLE-HIT NOT = SPACES
           IF SDR-ROLE-HIT = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE AUDIT-ACTOR TO TRN-ACTOR
      *> The finding key is six wide; the detail text below
      *> carries the full audit sequence.
           MOVE AUDIT-SEQ (3:6) TO TRN-SEQ
           MOVE AUDIT-DATE TO TRN-DATE
           MOVE AUDIT-TIME TO TRN-TIME
           PERFORM 7500-NEW-FINDING THRU 7500-EXIT
           MOVE SPACE TO SDR-F-SOURCE (SDR-FX)
           STRING AUDIT-EVENT DELIMITED BY SPACE
                  ' names role ' DELIMITED BY SIZE
                  SDR-ROLE-HIT DELIMITED BY SPACE
                  ' the actor holds (audit ' AUDIT-SEQ ')'
               DELIMITED BY SIZE
               INTO SDR-F-DETAIL (SDR-FX)
           MOVE 'AUDIT-FILE' TO SDR-EV-FILE-WORK
           MOVE AUDIT-RECORD TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           MOVE 'USERS-FILE' TO SDR-EV-FILE-WORK
           MOVE USER-RECORD TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT.
       3100-EXIT.
           EXIT.

       3120-MEMBER-ROLE.
           MOVE SDR-M-IMAGE (SDR-MX) TO MEMBER-RECORD
           IF MBR-USER-ID = USER-ID
            AND MBR-ACTIVE
               MOVE MBR-ROLE TO SDR-ROLE-WANT
               PERFORM 3150-META-NAMES-ROLE THRU 3150-EXIT
           END-IF.
       3120-EXIT.
           EXIT.

      *> Does the event's meta name SDR-ROLE-WANT anywhere in it.
       3150-META-NAMES-ROLE.
           IF SDR-ROLE-WANT = SPACES
               GO TO 3150-EXIT
           END-IF
           MOVE ZERO TO SDR-ROLE-LEN
           INSPECT SDR-ROLE-WANT TALLYING SDR-ROLE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO SDR-TALLY
           INSPECT AUDIT-META TALLYING SDR-TALLY
               FOR ALL SDR-ROLE-WANT (1:SDR-ROLE-LEN)
           IF SDR-TALLY > ZERO
               MOVE SDR-ROLE-WANT TO SDR-ROLE-HIT
           END-IF.
       3150-EXIT.
           EXIT.

       3200-ATTACH-AUDIT.
           IF SDR-F-FROM-TRANS (SDR-FX)
            AND SDR-F-ACTOR (SDR-FX) = AUDIT-ACTOR
            AND SDR-F-DATE (SDR-FX) = AUDIT-DATE
            AND SDR-F-TIME (SDR-FX) = AUDIT-TIME
               MOVE 'AUDIT-FILE' TO SDR-EV-FILE-WORK
               MOVE AUDIT-RECORD TO SDR-EV-IMAGE-WORK
               PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *> A candidate self-authorized credit is confirmed by the
      *> register row on its invoice that names the poster.
       4000-SCAN-ADJUST.
           READ ADJUST-IN INTO ADJUST-RECORD
               AT END SET SDR-ADJIN-EOF TO TRUE
               CLOSE ADJUST-IN
               GO TO 4000-EXIT
           END-READ
           PERFORM 4100-CONFIRM-CREDIT THRU 4100-EXIT
               VARYING SDR-FX FROM 1 BY 1
               UNTIL SDR-FX > SDR-FIND-COUNT.
       4000-EXIT.
           EXIT.

       4100-CONFIRM-CREDIT.
           IF NOT SDR-F-CANDIDATE (SDR-FX)
            OR SDR-F-KEY (SDR-FX) NOT = ADJ-INVOICE
            OR SDR-F-ACTOR (SDR-FX) NOT = ADJ-AUTH
               GO TO 4100-EXIT
           END-IF
           SET SDR-F-CONFIRMED (SDR-FX) TO TRUE
           MOVE 'ADJUST-FILE' TO SDR-EV-FILE-WORK
           MOVE ADJUST-RECORD TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT.
       4100-EXIT.
           EXIT.

       5000-SCAN-JOURNAL.
           READ JOURNAL-IN INTO USRJRNL-RECORD
               AT END SET SDR-JRNIN-EOF TO TRUE
               CLOSE JOURNAL-IN
               GO TO 5000-EXIT
           END-READ
           PERFORM 5100-ATTACH-JOURNAL THRU 5100-EXIT
               VARYING SDR-FX FROM 1 BY 1
               UNTIL SDR-FX > SDR-FIND-COUNT.
       5000-EXIT.
           EXIT.

       5100-ATTACH-JOURNAL.
           IF NOT SDR-F-FROM-TRANS (SDR-FX)
            OR SDR-F-SEQ (SDR-FX) NOT = JRN-TRN-SEQ
               GO TO 5100-EXIT
           END-IF
           MOVE 'USRJRNL' TO SDR-EV-FILE-WORK
           MOVE SPACES TO SDR-EV-IMAGE-WORK
           MOVE USRJRNL-RECORD (1:38) TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           MOVE '  before' TO SDR-EV-FILE-WORK
           MOVE JRN-BEFORE TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           MOVE '  after' TO SDR-EV-FILE-WORK
           MOVE JRN-AFTER TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT.
       5100-EXIT.
           EXIT.

      *> Every role-pair rule against one account: the account
      *> holds a role through USER-ROLE or any Active membership.
       6000-CHECK-ROLES.
           PERFORM 6100-APPLY-ROLE-RULE THRU 6100-EXIT
               VARYING SDR-RX FROM 1 BY 1
               UNTIL SDR-RX > SDR-RULE-COUNT.
       6000-EXIT.
           EXIT.

       6100-APPLY-ROLE-RULE.
           MOVE SDR-R-IMAGE (SDR-RX) TO SODRULE-RECORD
           IF NOT SOD-ROLEPAIR
               GO TO 6100-EXIT
           END-IF
           MOVE SOD-PARM-1 TO SDR-ROLE-WANT
           PERFORM 7200-HOLDS-ROLE THRU 7200-EXIT
           IF NOT SDR-HOLDS
               GO TO 6100-EXIT
           END-IF
           MOVE SOD-PARM-2 TO SDR-ROLE-WANT
           PERFORM 7200-HOLDS-ROLE THRU 7200-EXIT
           IF NOT SDR-HOLDS
               GO TO 6100-EXIT
           END-IF
           MOVE SDR-U-IMAGE (SDR-UX) TO USER-RECORD
           MOVE USER-NAME TO TRN-ACTOR
           MOVE SPACES TO TRN-SEQ TRN-DATE TRN-TIME
           PERFORM 7500-NEW-FINDING THRU 7500-EXIT
           MOVE SPACE TO SDR-F-SOURCE (SDR-FX)
           STRING USER-ID DELIMITED BY SPACE
                  ' holds ' DELIMITED BY SIZE
                  SOD-PARM-1 DELIMITED BY SPACE
                  ' and ' DELIMITED BY SIZE
                  SOD-PARM-2 DELIMITED BY SPACE
                  ' (' DELIMITED BY SIZE
                  USER-STATUS DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
               INTO SDR-F-DETAIL (SDR-FX)
           MOVE 'USERS-FILE' TO SDR-EV-FILE-WORK
           MOVE USER-RECORD TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           PERFORM 6200-PAIR-EVIDENCE THRU 6200-EXIT
               VARYING SDR-MX FROM 1 BY 1
               UNTIL SDR-MX > SDR-MBR-COUNT.
       6100-EXIT.
           EXIT.

       6200-PAIR-EVIDENCE.
           MOVE SDR-M-IMAGE (SDR-MX) TO MEMBER-RECORD
           IF MBR-USER-ID = USER-ID
            AND MBR-ACTIVE
            AND (MBR-ROLE = SOD-PARM-1 OR MBR-ROLE = SOD-PARM-2)
               MOVE 'MEMBER-FILE' TO SDR-EV-FILE-WORK
               MOVE MEMBER-RECORD TO SDR-EV-IMAGE-WORK
               PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

      *> Actor to account, the way the postings stamp TRN-ACTOR:
      *> the first ten bytes of USER-NAME.
       7100-FIND-ACTOR.
           MOVE ZERO TO SDR-ACTOR-UX
           PERFORM 7110-MATCH-ACTOR THRU 7110-EXIT
               VARYING SDR-UX FROM 1 BY 1
               UNTIL SDR-UX > SDR-USER-COUNT
                  OR SDR-ACTOR-UX > 0.
       7100-EXIT.
           EXIT.

       7110-MATCH-ACTOR.
           IF SDR-U-IMAGE (SDR-UX) (7:10) = TRN-ACTOR
               MOVE SDR-UX TO SDR-ACTOR-UX
           END-IF.
       7110-EXIT.
           EXIT.

       7200-HOLDS-ROLE.
           MOVE 'N' TO SDR-HOLDS-SW
           MOVE SDR-U-IMAGE (SDR-UX) TO USER-RECORD
           IF USER-ROLE = SDR-ROLE-WANT
               SET SDR-HOLDS TO TRUE
               GO TO 7200-EXIT
           END-IF
           PERFORM 7210-MEMBER-HOLDS THRU 7210-EXIT
               VARYING SDR-MX FROM 1 BY 1
               UNTIL SDR-MX > SDR-MBR-COUNT OR SDR-HOLDS.
       7200-EXIT.
           EXIT.

       7210-MEMBER-HOLDS.
           MOVE SDR-M-IMAGE (SDR-MX) TO MEMBER-RECORD
           IF MBR-USER-ID = USER-ID
            AND MBR-ACTIVE
            AND MBR-ROLE = SDR-ROLE-WANT
               SET SDR-HOLDS TO TRUE
           END-IF.
       7210-EXIT.
           EXIT.

      *> Opens a finding for rule SDR-RX from the current
      *> transaction fields, with the transaction as its first
      *> evidence row; the audit and role paths overwrite what
      *> does not apply to them.
       7500-NEW-FINDING.
           IF SDR-FIND-COUNT >= 300
               DISPLAY 'SODRPT: FINDING TABLE FULL AT 300'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SDR-FIND-COUNT
           MOVE SDR-FIND-COUNT TO SDR-FX
           MOVE SDR-RX TO SDR-F-RULE (SDR-FX)
           SET SDR-F-CONFIRMED (SDR-FX) TO TRUE
           SET SDR-F-FROM-TRANS (SDR-FX) TO TRUE
           MOVE TRN-ACTOR TO SDR-F-ACTOR (SDR-FX)
           MOVE TRN-SEQ TO SDR-F-SEQ (SDR-FX)
           MOVE TRN-DATE TO SDR-F-DATE (SDR-FX)
           MOVE TRN-TIME TO SDR-F-TIME (SDR-FX)
           MOVE SPACES TO SDR-F-KEY (SDR-FX)
           MOVE SPACES TO SDR-F-DETAIL (SDR-FX)
           MOVE ZERO TO SDR-F-EV-COUNT (SDR-FX)
           IF SOD-ROLEPAIR OR SOD-SELFROLE
               GO TO 7500-EXIT
           END-IF
           MOVE 'TRANS-FILE' TO SDR-EV-FILE-WORK
           MOVE TRANS-RECORD TO SDR-EV-IMAGE-WORK
           PERFORM 7600-ADD-EVIDENCE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

      *> Six evidence rows are enough to make any one finding's
      *> case; anything past that is dropped, not fatal.
       7600-ADD-EVIDENCE.
           IF SDR-F-EV-COUNT (SDR-FX) >= 6
               GO TO 7600-EXIT
           END-IF
           ADD 1 TO SDR-F-EV-COUNT (SDR-FX)
           MOVE SDR-F-EV-COUNT (SDR-FX) TO SDR-EX
           MOVE SDR-EV-FILE-WORK TO SDR-F-EV-FILE (SDR-FX SDR-EX)
           MOVE SDR-EV-IMAGE-WORK TO SDR-F-EV-IMAGE (SDR-FX SDR-EX).
       7600-EXIT.
           EXIT.

       8000-PRINT-RULE.
           MOVE SDR-R-IMAGE (SDR-RX) TO SODRULE-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SOD-RULE-ID TO SDR-RL-ID
           MOVE SOD-KIND TO SDR-RL-KIND
           MOVE SOD-TITLE TO SDR-RL-TITLE
           WRITE REPORT-LINE FROM SDR-RULE-LINE
           IF NOT SOD-ROLEPAIR AND NOT SOD-SELFAUTH
            AND NOT SOD-SELFUSER AND NOT SOD-SELFMAIL
            AND NOT SOD-SELFROLE
               MOVE 'UNKNOWN RULE KIND - NOT CHECKED' TO SDR-NL-TEXT
               WRITE REPORT-LINE FROM SDR-NOTE-LINE
               GO TO 8000-EXIT
           END-IF
           MOVE ZERO TO SDR-RULE-HITS
           PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
               VARYING SDR-FX FROM 1 BY 1
               UNTIL SDR-FX > SDR-FIND-COUNT
           IF SDR-RULE-HITS = ZERO
               MOVE 'no conflicts found' TO SDR-NL-TEXT
               WRITE REPORT-LINE FROM SDR-NOTE-LINE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-FINDING.
           IF SDR-F-RULE (SDR-FX) NOT = SDR-RX
            OR NOT SDR-F-CONFIRMED (SDR-FX)
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO SDR-RULE-HITS
           ADD 1 TO SDR-FOUND-CT
           MOVE SDR-F-ACTOR (SDR-FX) TO SDR-FL-ACTOR
           MOVE SDR-F-DETAIL (SDR-FX) TO SDR-FL-DETAIL
           WRITE REPORT-LINE FROM SDR-FIND-LINE
           PERFORM 8200-PRINT-EVIDENCE THRU 8200-EXIT
               VARYING SDR-EX FROM 1 BY 1
               UNTIL SDR-EX > SDR-F-EV-COUNT (SDR-FX).
       8100-EXIT.
           EXIT.

       8200-PRINT-EVIDENCE.
           MOVE SDR-F-EV-FILE (SDR-FX SDR-EX) TO SDR-EL-FILE
           MOVE SDR-F-EV-IMAGE (SDR-FX SDR-EX) TO SDR-EL-IMAGE
           WRITE REPORT-LINE FROM SDR-EV-LINE.
       8200-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RULES CHECKED' TO SDR-TL-LABEL
           MOVE SDR-RULE-COUNT TO SDR-TL-COUNT
           WRITE REPORT-LINE FROM SDR-TOTAL-LINE
           MOVE 'POSTINGS SCANNED' TO SDR-TL-LABEL
           MOVE SDR-TRN-READ-CT TO SDR-TL-COUNT
           WRITE REPORT-LINE FROM SDR-TOTAL-LINE
           MOVE 'AUDIT ROWS SCANNED' TO SDR-TL-LABEL
           MOVE SDR-AUD-READ-CT TO SDR-TL-COUNT
           WRITE REPORT-LINE FROM SDR-TOTAL-LINE
           MOVE 'CONFLICTS FOUND' TO SDR-TL-LABEL
           MOVE SDR-FOUND-CT TO SDR-TL-COUNT
           WRITE REPORT-LINE FROM SDR-TOTAL-LINE
           CLOSE REPORT-OUT
           IF SDR-FOUND-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'SODRPT: ' SDR-RULE-COUNT ' RULES, '
                   SDR-FOUND-CT ' CONFLICTS'.
       9000-EXIT.
           EXIT.
