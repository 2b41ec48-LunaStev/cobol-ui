      *> digest is 90 or more real calendar days old
      *> (CRED-SET-DATE, through the shared date service) is
      *> refused outright with its own catalog message that sends
      *> the user into the forgot-password flow. While a
      *> workspace's subscription is on credit hold (set by the
      *> nightly CRDHOLD sweep) only its Owner and Billing members
      *> (MBR-ROLE in MEMBER-FILE) get in through it, so someone
      *> can still settle the account. A user whose every Active
      *> membership is barred that way is refused with the hold's
      *> own catalog message; one Active membership of a workspace
      *> in good standing, or an Owner or Billing seat on the held
      *> one, still lets the user in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
       ENVIRONMENT DIVISION.
               FILE STATUS IS ACK-TOKOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS ACK-SPL-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS ACK-SUBIN-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS ACK-MBRIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-IN.
       FD  CRED-OUT.
       01  CRED-OUT-RECORD        PIC X(70).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  RESULT-OUT.
       01  RESULT-OUT-RECORD.
           05 RSL-USER            PIC X(20).
       01  TOKEN-OUT-RECORD       PIC X(77).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       WORKING-STORAGE SECTION.
       77  ACK-ATTIN-STATUS       PIC X(02).
       77  ACK-USERS-STATUS       PIC X(02).
       77  ACK-RSLT-STATUS        PIC X(02).
       77  ACK-TOKOUT-STATUS      PIC X(02).
       77  ACK-SPL-STATUS         PIC X(02).
       77  ACK-SUBIN-STATUS       PIC X(02).
       77  ACK-MBRIN-STATUS       PIC X(02).
       77  ACK-MFA-SENT           PIC 9(05) COMP VALUE ZERO.
       77  ACK-CRED-AGE           PIC S9(07) COMP VALUE ZERO.
       77  ACK-ATT-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  ACK-CRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  ACK-UX                 PIC 9(05) COMP VALUE ZERO.
       77  ACK-CRED-IX            PIC 9(05) COMP VALUE ZERO.
       77  ACK-HX                 PIC 9(05) COMP VALUE ZERO.
       77  ACK-HELD-HIT           PIC 9(05) COMP VALUE ZERO.
       77  ACK-BARRED-CT          PIC 9(05) COMP VALUE ZERO.
       77  ACK-OPEN-CT            PIC 9(05) COMP VALUE ZERO.
       77  ACK-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  ACK-SWITCHES.
           05 ACK-ATTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ACK-ATTIN-EOF    VALUE 'Y'.
              88 ACK-CRDIN-EOF    VALUE 'Y'.
           05 ACK-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ACK-AUDIN-EOF    VALUE 'Y'.
           05 ACK-SUBIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ACK-SUBIN-EOF    VALUE 'Y'.
           05 ACK-MBRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ACK-MBRIN-EOF    VALUE 'Y'.
           05 ACK-HOLD-SW         PIC X(01) VALUE 'N'.
              88 ACK-CREDIT-HOLD  VALUE 'Y'.
       01  ACK-CRED-TABLE.
           05 ACK-CRED-ENTRY OCCURS 5000 TIMES.
              10 ACK-CT-RECORD    PIC X(70).
      *> Workspaces whose subscription is on credit hold.
       01  ACK-HELD-TABLE.
           05 ACK-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 ACK-HELD-WORKSPACE OCCURS 500 TIMES
                                  PIC X(12).
      *> Active memberships, loaded only while some workspace is
      *> held: barred when the workspace is held and the member is
      *> neither Owner nor Billing there, open otherwise.
       01  ACK-MBR-TABLE.
           05 ACK-MBR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 ACK-MBR-ENTRY OCCURS 5000 TIMES.
              10 ACK-MB-USER-ID   PIC X(06).
              10 ACK-MB-ACCESS    PIC X(01).
                 88 ACK-MB-BARRED VALUE 'B'.
                 88 ACK-MB-OPEN   VALUE 'O'.
       01  ACK-NAME-PAD           PIC X(30).
       01  ACK-EMAIL-PAD          PIC X(40).
       01  ACK-ATT-STAMP.
           05 FILLER              PIC X(01) VALUE ':'.
           05 ACK-LT-SS           PIC 9(02).
       01  ACK-SEQ-WORK.
           05 ACK-SEQ-X           PIC X(08).
           05 ACK-SEQ-9 REDEFINES ACK-SEQ-X
                                  PIC 9(08).
       01  ACK-DATE-WORK.
           05 ACK-DW-X            PIC X(10).
           05 ACK-DW-PARTS REDEFINES ACK-DW-X.
       COPY AUDIT-RECORD.
       COPY TOKEN-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY MEMBER-RECORD.
       COPY HASH-DIGEST-WS.
       COPY DATE-SERVICE-WS.
       PROCEDURE DIVISION.
           OPEN OUTPUT RESULT-OUT
           OPEN EXTEND TOKEN-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN INPUT SUBS-IN
           OPEN INPUT MEMBER-IN
           IF ACK-ATTIN-STATUS NOT = '00'
            OR ACK-USERS-STATUS NOT = '00'
            OR ACK-CRDIN-STATUS NOT = '00'
            OR ACK-RSLT-STATUS NOT = '00'
            OR ACK-TOKOUT-STATUS NOT = '00'
            OR ACK-SPL-STATUS NOT = '00'
            OR ACK-SUBIN-STATUS NOT = '00'
            OR ACK-MBRIN-STATUS NOT = '00'
               DISPLAY 'AUTHCHK: OPEN FAILED ATT='
                       ACK-ATTIN-STATUS
                       ' USERS=' ACK-USERS-STATUS
                       ' RSLT=' ACK-RSLT-STATUS
                       ' TOK=' ACK-TOKOUT-STATUS
                       ' SPOOL=' ACK-SPL-STATUS
                       ' SUBS=' ACK-SUBIN-STATUS
                       ' MBR=' ACK-MBRIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               UNTIL ACK-CRDIN-EOF
           PERFORM 1300-FIND-AUDIT-SEQ THRU 1300-EXIT
               UNTIL ACK-AUDIN-EOF
           PERFORM 1400-CHECK-HOLD THRU 1400-EXIT
               UNTIL ACK-SUBIN-EOF
           IF ACK-HELD-COUNT > ZERO
               PERFORM 1500-LOAD-MEMBER THRU 1500-EXIT
                   UNTIL ACK-MBRIN-EOF
           END-IF
           CLOSE CRED-IN AUDIT-IN SUBS-IN MEMBER-IN
           OPEN EXTEND AUDIT-OUT
           IF ACK-AUDOUT-STATUS NOT = '00'
               DISPLAY 'AUTHCHK: OPEN FAILED AUDOUT='
       1300-EXIT.
           EXIT.

       1400-CHECK-HOLD.
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END SET ACK-SUBIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           IF NOT SUBS-ON-HOLD
               GO TO 1400-EXIT
           END-IF
           IF ACK-HELD-COUNT >= 500
               DISPLAY 'AUTHCHK: HELD WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ACK-HELD-COUNT
           MOVE SUBS-WORKSPACE TO ACK-HELD-WORKSPACE (ACK-HELD-COUNT).
       1400-EXIT.
           EXIT.

      *> Overflow must stop the job - a membership left out could
      *> let a barred user in or turn an entitled one away.
       1500-LOAD-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET ACK-MBRIN-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               GO TO 1500-EXIT
           END-IF
           IF ACK-MBR-COUNT >= 5000
               DISPLAY 'AUTHCHK: MEMBERSHIP TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ACK-MBR-COUNT
           MOVE MBR-USER-ID TO ACK-MB-USER-ID (ACK-MBR-COUNT)
           SET ACK-MB-OPEN (ACK-MBR-COUNT) TO TRUE
           IF MBR-ROLE = 'Owner' OR MBR-ROLE = 'Billing'
               GO TO 1500-EXIT
           END-IF
           MOVE ZERO TO ACK-HELD-HIT
           PERFORM 1510-MATCH-HELD THRU 1510-EXIT
               VARYING ACK-HX FROM 1 BY 1
               UNTIL ACK-HX > ACK-HELD-COUNT OR ACK-HELD-HIT > ZERO
           IF ACK-HELD-HIT > ZERO
               SET ACK-MB-BARRED (ACK-MBR-COUNT) TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-MATCH-HELD.
           IF ACK-HELD-WORKSPACE (ACK-HX) = MBR-WORKSPACE
               MOVE ACK-HX TO ACK-HELD-HIT
           END-IF.
       1510-EXIT.
           EXIT.

       3000-CHECK-ATTEMPT.
           ADD 1 TO ACK-ATTEMPTS
           PERFORM 3100-FIND-USER THRU 3100-EXIT
                   PERFORM 3900-POST-RESULT THRU 3900-EXIT
                   GO TO 3000-NEXT
           END-EVALUATE
           PERFORM 3150-WEIGH-HOLD THRU 3150-EXIT
           IF ACK-CREDIT-HOLD
               MOVE 'DENIED' TO RSL-OUTCOME
               MOVE 'login.err.hold' TO RSL-MSGID
               PERFORM 3900-POST-RESULT THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF
           PERFORM 3200-FIND-CRED THRU 3200-EXIT
           IF ACK-CRED-IX = ZERO
               PERFORM 3800-REFUSE-INVALID THRU 3800-EXIT
       3110-EXIT.
           EXIT.

      *> Held out only when the user has barred memberships and
      *> no open one to come in through.
       3150-WEIGH-HOLD.
           MOVE 'N' TO ACK-HOLD-SW
           MOVE ZERO TO ACK-BARRED-CT ACK-OPEN-CT
           PERFORM 3160-MATCH-MEMBER THRU 3160-EXIT
               VARYING ACK-HX FROM 1 BY 1
               UNTIL ACK-HX > ACK-MBR-COUNT
           IF ACK-BARRED-CT > ZERO AND ACK-OPEN-CT = ZERO
               SET ACK-CREDIT-HOLD TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3160-MATCH-MEMBER.
           IF ACK-MB-USER-ID (ACK-HX) NOT = USER-ID
               GO TO 3160-EXIT
           END-IF
           IF ACK-MB-BARRED (ACK-HX)
               ADD 1 TO ACK-BARRED-CT
           ELSE
               ADD 1 TO ACK-OPEN-CT
           END-IF.
       3160-EXIT.
           EXIT.

       3200-FIND-CRED.
           MOVE ZERO TO ACK-CRED-IX
           PERFORM 3210-MATCH-CRED THRU 3210-EXIT
