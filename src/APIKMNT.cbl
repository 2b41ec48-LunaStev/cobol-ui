      *> APIKMNT.cbl
      *> API key maintenance behind the API keys card. For each
      *> KEYREQ post (stamp, actor, workspace, issue or revoke) it
      *> checks the actor is an Active Owner or Admin of that
      *> workspace, then issues or revokes a key in APIKEY-FILE and
      *> writes one KEYRSLT row carrying the message-catalog id the
      *> gateway renders. An issued key gets the next ak-NNNNN id,
      *> the scope asked for (dashboards, billing or tickets), a
      *> 180-day expiry and a 20-digit secret minted from two
      *> passes of the shared digest keyed by the actor's stored
      *> credential digest - the same construction as the reset
      *> tokens. Only the salted digest of the secret is kept; the
      *> full key (id, a dot, the secret) travels once, in the
      *> result row, for the card to show and forget. A revoked key
      *> stays on file as Revoked so the audit trail still resolves
      *> it. Every issue and revoke is audited as apikey, and the
      *> key master is written to a new file for the JCL to promote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN ASSIGN TO KEYREQ
               FILE STATUS IS AKM-REQIN-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS AKM-USRIN-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS AKM-MBRIN-STATUS.
           SELECT CRED-IN ASSIGN TO CREDIN
               FILE STATUS IS AKM-CRDIN-STATUS.
           SELECT KEY-IN ASSIGN TO KEYINDD
               FILE STATUS IS AKM-KEYIN-STATUS.
           SELECT KEY-OUT ASSIGN TO KEYNEWDD
               FILE STATUS IS AKM-KEYOUT-STATUS.
           SELECT RESULT-OUT ASSIGN TO KEYRSLT
               FILE STATUS IS AKM-RSLT-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS AKM-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS AKM-AUDOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-IN.
       01  REQUEST-IN-RECORD.
           05 KRQ-DATE            PIC X(10).
           05 KRQ-TIME            PIC X(08).
           05 KRQ-ACTOR           PIC X(10).
           05 KRQ-WORKSPACE       PIC X(12).
           05 KRQ-ACTION          PIC X(08).
              88 KRQ-ISSUE        VALUE 'issue'.
              88 KRQ-REVOKE       VALUE 'revoke'.
           05 KRQ-KEY-ID          PIC X(08).
           05 KRQ-LABEL           PIC X(20).
           05 KRQ-SCOPE           PIC X(10).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  CRED-IN.
       01  CRED-IN-RECORD         PIC X(70).
       FD  KEY-IN.
       01  KEY-IN-RECORD          PIC X(139).
       FD  KEY-OUT.
       01  KEY-OUT-RECORD         PIC X(139).
       FD  RESULT-OUT.
       01  RESULT-OUT-RECORD.
           05 KRS-ACTOR           PIC X(10).
           05 KRS-OUTCOME         PIC X(08).
           05 KRS-MSGID           PIC X(24).
           05 KRS-KEY-ID          PIC X(08).
      *> The full key, id and secret, on an issue only.
           05 KRS-SECRET          PIC X(29).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  AKM-REQIN-STATUS       PIC X(02).
       77  AKM-USRIN-STATUS       PIC X(02).
       77  AKM-MBRIN-STATUS       PIC X(02).
       77  AKM-CRDIN-STATUS       PIC X(02).
       77  AKM-KEYIN-STATUS       PIC X(02).
       77  AKM-KEYOUT-STATUS      PIC X(02).
       77  AKM-RSLT-STATUS        PIC X(02).
       77  AKM-AUDIN-STATUS       PIC X(02).
       77  AKM-AUDOUT-STATUS      PIC X(02).
       77  AKM-REQUESTS           PIC 9(05) COMP VALUE ZERO.
       77  AKM-ISSUED             PIC 9(05) COMP VALUE ZERO.
       77  AKM-REVOKED            PIC 9(05) COMP VALUE ZERO.
       77  AKM-DENIED             PIC 9(05) COMP VALUE ZERO.
       77  AKM-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  AKM-MBR-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  AKM-CRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  AKM-KEY-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  AKM-UX                 PIC 9(05) COMP VALUE ZERO.
       77  AKM-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  AKM-KEY-IX             PIC 9(05) COMP VALUE ZERO.
       77  AKM-LAST-KEY           PIC 9(05) VALUE ZERO.
       77  AKM-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  AKM-SWITCHES.
           05 AKM-REQIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-REQIN-EOF    VALUE 'Y'.
           05 AKM-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-USRIN-EOF    VALUE 'Y'.
           05 AKM-MBRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-MBRIN-EOF    VALUE 'Y'.
           05 AKM-CRDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-CRDIN-EOF    VALUE 'Y'.
           05 AKM-KEYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-KEYIN-EOF    VALUE 'Y'.
           05 AKM-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKM-AUDIN-EOF    VALUE 'Y'.
           05 AKM-ALLOWED-SW      PIC X(01) VALUE 'N'.
              88 AKM-ALLOWED      VALUE 'Y'.
       01  AKM-USER-TABLE.
           05 AKM-USER-ENTRY OCCURS 5000 TIMES.
              10 AKM-UT-RECORD    PIC X(113).
       01  AKM-MBR-TABLE.
           05 AKM-MBR-ENTRY OCCURS 5000 TIMES.
              10 AKM-MT-RECORD    PIC X(48).
       01  AKM-CRED-TABLE.
           05 AKM-CRED-ENTRY OCCURS 5000 TIMES.
              10 AKM-CT-RECORD    PIC X(70).
      *> The whole key master is rewritten from this table, so
      *> overflow stops the job rather than drop keys.
       01  AKM-KEY-TABLE.
           05 AKM-KEY-ENTRY OCCURS 2000 TIMES.
              10 AKM-KT-RECORD    PIC X(139).
       01  AKM-STAMP.
           05 AKM-ST-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AKM-ST-TIME         PIC X(08).
       01  AKM-SECRET-WORK.
           05 AKM-SW-PART-1       PIC 9(16).
           05 AKM-SW-PART-2       PIC 9(16).
       01  AKM-KEY-SECRET         PIC X(20).
       01  AKM-KEY-NUM-WORK.
           05 AKM-KN-X            PIC X(05).
           05 AKM-KN-9 REDEFINES AKM-KN-X
                                  PIC 9(05).
       01  AKM-SEQ-WORK.
           05 AKM-SEQ-X           PIC X(08).
           05 AKM-SEQ-9 REDEFINES AKM-SEQ-X
                                  PIC 9(08).
       01  AKM-AUDIT-META         PIC X(30).
       COPY APIKEY-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY CREDENTIAL-RECORD.
       COPY AUDIT-RECORD.
       COPY HASH-DIGEST-WS.
       COPY DATE-SERVICE-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               UNTIL AKM-REQIN-EOF
           PERFORM 7000-REWRITE-KEYS THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT REQUEST-IN
           OPEN INPUT USERS-IN
           OPEN INPUT MEMBER-IN
           OPEN INPUT CRED-IN
           OPEN INPUT KEY-IN
           OPEN INPUT AUDIT-IN
           OPEN OUTPUT RESULT-OUT
           IF AKM-REQIN-STATUS NOT = '00'
            OR AKM-USRIN-STATUS NOT = '00'
            OR AKM-MBRIN-STATUS NOT = '00'
            OR AKM-CRDIN-STATUS NOT = '00'
            OR AKM-KEYIN-STATUS NOT = '00'
            OR AKM-AUDIN-STATUS NOT = '00'
            OR AKM-RSLT-STATUS NOT = '00'
               DISPLAY 'APIKMNT: OPEN FAILED REQ='
                       AKM-REQIN-STATUS
                       ' USERS=' AKM-USRIN-STATUS
                       ' MBR=' AKM-MBRIN-STATUS
                       ' CRED=' AKM-CRDIN-STATUS
                       ' KEYS=' AKM-KEYIN-STATUS
                       ' AUD=' AKM-AUDIN-STATUS
                       ' RSLT=' AKM-RSLT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL AKM-USRIN-EOF
           PERFORM 1150-LOAD-MEMBERS THRU 1150-EXIT
               UNTIL AKM-MBRIN-EOF
           PERFORM 1200-LOAD-CREDS THRU 1200-EXIT
               UNTIL AKM-CRDIN-EOF
           PERFORM 1250-LOAD-KEYS THRU 1250-EXIT
               UNTIL AKM-KEYIN-EOF
           PERFORM 1300-FIND-AUDIT-SEQ THRU 1300-EXIT
               UNTIL AKM-AUDIN-EOF
           CLOSE USERS-IN MEMBER-IN CRED-IN KEY-IN AUDIT-IN
           OPEN EXTEND AUDIT-OUT
           IF AKM-AUDOUT-STATUS NOT = '00'
               DISPLAY 'APIKMNT: OPEN FAILED AUDOUT='
                       AKM-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-USERS.
           READ USERS-IN
               AT END SET AKM-USRIN-EOF TO TRUE
               NOT AT END
                   IF AKM-USER-COUNT < 5000
                       ADD 1 TO AKM-USER-COUNT
                       MOVE USERS-IN-RECORD
                           TO AKM-UT-RECORD (AKM-USER-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1150-LOAD-MEMBERS.
           READ MEMBER-IN
               AT END SET AKM-MBRIN-EOF TO TRUE
               NOT AT END
                   IF AKM-MBR-COUNT < 5000
                       ADD 1 TO AKM-MBR-COUNT
                       MOVE MEMBER-IN-RECORD
                           TO AKM-MT-RECORD (AKM-MBR-COUNT)
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

       1200-LOAD-CREDS.
           READ CRED-IN
               AT END SET AKM-CRDIN-EOF TO TRUE
               NOT AT END
                   IF AKM-CRED-COUNT < 5000
                       ADD 1 TO AKM-CRED-COUNT
                       MOVE CRED-IN-RECORD
                           TO AKM-CT-RECORD (AKM-CRED-COUNT)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> Loads the key master and notes the highest key number in
      *> use, so a new key never reuses a revoked key's id.
       1250-LOAD-KEYS.
           READ KEY-IN INTO APIKEY-RECORD
               AT END SET AKM-KEYIN-EOF TO TRUE
               GO TO 1250-EXIT
           END-READ
           IF AKM-KEY-COUNT = 2000
               DISPLAY 'APIKMNT: KEY TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO AKM-KEY-COUNT
           MOVE APIKEY-RECORD TO AKM-KT-RECORD (AKM-KEY-COUNT)
           MOVE AKY-ID (4:5) TO AKM-KN-X
           IF AKM-KN-X IS NUMERIC
            AND AKM-KN-9 > AKM-LAST-KEY
               MOVE AKM-KN-9 TO AKM-LAST-KEY
           END-IF.
       1250-EXIT.
           EXIT.

       1300-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET AKM-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO AKM-SEQ-X
                   IF AKM-SEQ-X IS NUMERIC
                    AND AKM-SEQ-9 > AKM-NEXT-SEQ
                       MOVE AKM-SEQ-9 TO AKM-NEXT-SEQ
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       3000-PROCESS-REQUEST.
           ADD 1 TO AKM-REQUESTS
           MOVE SPACES TO RESULT-OUT-RECORD
           MOVE KRQ-DATE TO AKM-ST-DATE
           MOVE KRQ-TIME TO AKM-ST-TIME
           PERFORM 3100-CHECK-ACTOR THRU 3100-EXIT
           IF NOT AKM-ALLOWED
               MOVE 'apikey.err.denied' TO KRS-MSGID
               PERFORM 3800-DENY THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN KRQ-ISSUE
                   PERFORM 3200-ISSUE-KEY THRU 3200-EXIT
               WHEN KRQ-REVOKE
                   PERFORM 3400-REVOKE-KEY THRU 3400-EXIT
               WHEN OTHER
                   MOVE 'apikey.err.invalid' TO KRS-MSGID
                   PERFORM 3800-DENY THRU 3800-EXIT
           END-EVALUATE.
       3000-NEXT.
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> Keys are a workspace admin operation: the actor must be
      *> an Active account with an Active Owner or Admin
      *> membership in the workspace the card was posted from.
       3100-CHECK-ACTOR.
           MOVE 'N' TO AKM-ALLOWED-SW
           MOVE ZERO TO AKM-USER-IX
           PERFORM 3110-MATCH-USER THRU 3110-EXIT
               VARYING AKM-UX FROM 1 BY 1
               UNTIL AKM-UX > AKM-USER-COUNT
                  OR AKM-USER-IX > ZERO
           IF AKM-USER-IX = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE AKM-UT-RECORD (AKM-USER-IX) TO USER-RECORD
           IF USER-STATUS NOT = 'Active'
               GO TO 3100-EXIT
           END-IF
           PERFORM 3120-MATCH-MEMBER THRU 3120-EXIT
               VARYING AKM-UX FROM 1 BY 1
               UNTIL AKM-UX > AKM-MBR-COUNT
                  OR AKM-ALLOWED.
       3100-EXIT.
           EXIT.

       3110-MATCH-USER.
           IF AKM-UT-RECORD (AKM-UX) (7:10) = KRQ-ACTOR
               MOVE AKM-UX TO AKM-USER-IX
           END-IF.
       3110-EXIT.
           EXIT.

       3120-MATCH-MEMBER.
           MOVE AKM-MT-RECORD (AKM-UX) TO MEMBER-RECORD
           IF MBR-WORKSPACE = KRQ-WORKSPACE
            AND MBR-USER-ID = USER-ID
            AND MBR-ACTIVE
            AND (MBR-ROLE = 'Owner' OR MBR-ROLE = 'Admin')
               SET AKM-ALLOWED TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.

       3200-ISSUE-KEY.
           MOVE SPACES TO APIKEY-RECORD
           MOVE KRQ-SCOPE TO AKY-SCOPE
           IF NOT AKY-DASHBOARDS AND NOT AKY-BILLING
            AND NOT AKY-TICKETS
               MOVE 'apikey.err.scope' TO KRS-MSGID
               PERFORM 3800-DENY THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF
           IF KRQ-LABEL = SPACES
               MOVE 'apikey.err.label' TO KRS-MSGID
               PERFORM 3800-DENY THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF
           IF AKM-KEY-COUNT = 2000
               DISPLAY 'APIKMNT: KEY TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO AKM-LAST-KEY
           MOVE AKM-LAST-KEY TO AKM-KN-9
           STRING 'ak-' AKM-KN-X DELIMITED BY SIZE INTO AKY-ID
           MOVE KRQ-WORKSPACE TO AKY-WORKSPACE
           MOVE USER-ID TO AKY-OWNER
           MOVE KRQ-LABEL TO AKY-LABEL
           PERFORM 3300-MINT-SECRET THRU 3300-EXIT
           MOVE KRQ-DATE TO AKY-CREATED
           MOVE KRQ-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           ADD 180 TO DS-SERIAL
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DI-X TO AKY-EXPIRES
           MOVE SPACES TO AKY-LAST-USED
           SET AKY-ACTIVE TO TRUE
           MOVE 'N' TO AKY-IDLE
           MOVE SPACES TO AKY-CLOSED
           ADD 1 TO AKM-KEY-COUNT
           MOVE APIKEY-RECORD TO AKM-KT-RECORD (AKM-KEY-COUNT)
           ADD 1 TO AKM-ISSUED
           MOVE 'OK' TO KRS-OUTCOME
           MOVE 'apikey.issued' TO KRS-MSGID
           MOVE AKY-ID TO KRS-KEY-ID
           STRING AKY-ID '.' AKM-KEY-SECRET
               DELIMITED BY SIZE INTO KRS-SECRET
           MOVE SPACES TO AKM-AUDIT-META
           STRING 'issued ' AKY-ID ' ' AKY-SCOPE
               DELIMITED BY SIZE INTO AKM-AUDIT-META
           PERFORM 3900-POST-RESULT THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *> Two digest passes, both keyed by the actor's stored
      *> credential digest: the issue stamp, then the new key id
      *> and label. The secret is the first pass and four digits
      *> of the second; the master keeps only its salted digest,
      *> salted with the issue stamp and the key number.
       3300-MINT-SECRET.
           MOVE SPACES TO CREDENTIAL-RECORD
           PERFORM 3310-MATCH-CRED THRU 3310-EXIT
               VARYING AKM-UX FROM 1 BY 1
               UNTIL AKM-UX > AKM-CRED-COUNT
                  OR CRED-USER-ID = USER-ID
           MOVE CRED-HASH TO HD-SALT
           MOVE AKM-STAMP (1:19) TO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           MOVE HD-HASH-OUT TO AKM-SW-PART-1
           MOVE CRED-HASH TO HD-SALT
           MOVE SPACES TO HD-SECRET
           STRING AKY-ID AKY-LABEL DELIMITED BY SIZE
               INTO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           MOVE HD-HASH-OUT TO AKM-SW-PART-2
           MOVE SPACES TO AKM-KEY-SECRET
           STRING AKM-SW-PART-1 AKM-SW-PART-2 (13:4)
               DELIMITED BY SIZE INTO AKM-KEY-SECRET
           MOVE SPACES TO AKY-SALT
           STRING KRQ-DATE (1:4) KRQ-DATE (6:2) KRQ-DATE (9:2)
                  KRQ-TIME (1:2) KRQ-TIME (4:2) KRQ-TIME (7:2)
                  AKM-KN-X (4:2)
               DELIMITED BY SIZE INTO AKY-SALT
           MOVE AKY-SALT TO HD-SALT
           MOVE AKM-KEY-SECRET TO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           MOVE HD-HASH-OUT TO AKY-HASH.
       3300-EXIT.
           EXIT.

       3310-MATCH-CRED.
           MOVE AKM-CT-RECORD (AKM-UX) TO CREDENTIAL-RECORD
           IF CRED-USER-ID NOT = USER-ID
               MOVE SPACES TO CREDENTIAL-RECORD
           END-IF.
       3310-EXIT.
           EXIT.

      *> A key is revoked only from the workspace that owns it.
       3400-REVOKE-KEY.
           MOVE ZERO TO AKM-KEY-IX
           PERFORM 3410-MATCH-KEY THRU 3410-EXIT
               VARYING AKM-UX FROM 1 BY 1
               UNTIL AKM-UX > AKM-KEY-COUNT
                  OR AKM-KEY-IX > ZERO
           IF AKM-KEY-IX = ZERO
               MOVE 'apikey.err.notfound' TO KRS-MSGID
               PERFORM 3800-DENY THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE AKM-KT-RECORD (AKM-KEY-IX) TO APIKEY-RECORD
           IF NOT AKY-ACTIVE
               MOVE 'apikey.err.notactive' TO KRS-MSGID
               PERFORM 3800-DENY THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF
           SET AKY-REVOKED TO TRUE
           MOVE KRQ-DATE TO AKY-CLOSED
           MOVE APIKEY-RECORD TO AKM-KT-RECORD (AKM-KEY-IX)
           ADD 1 TO AKM-REVOKED
           MOVE 'OK' TO KRS-OUTCOME
           MOVE 'apikey.revoked' TO KRS-MSGID
           MOVE AKY-ID TO KRS-KEY-ID
           MOVE SPACES TO AKM-AUDIT-META
           STRING 'revoked ' AKY-ID
               DELIMITED BY SIZE INTO AKM-AUDIT-META
           PERFORM 3900-POST-RESULT THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

       3410-MATCH-KEY.
           MOVE AKM-KT-RECORD (AKM-UX) TO APIKEY-RECORD
           IF AKY-ID = KRQ-KEY-ID
            AND AKY-WORKSPACE = KRQ-WORKSPACE
               MOVE AKM-UX TO AKM-KEY-IX
           END-IF.
       3410-EXIT.
           EXIT.

       3800-DENY.
           ADD 1 TO AKM-DENIED
           MOVE 'DENIED' TO KRS-OUTCOME
           MOVE KRQ-KEY-ID TO KRS-KEY-ID
           MOVE SPACES TO AKM-AUDIT-META
           STRING 'DENIED ' KRS-MSGID DELIMITED BY SIZE
               INTO AKM-AUDIT-META
           PERFORM 3900-POST-RESULT THRU 3900-EXIT.
       3800-EXIT.
           EXIT.

      *> One result row for the gateway and one audit event per
      *> request, under the actor who posted it.
       3900-POST-RESULT.
           MOVE KRQ-ACTOR TO KRS-ACTOR
           WRITE RESULT-OUT-RECORD
           ADD 1 TO AKM-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE AKM-NEXT-SEQ TO AKM-SEQ-9
           MOVE AKM-SEQ-X TO AUDIT-SEQ
           MOVE KRQ-DATE TO AUDIT-DATE
           MOVE KRQ-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE KRQ-ACTOR TO AUDIT-ACTOR
           MOVE 'apikey' TO AUDIT-EVENT
           MOVE AKM-AUDIT-META TO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       3900-EXIT.
           EXIT.

       7000-REWRITE-KEYS.
           OPEN OUTPUT KEY-OUT
           IF AKM-KEYOUT-STATUS NOT = '00'
               DISPLAY 'APIKMNT: OPEN FAILED KEYOUT='
                       AKM-KEYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 7100-WRITE-ONE-KEY THRU 7100-EXIT
               VARYING AKM-UX FROM 1 BY 1
               UNTIL AKM-UX > AKM-KEY-COUNT
           CLOSE KEY-OUT.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-KEY.
           WRITE KEY-OUT-RECORD FROM AKM-KT-RECORD (AKM-UX).
       7100-EXIT.
           EXIT.

       8100-READ-REQUEST.
           READ REQUEST-IN
               AT END SET AKM-REQIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE REQUEST-IN RESULT-OUT AUDIT-OUT
           DISPLAY 'APIKMNT: ' AKM-REQUESTS ' REQUESTS, '
                   AKM-ISSUED ' ISSUED, '
                   AKM-REVOKED ' REVOKED, '
                   AKM-DENIED ' DENIED'.
       9000-EXIT.
           EXIT.

       COPY HASH-DIGEST.

       COPY DATE-SERVICE.
