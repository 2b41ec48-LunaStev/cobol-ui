      *> APIKCHK.cbl
      *> Verifies key-authenticated API calls. The gateway queues
      *> one KEYCHK row per call - stamp, the key as presented
      *> (ak-NNNNN, a dot, the 20-digit secret), the scope the
      *> endpoint belongs to and the HTTP method - and acts on the
      *> KEYCRSLT row written back. A call is refused, each with
      *> its own message id, when the key is unknown or its secret
      *> does not digest to the stored value, when the key has been
      *> revoked or has expired, when the owning account is no
      *> longer Active, when the endpoint is outside the key's
      *> scope, or when a dashboards key - read-only - is used for
      *> anything but GET. Every call, allowed or not, is audited
      *> as auth.apikey under the key id. An allowed call stamps
      *> AKY-LAST-USED and clears the idle flag, and the key master
      *> is written to a new file for the JCL to promote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-IN ASSIGN TO KEYCHK
               FILE STATUS IS AKC-CHKIN-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS AKC-USRIN-STATUS.
           SELECT KEY-IN ASSIGN TO KEYINDD
               FILE STATUS IS AKC-KEYIN-STATUS.
           SELECT KEY-OUT ASSIGN TO KEYNEWDD
               FILE STATUS IS AKC-KEYOUT-STATUS.
           SELECT RESULT-OUT ASSIGN TO KEYCRSLT
               FILE STATUS IS AKC-RSLT-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS AKC-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS AKC-AUDOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-IN.
       01  CHECK-IN-RECORD.
           05 KCQ-DATE            PIC X(10).
           05 KCQ-TIME            PIC X(08).
           05 KCQ-KEY.
              10 KCQ-KEY-ID       PIC X(08).
              10 KCQ-KEY-DOT      PIC X(01).
              10 KCQ-KEY-SECRET   PIC X(20).
           05 KCQ-SCOPE           PIC X(10).
           05 KCQ-METHOD          PIC X(06).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  KEY-IN.
       01  KEY-IN-RECORD          PIC X(139).
       FD  KEY-OUT.
       01  KEY-OUT-RECORD         PIC X(139).
       FD  RESULT-OUT.
       01  RESULT-OUT-RECORD.
           05 KCR-KEY-ID          PIC X(08).
           05 KCR-OUTCOME         PIC X(08).
           05 KCR-MSGID           PIC X(24).
           05 KCR-WORKSPACE       PIC X(12).
           05 KCR-OWNER           PIC X(06).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  AKC-CHKIN-STATUS       PIC X(02).
       77  AKC-USRIN-STATUS       PIC X(02).
       77  AKC-KEYIN-STATUS       PIC X(02).
       77  AKC-KEYOUT-STATUS      PIC X(02).
       77  AKC-RSLT-STATUS        PIC X(02).
       77  AKC-AUDIN-STATUS       PIC X(02).
       77  AKC-AUDOUT-STATUS      PIC X(02).
       77  AKC-CALLS              PIC 9(05) COMP VALUE ZERO.
       77  AKC-ALLOWED            PIC 9(05) COMP VALUE ZERO.
       77  AKC-DENIED             PIC 9(05) COMP VALUE ZERO.
       77  AKC-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  AKC-KEY-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  AKC-UX                 PIC 9(05) COMP VALUE ZERO.
       77  AKC-KEY-IX             PIC 9(05) COMP VALUE ZERO.
       77  AKC-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  AKC-SWITCHES.
           05 AKC-CHKIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKC-CHKIN-EOF    VALUE 'Y'.
           05 AKC-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKC-USRIN-EOF    VALUE 'Y'.
           05 AKC-KEYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKC-KEYIN-EOF    VALUE 'Y'.
           05 AKC-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKC-AUDIN-EOF    VALUE 'Y'.
           05 AKC-OWNER-SW        PIC X(01) VALUE 'N'.
              88 AKC-OWNER-ACTIVE VALUE 'Y'.
       01  AKC-USER-TABLE.
           05 AKC-USER-ENTRY OCCURS 5000 TIMES.
              10 AKC-UT-RECORD    PIC X(113).
      *> The whole key master is rewritten from this table, so
      *> overflow stops the job rather than drop keys.
       01  AKC-KEY-TABLE.
           05 AKC-KEY-ENTRY OCCURS 2000 TIMES.
              10 AKC-KT-RECORD    PIC X(139).
       01  AKC-DIGEST-X           PIC X(16).
       01  AKC-SEQ-WORK.
           05 AKC-SEQ-X           PIC X(08).
           05 AKC-SEQ-9 REDEFINES AKC-SEQ-X
                                  PIC 9(08).
       COPY APIKEY-RECORD.
       COPY USER-RECORD.
       COPY AUDIT-RECORD.
       COPY HASH-DIGEST-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-CHECK-CALL THRU 3000-EXIT
               UNTIL AKC-CHKIN-EOF
           PERFORM 7000-REWRITE-KEYS THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CHECK-IN
           OPEN INPUT USERS-IN
           OPEN INPUT KEY-IN
           OPEN INPUT AUDIT-IN
           OPEN OUTPUT RESULT-OUT
           IF AKC-CHKIN-STATUS NOT = '00'
            OR AKC-USRIN-STATUS NOT = '00'
            OR AKC-KEYIN-STATUS NOT = '00'
            OR AKC-AUDIN-STATUS NOT = '00'
            OR AKC-RSLT-STATUS NOT = '00'
               DISPLAY 'APIKCHK: OPEN FAILED CHK='
                       AKC-CHKIN-STATUS
                       ' USERS=' AKC-USRIN-STATUS
                       ' KEYS=' AKC-KEYIN-STATUS
                       ' AUD=' AKC-AUDIN-STATUS
                       ' RSLT=' AKC-RSLT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL AKC-USRIN-EOF
           PERFORM 1200-LOAD-KEYS THRU 1200-EXIT
               UNTIL AKC-KEYIN-EOF
           PERFORM 1300-FIND-AUDIT-SEQ THRU 1300-EXIT
               UNTIL AKC-AUDIN-EOF
           CLOSE USERS-IN KEY-IN AUDIT-IN
           OPEN EXTEND AUDIT-OUT
           IF AKC-AUDOUT-STATUS NOT = '00'
               DISPLAY 'APIKCHK: OPEN FAILED AUDOUT='
                       AKC-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-CHECK THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-USERS.
           READ USERS-IN
               AT END SET AKC-USRIN-EOF TO TRUE
               NOT AT END
                   IF AKC-USER-COUNT < 5000
                       ADD 1 TO AKC-USER-COUNT
                       MOVE USERS-IN-RECORD
                           TO AKC-UT-RECORD (AKC-USER-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LOAD-KEYS.
           READ KEY-IN
               AT END SET AKC-KEYIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           IF AKC-KEY-COUNT = 2000
               DISPLAY 'APIKCHK: KEY TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO AKC-KEY-COUNT
           MOVE KEY-IN-RECORD TO AKC-KT-RECORD (AKC-KEY-COUNT).
       1200-EXIT.
           EXIT.

       1300-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET AKC-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO AKC-SEQ-X
                   IF AKC-SEQ-X IS NUMERIC
                    AND AKC-SEQ-9 > AKC-NEXT-SEQ
                       MOVE AKC-SEQ-9 TO AKC-NEXT-SEQ
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *> The checks run in a fixed order and the first failure
      *> decides the message, so a revoked key is reported as
      *> revoked even when the call was also out of scope.
       3000-CHECK-CALL.
           ADD 1 TO AKC-CALLS
           MOVE SPACES TO RESULT-OUT-RECORD
           MOVE KCQ-KEY-ID TO KCR-KEY-ID
           MOVE ZERO TO AKC-KEY-IX
           PERFORM 3100-MATCH-KEY THRU 3100-EXIT
               VARYING AKC-UX FROM 1 BY 1
               UNTIL AKC-UX > AKC-KEY-COUNT
                  OR AKC-KEY-IX > ZERO
           IF AKC-KEY-IX = ZERO
            OR KCQ-KEY-DOT NOT = '.'
               MOVE 'apikey.err.invalid' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           MOVE AKC-KT-RECORD (AKC-KEY-IX) TO APIKEY-RECORD
           MOVE AKY-SALT TO HD-SALT
           MOVE KCQ-KEY-SECRET TO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           MOVE HD-HASH-OUT TO AKC-DIGEST-X
           IF AKC-DIGEST-X NOT = AKY-HASH
               MOVE 'apikey.err.invalid' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           MOVE AKY-WORKSPACE TO KCR-WORKSPACE
           MOVE AKY-OWNER TO KCR-OWNER
           IF AKY-REVOKED
               MOVE 'apikey.err.revoked' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           IF AKY-EXPIRED OR NOT AKY-ACTIVE
            OR KCQ-DATE NOT < AKY-EXPIRES
               MOVE 'apikey.err.expired' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           MOVE 'N' TO AKC-OWNER-SW
           PERFORM 3200-MATCH-OWNER THRU 3200-EXIT
               VARYING AKC-UX FROM 1 BY 1
               UNTIL AKC-UX > AKC-USER-COUNT
                  OR AKC-OWNER-ACTIVE
           IF NOT AKC-OWNER-ACTIVE
               MOVE 'apikey.err.owner' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           IF KCQ-SCOPE NOT = AKY-SCOPE
               MOVE 'apikey.err.scope' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           IF AKY-DASHBOARDS AND KCQ-METHOD NOT = 'GET'
               MOVE 'apikey.err.readonly' TO KCR-MSGID
               GO TO 3000-DENY
           END-IF
           ADD 1 TO AKC-ALLOWED
           MOVE 'OK' TO KCR-OUTCOME
           MOVE 'apikey.ok' TO KCR-MSGID
           MOVE KCQ-DATE TO AKY-LAST-USED
           MOVE 'N' TO AKY-IDLE
           MOVE APIKEY-RECORD TO AKC-KT-RECORD (AKC-KEY-IX)
           GO TO 3000-POST.
       3000-DENY.
           ADD 1 TO AKC-DENIED
           MOVE 'DENIED' TO KCR-OUTCOME.
       3000-POST.
           PERFORM 3900-POST-RESULT THRU 3900-EXIT
           PERFORM 8100-READ-CHECK THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-MATCH-KEY.
           IF AKC-KT-RECORD (AKC-UX) (1:8) = KCQ-KEY-ID
               MOVE AKC-UX TO AKC-KEY-IX
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MATCH-OWNER.
           MOVE AKC-UT-RECORD (AKC-UX) TO USER-RECORD
           IF USER-ID = AKY-OWNER
            AND USER-STATUS = 'Active'
               SET AKC-OWNER-ACTIVE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *> One result row for the gateway and one auth.apikey audit
      *> event per call, under the key id that was presented.
       3900-POST-RESULT.
           WRITE RESULT-OUT-RECORD
           ADD 1 TO AKC-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE AKC-NEXT-SEQ TO AKC-SEQ-9
           MOVE AKC-SEQ-X TO AUDIT-SEQ
           MOVE KCQ-DATE TO AUDIT-DATE
           MOVE KCQ-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE KCQ-KEY-ID TO AUDIT-ACTOR
           MOVE 'auth.apikey' TO AUDIT-EVENT
           STRING KCR-OUTCOME DELIMITED BY SPACE
                  ' ' KCR-MSGID DELIMITED BY SIZE
               INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       3900-EXIT.
           EXIT.

       7000-REWRITE-KEYS.
           OPEN OUTPUT KEY-OUT
           IF AKC-KEYOUT-STATUS NOT = '00'
               DISPLAY 'APIKCHK: OPEN FAILED KEYOUT='
                       AKC-KEYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 7100-WRITE-ONE-KEY THRU 7100-EXIT
               VARYING AKC-UX FROM 1 BY 1
               UNTIL AKC-UX > AKC-KEY-COUNT
           CLOSE KEY-OUT.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-KEY.
           WRITE KEY-OUT-RECORD FROM AKC-KT-RECORD (AKC-UX).
       7100-EXIT.
           EXIT.

       8100-READ-CHECK.
           READ CHECK-IN
               AT END SET AKC-CHKIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE CHECK-IN RESULT-OUT AUDIT-OUT
           DISPLAY 'APIKCHK: ' AKC-CALLS ' CALLS, '
                   AKC-ALLOWED ' ALLOWED, '
                   AKC-DENIED ' DENIED'.
       9000-EXIT.
           EXIT.

       COPY HASH-DIGEST.
