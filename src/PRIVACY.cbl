      *> Both modes append their own audit event (priv.export /
      *> priv.erase). The rewritten masters promote only on a
      *> clean end; reload the KSDS after an erasure.
      *> LEGALHOLD-FILE is read before an erasure touches
      *> anything. A subject under a hold (by id, email or actor
      *> name) is not erased at all: the run reports the erasure
      *> deferred with the matter, exports as usual, leaves every
      *> master as it was and audits priv.defer - a deferral,
      *> not a failure, so it ends RC=0. A dated row inside a
      *> range hold keeps its personal fields while the rest of
      *> the subject's data is erased; each such row is listed
      *> on SYSOUT and counted as deferred.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY.
       ENVIRONMENT DIVISION.
               FILE STATUS IS PRV-EXP-STATUS.
           SELECT CONTROL-OUT ASSIGN TO CTLOUTDD
               FILE STATUS IS PRV-CTL-STATUS.
           SELECT HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS PRV-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  USERS-OUT.
       01  USERS-OUT-RECORD       PIC X(113).
       FD  CRED-IN.
       01  CRED-IN-RECORD         PIC X(70).
       FD  CRED-OUT.
       01  CRED-OUT-RECORD        PIC X(70).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD      PIC X(246).
       FD  GUEST-IN.
       01  GUEST-IN-RECORD        PIC X(106).
       FD  GUEST-OUT.
       FD  INVITE-OUT.
       01  INVITE-OUT-RECORD      PIC X(120).
       FD  JRNL-IN.
       01  JRNL-IN-RECORD         PIC X(264).
       FD  JRNL-OUT.
       01  JRNL-OUT-RECORD        PIC X(264).
       FD  TKMSG-IN.
       01  TKMSG-IN-RECORD        PIC X(143).
       FD  TKMSG-OUT.
       FD  EXPORT-OUT.
       01  EXPORT-RECORD.
           05 EXP-SOURCE          PIC X(10).
           05 EXP-IMAGE           PIC X(264).
       FD  CONTROL-OUT.
       01  CONTROL-OUT-RECORD     PIC X(27).
       FD  HOLD-IN.
       01  HOLD-IN-RECORD         PIC X(140).
       WORKING-STORAGE SECTION.
       77  PRV-USRIN-STATUS       PIC X(02).
       77  PRV-USROUT-STATUS      PIC X(02).
       77  PRV-SUPOUT-STATUS      PIC X(02).
       77  PRV-EXP-STATUS         PIC X(02).
       77  PRV-CTL-STATUS         PIC X(02).
       77  PRV-HOLD-STATUS        PIC X(02).
       77  PRV-MATCHED-CT         PIC 9(05) COMP VALUE ZERO.
       77  PRV-ERASED-CT          PIC 9(05) COMP VALUE ZERO.
       77  PRV-DEFER-CT           PIC 9(05) COMP VALUE ZERO.
       77  PRV-AUD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  PRV-CHAIN-HASH         PIC 9(09) COMP VALUE ZERO.
       77  PRV-CX                 PIC 9(02) COMP VALUE ZERO.
       77  PRV-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  PRV-SWITCHES.
           05 PRV-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-USRIN-EOF    VALUE 'Y'.
              88 PRV-DUNIN-EOF    VALUE 'Y'.
           05 PRV-SUPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 PRV-SUPIN-EOF    VALUE 'Y'.
           05 PRV-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
              88 PRV-HOLD-EOF     VALUE 'Y'.
           05 PRV-ERASE-SW        PIC X(01) VALUE 'N'.
              88 PRV-ERASING      VALUE 'Y'.
           05 PRV-FOUND-SW        PIC X(01) VALUE 'N'.
              88 PRV-SUBJ-FOUND   VALUE 'Y'.
           05 PRV-DEFER-SW        PIC X(01) VALUE 'N'.
              88 PRV-DEFERRED     VALUE 'Y'.
      *> The subject resolved from the users master: id, name,
      *> and email, each padded for its comparisons.
       01  PRV-SUBJ-ID            PIC X(06) VALUE SPACES.
       01  PRV-SUBJ-NAME          PIC X(30) VALUE SPACES.
       01  PRV-SUBJ-EMAIL         PIC X(40) VALUE SPACES.
       01  PRV-SUBJ-ACTOR         PIC X(10) VALUE SPACES.
      *> The store a range-held row came from, for its SYSOUT
      *> line.
       01  PRV-HOLD-SOURCE        PIC X(10) VALUE SPACES.
       01  PRV-ANON-EMAIL.
           05 FILLER              PIC X(07) VALUE 'erased-'.
           05 PRV-AE-ID           PIC X(06).
           05 PRV-SD-DD           PIC X(02).
       01  PRV-RUN-DATE           PIC X(10) VALUE SPACES.
       01  PRV-SEQ-WORK.
           05 PRV-SEQ-X           PIC X(08).
           05 PRV-SEQ-9 REDEFINES PRV-SEQ-X
                                  PIC 9(08).
       01  PRV-CONTROL-RECORD.
           05 PRV-CTL-DATE        PIC X(10).
           05 PRV-CTL-COUNT       PIC 9(07).
           05 PRV-CTL-HASH        PIC 9(09).
           05 PRV-CTL-KIND        PIC X(01).
       COPY USER-RECORD.
       COPY CREDENTIAL-RECORD.
       COPY AUDIT-RECORD.
       COPY TKTMSG-RECORD.
       COPY DUNNING-RECORD.
       COPY SUPPRESS-RECORD.
       COPY LEGALHOLD-RECORD.
       COPY LEGAL-HOLD-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PRV-ERASING
               PERFORM 1100-OPEN-HOLDS THRU 1100-EXIT
           END-IF
           ACCEPT PRV-SYS-DATE FROM DATE YYYYMMDD
           STRING PRV-SD-YYYY '-' PRV-SD-MM '-' PRV-SD-DD
               DELIMITED BY SIZE INTO PRV-RUN-DATE
       1000-EXIT.
           EXIT.

      *> Only an erasure needs the register; an export touches
      *> nothing a hold protects.
       1100-OPEN-HOLDS.
           OPEN INPUT HOLD-IN
           IF PRV-HOLD-STATUS NOT = '00'
               DISPLAY 'PRIVACY: OPEN FAILED HOLDS=' PRV-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1150-LOAD-HOLD THRU 1150-EXIT
               UNTIL PRV-HOLD-EOF
           CLOSE HOLD-IN.
       1100-EXIT.
           EXIT.

       1150-LOAD-HOLD.
           READ HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET PRV-HOLD-EOF TO TRUE
               GO TO 1150-EXIT
           END-READ
           PERFORM 9500-LH-ADD-HOLD THRU 9500-EXIT
           IF LH-TABLE-FULL
               DISPLAY 'PRIVACY: LEGAL HOLD TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1150-EXIT.
           EXIT.

      *> The users pass resolves the subject: a record matching
      *> the PARM by id or email fixes the id, name, and email
      *> every later file is searched with.
               ADD 1 TO PRV-MATCHED-CT
               MOVE SPACES TO EXPORT-RECORD
               MOVE 'USERS' TO EXP-SOURCE
               MOVE USER-RECORD TO EXP-IMAGE (1:113)
               WRITE EXPORT-RECORD
               IF PRV-ERASING
                   PERFORM 2100-CHECK-SUBJECT-HOLD THRU 2100-EXIT
               END-IF
               IF PRV-ERASING
                   MOVE 'erased' TO USER-NAME
                   MOVE PRV-SUBJ-ID TO PRV-AE-ID
                   MOVE PRV-ANON-EMAIL TO USER-EMAIL
                   MOVE SPACES TO USER-PHONE
                   MOVE 'N' TO USER-SMS-OPTIN
                   ADD 1 TO PRV-ERASED-CT
               END-IF
           END-IF
       2000-EXIT.
           EXIT.

      *> A hold on the subject stops the erasure before the first
      *> byte changes: every later pass then runs as an export.
       2100-CHECK-SUBJECT-HOLD.
           MOVE PRV-SUBJ-ID TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           IF LH-HIT = ZERO
               MOVE PRV-SUBJ-EMAIL TO LH-SUBJECT-IN
               PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           END-IF
           IF LH-HIT = ZERO
               MOVE PRV-SUBJ-ACTOR TO LH-SUBJECT-IN
               PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           END-IF
           IF LH-HIT = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO PRV-ERASE-SW
           SET PRV-DEFERRED TO TRUE
           DISPLAY 'PRIVACY: ERASURE DEFERRED - ' PRV-SUBJ-ID
                   ' UNDER LEGAL HOLD ' LH-E-MATTER (LH-HIT).
       2100-EXIT.
           EXIT.

       3000-WORK-CREDS.
           IF CRED-USER-ID = PRV-SUBJ-ID AND PRV-SUBJ-FOUND
               ADD 1 TO PRV-MATCHED-CT
               ADD 1 TO PRV-MATCHED-CT
               MOVE SPACES TO EXPORT-RECORD
               MOVE 'TICKETS' TO EXP-SOURCE
               MOVE TICKET-RECORD TO EXP-IMAGE (1:246)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE TKT-DATE TO LH-DATE-IN
                   MOVE 'TICKETS' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE PRV-SUBJ-ID TO PRV-AE-ID
                   MOVE PRV-ANON-EMAIL (1:32) TO TKT-EMAIL
                   ADD 1 TO PRV-ERASED-CT
               MOVE 'GUESTBOOK' TO EXP-SOURCE
               MOVE GUESTBOOK-RECORD TO EXP-IMAGE (1:106)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE GUEST-DATE TO LH-DATE-IN
                   MOVE 'GUESTBOOK' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE 'erased' TO GUEST-NAME
                   ADD 1 TO PRV-ERASED-CT
               END-IF
               MOVE 'INVITES' TO EXP-SOURCE
               MOVE INVITE-RECORD TO EXP-IMAGE (1:120)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE IVT-ISSUED TO LH-DATE-IN
                   MOVE 'INVITES' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE PRV-SUBJ-ID TO PRV-AE-ID
                   MOVE PRV-ANON-EMAIL TO IVT-EMAIL
                   ADD 1 TO PRV-ERASED-CT
               ADD 1 TO PRV-MATCHED-CT
               MOVE SPACES TO EXPORT-RECORD
               MOVE 'JOURNAL' TO EXP-SOURCE
               MOVE USRJRNL-RECORD TO EXP-IMAGE (1:264)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE JRN-DATE TO LH-DATE-IN
                   MOVE 'JOURNAL' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE SPACES TO JRN-BEFORE
                   MOVE 'tombstoned' TO JRN-BEFORE (1:10)
                   MOVE SPACES TO JRN-AFTER
               MOVE 'TKTMSGS' TO EXP-SOURCE
               MOVE TKTMSG-RECORD TO EXP-IMAGE (1:143)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE TM-DATE TO LH-DATE-IN
                   MOVE 'TKTMSGS' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE 'erased' TO TM-AUTHOR
                   MOVE SPACES TO TM-TEXT
                   MOVE 'tombstoned' TO TM-TEXT (1:10)
               MOVE 'DUNNING' TO EXP-SOURCE
               MOVE DUNNING-RECORD TO EXP-IMAGE (1:64)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE DUN-DATE TO LH-DATE-IN
                   MOVE 'DUNNING' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE PRV-SUBJ-ID TO PRV-AE-ID
                   MOVE PRV-ANON-EMAIL TO DUN-EMAIL
                   ADD 1 TO PRV-ERASED-CT
               MOVE 'SUPPRESS' TO EXP-SOURCE
               MOVE SUPPRESS-RECORD TO EXP-IMAGE (1:70)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE SUP-DATE TO LH-DATE-IN
                   MOVE 'SUPPRESS' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE PRV-SUBJ-ID TO PRV-AE-ID
                   MOVE PRV-ANON-EMAIL TO SUP-EMAIL
                   ADD 1 TO PRV-ERASED-CT
               ADD 1 TO PRV-MATCHED-CT
               MOVE SPACES TO EXPORT-RECORD
               MOVE 'AUDIT' TO EXP-SOURCE
               MOVE AUDIT-RECORD TO EXP-IMAGE (1:84)
               WRITE EXPORT-RECORD
               MOVE ZERO TO LH-HIT
               IF PRV-ERASING
                   MOVE AUDIT-DATE TO LH-DATE-IN
                   MOVE 'AUDIT' TO PRV-HOLD-SOURCE
                   PERFORM 7900-CHECK-DATE-HOLD THRU 7900-EXIT
               END-IF
               IF PRV-ERASING AND LH-HIT = ZERO
                   MOVE 'erased' TO AUDIT-ACTOR
                   MOVE 'tombstoned' TO AUDIT-META
                   ADD 1 TO PRV-ERASED-CT
      *> byte, so the control row written below verifies.
       7100-CHAIN-HASH.
           PERFORM 7110-HASH-ONE-BYTE THRU 7110-EXIT
               VARYING PRV-CX FROM 1 BY 1 UNTIL PRV-CX > 84.
       7100-EXIT.
           EXIT.

           MOVE '00:00:00' TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE 'system' TO AUDIT-ACTOR
           EVALUATE TRUE
               WHEN PRV-DEFERRED
                   MOVE 'priv.defer' TO AUDIT-EVENT
                   MOVE 'erasure deferred: legal hold'
                       TO AUDIT-META
               WHEN PRV-ERASING AND PRV-DEFER-CT > 0
                   MOVE 'priv.erase' TO AUDIT-EVENT
                   MOVE 'anonymized, held rows kept'
                       TO AUDIT-META
               WHEN PRV-ERASING
                   MOVE 'priv.erase' TO AUDIT-EVENT
                   MOVE 'subject data anonymized' TO AUDIT-META
               WHEN OTHER
                   MOVE 'priv.export' TO AUDIT-EVENT
                   MOVE 'subject data exported' TO AUDIT-META
           END-EVALUATE
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           ADD 1 TO PRV-AUD-COUNT
           PERFORM 7100-CHAIN-HASH THRU 7100-EXIT.
           MOVE PRV-RUN-DATE TO PRV-CTL-DATE
           MOVE PRV-AUD-COUNT TO PRV-CTL-COUNT
           MOVE PRV-CHAIN-HASH TO PRV-CTL-HASH
           MOVE SPACE TO PRV-CTL-KIND
           WRITE CONTROL-OUT-RECORD FROM PRV-CONTROL-RECORD
           CLOSE CONTROL-OUT.
       7800-EXIT.
           EXIT.

      *> A dated row inside a range hold keeps its personal
      *> fields; LH-HIT tells the caller to leave it be.
       7900-CHECK-DATE-HOLD.
           PERFORM 9530-LH-CHECK-DATE THRU 9530-EXIT
           IF LH-HIT > 0
               ADD 1 TO PRV-DEFER-CT
               DISPLAY 'PRIVACY: ERASURE DEFERRED - ' PRV-HOLD-SOURCE
                       ' ROW OF ' LH-DATE-IN
                       ' UNDER LEGAL HOLD ' LH-E-MATTER (LH-HIT)
           END-IF.
       7900-EXIT.
           EXIT.

       8100-READ-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET PRV-USRIN-EOF TO TRUE
           END-IF
           DISPLAY 'PRIVACY: ' PARM-MODE ' - '
                   PRV-MATCHED-CT ' RECORDS MATCHED, '
                   PRV-ERASED-CT ' ANONYMIZED, '
                   PRV-DEFER-CT ' DEFERRED'.
       9000-EXIT.
           EXIT.

       COPY LEGAL-HOLD.
