      *>   REVOKE - data is the invite id: marks it Revoked.
      *>   ACCEPT - data is the signup-link token: a completed
      *>            signup marks the invite Accepted and flips the
      *>            invited account's USER-STATUS to Active. The
      *>            visitor id and campaign tag the signup form
      *>            carried ride along on the action and land,
      *>            with the account, on SIGNUP-FILE for ATTRRPT.
      *> Every action is audited as users.invite with the outcome
      *> in the meta. Both masters (invites and users) are written
      *> new and promoted only on a clean run. Expiry dates ride
               FILE STATUS IS IVP-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS IVP-AUDOUT-STATUS.
           SELECT SIGNUP-OUT ASSIGN TO SGNOUTDD
               FILE STATUS IS IVP-SGN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-OUT.
           05 ACT-ACTION          PIC X(06).
           05 ACT-DATA            PIC X(40).
           05 ACT-ACTOR           PIC X(10).
      *> ACCEPT only: the browser's visitor id and campaign tag
      *> from the signup form; blank on the other actions.
           05 ACT-VISITOR         PIC X(16).
           05 ACT-CAMPAIGN        PIC X(08).
       FD  INVITE-IN.
       01  INVITE-IN-RECORD       PIC X(120).
       FD  INVITE-OUT.
       01  INVITE-OUT-RECORD      PIC X(120).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  USERS-OUT.
       01  USERS-OUT-RECORD       PIC X(113).
       FD  CRED-IN.
       01  CRED-IN-RECORD         PIC X(70).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  SIGNUP-OUT.
       01  SIGNUP-OUT-RECORD      PIC X(96).
       WORKING-STORAGE SECTION.
       77  IVP-ACTIN-STATUS       PIC X(02).
       77  IVP-SPL-STATUS         PIC X(02).
       77  IVP-CRDIN-STATUS       PIC X(02).
       77  IVP-AUDIN-STATUS       PIC X(02).
       77  IVP-AUDOUT-STATUS      PIC X(02).
       77  IVP-SGN-STATUS         PIC X(02).
       77  IVP-ACTIONS            PIC 9(05) COMP VALUE ZERO.
       77  IVP-REJECTS            PIC 9(05) COMP VALUE ZERO.
       77  IVP-SIGNUPS            PIC 9(05) COMP VALUE ZERO.
       77  IVP-IVT-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  IVP-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  IVP-CRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  IVP-IX                 PIC 9(05) COMP VALUE ZERO.
       77  IVP-IVT-IX             PIC 9(03) COMP VALUE ZERO.
       77  IVP-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  IVP-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       77  IVP-NEXT-IVT           PIC 9(04) VALUE ZERO.
       77  IVP-SERIAL             PIC S9(07) COMP VALUE ZERO.
       01  IVP-SWITCHES.
              10 IVP-IT-RECORD    PIC X(120).
       01  IVP-USER-TABLE.
           05 IVP-USER-ENTRY OCCURS 5000 TIMES.
              10 IVP-UT-RECORD    PIC X(113).
       01  IVP-CRED-TABLE.
           05 IVP-CRED-ENTRY OCCURS 5000 TIMES.
              10 IVP-CT-RECORD    PIC X(70).
           05 IVP-SEQ-X           PIC X(04).
           05 IVP-SEQ-9 REDEFINES IVP-SEQ-X
                                  PIC 9(04).
       01  IVP-AUD-SEQ-WORK.
           05 IVP-AUD-SEQ-X       PIC X(08).
           05 IVP-AUD-SEQ-9 REDEFINES IVP-AUD-SEQ-X
                                  PIC 9(08).
       01  IVP-IVTID-WORK.
           05 FILLER              PIC X(02) VALUE 'i-'.
           05 IVP-IVTID-9         PIC 9(04).
       COPY USER-RECORD.
       COPY CREDENTIAL-RECORD.
       COPY AUDIT-RECORD.
       COPY SIGNUP-RECORD.
       COPY HASH-DIGEST-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
           CLOSE INVITE-IN USERS-IN CRED-IN AUDIT-IN
           OPEN EXTEND AUDIT-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN EXTEND SIGNUP-OUT
           IF IVP-AUDOUT-STATUS NOT = '00'
            OR IVP-SPL-STATUS NOT = '00'
            OR IVP-SGN-STATUS NOT = '00'
               DISPLAY 'INVPROC: OPEN FAILED AUDOUT='
                       IVP-AUDOUT-STATUS
                       ' SPOOL=' IVP-SPL-STATUS
                       ' SIGNUP=' IVP-SGN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET IVP-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO IVP-AUD-SEQ-X
                   IF IVP-AUD-SEQ-X IS NUMERIC
                    AND IVP-AUD-SEQ-9 > IVP-NEXT-SEQ
                       MOVE IVP-AUD-SEQ-9 TO IVP-NEXT-SEQ
                   END-IF
           END-READ.
       1300-EXIT.
           MOVE 'Accepted' TO IVT-STATUS
           MOVE INVITE-RECORD TO IVP-IT-RECORD (IVP-IVT-IX)
           PERFORM 3800-ACTIVATE-USER THRU 3800-EXIT
           PERFORM 3450-LOG-SIGNUP THRU 3450-EXIT
           MOVE 'accepted' TO IVP-META-TXT
           PERFORM 3900-POST-AUDIT THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

      *> The signup as ATTRRPT needs it: the account, and the
      *> visitor id and campaign tag the form carried through.
       3450-LOG-SIGNUP.
           MOVE SPACES TO SIGNUP-RECORD
           MOVE ACT-DATE TO SGN-DATE
           MOVE ACT-TIME TO SGN-TIME
           IF IVP-USER-IX > ZERO
               MOVE IVP-UT-RECORD (IVP-USER-IX) TO USER-RECORD
               MOVE USER-ID TO SGN-USER-ID
           END-IF
           MOVE IVT-EMAIL TO SGN-EMAIL
           MOVE IVT-ID TO SGN-INVITE
           MOVE ACT-VISITOR TO SGN-VISITOR
           MOVE ACT-CAMPAIGN TO SGN-CAMPAIGN
           WRITE SIGNUP-OUT-RECORD FROM SIGNUP-RECORD
           ADD 1 TO IVP-SIGNUPS.
       3450-EXIT.
           EXIT.

       3600-FIND-INVITE-BY-ID.
           MOVE ZERO TO IVP-IVT-IX
           PERFORM 3610-MATCH-ID THRU 3610-EXIT
       3900-POST-AUDIT.
           ADD 1 TO IVP-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE IVP-NEXT-SEQ TO IVP-AUD-SEQ-9
           MOVE IVP-AUD-SEQ-X TO AUDIT-SEQ
           MOVE ACT-DATE TO AUDIT-DATE
           MOVE ACT-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           EXIT.

       9000-WRAP-UP.
           CLOSE ACTION-IN SPOOL-OUT AUDIT-OUT SIGNUP-OUT
           DISPLAY 'INVPROC: ' IVP-ACTIONS ' ACTIONS, '
                   IVP-REJECTS ' REJECTED, '
                   IVP-SIGNUPS ' SIGNUPS LOGGED'.
       9000-EXIT.
           EXIT.

