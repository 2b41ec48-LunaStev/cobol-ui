      *> channel is queued when its switch is off. With the
      *> digest switch on, routine events skip the immediate
      *> email and wait for the daily digest run; only urgent
      *> events (error, security) still interrupt. SMS goes only
      *> to an owner who has opted in with a mobile number on the
      *> users master; each texted row is spooled for SMSSEND,
      *> which applies the length limit and quiet hours. Runs
      *> after any job or submit that appends audit events.
      *> The switches are the owner's workspace's: the Active
      *> workspace the owner owns on WORKSPACE-FILE, else the
      *> first one they are an Active member of - the same rule
      *> DIGESTGN uses, so the two runs agree on the digest
      *> switch. With no settings row there, no alert goes out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFGEN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS NFG-AUDIN-STATUS.
           SELECT SETTINGS-IN ASSIGN TO SETINDD
               FILE STATUS IS NFG-SETIN-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS NFG-WKS-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS NFG-MBR-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS NFG-USR-STATUS.
           SELECT CONTROL-IN ASSIGN TO CTLINDD
               FILE STATUS IS NFG-CTLIN-STATUS.
           SELECT CONTROL-OUT ASSIGN TO CTLOUTDD
               FILE STATUS IS NFG-SPL-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS NFG-NTFOUT-STATUS.
           SELECT SMS-SPOOL-OUT ASSIGN TO SMSSPDD
               FILE STATUS IS NFG-SMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  SETTINGS-IN.
       01  SETTINGS-IN-RECORD     PIC X(81).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(08).
       FD  CONTROL-OUT.
       01  CONTROL-OUT-RECORD     PIC X(08).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  SMS-SPOOL-OUT.
       01  SMS-SPOOL-OUT-RECORD   PIC X(270).
       WORKING-STORAGE SECTION.
       77  NFG-AUDIN-STATUS       PIC X(02).
       77  NFG-SPL-STATUS         PIC X(02).
       77  NFG-CTLIN-STATUS       PIC X(02).
       77  NFG-CTLOUT-STATUS      PIC X(02).
       77  NFG-NTFOUT-STATUS      PIC X(02).
       77  NFG-USR-STATUS         PIC X(02).
       77  NFG-SMS-STATUS         PIC X(02).
       77  NFG-WKS-STATUS         PIC X(02).
       77  NFG-MBR-STATUS         PIC X(02).
       77  NFG-NOTIFS-WRITTEN     PIC 9(05) COMP VALUE ZERO.
       77  NFG-SMS-SPOOLED        PIC 9(05) COMP VALUE ZERO.
       01  NFG-SWITCHES.
           05 NFG-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 NFG-AUDIN-EOF    VALUE 'Y'.
           05 NFG-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 NFG-USR-EOF      VALUE 'Y'.
           05 NFG-SMS-OK-SW       PIC X(01) VALUE 'N'.
              88 NFG-SMS-OK       VALUE 'Y'.
           05 NFG-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 NFG-WKS-EOF      VALUE 'Y'.
           05 NFG-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 NFG-MBR-EOF      VALUE 'Y'.
           05 NFG-SETIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 NFG-SETIN-EOF    VALUE 'Y'.
           05 NFG-SET-FOUND-SW    PIC X(01) VALUE 'N'.
              88 NFG-SET-FOUND    VALUE 'Y'.
       01  NFG-LAST-SEQ-WORK.
           05 NFG-LAST-SEQ-X      PIC X(08) VALUE '00000000'.
           05 NFG-LAST-SEQ-9 REDEFINES NFG-LAST-SEQ-X
                                  PIC 9(08).
       01  NFG-CUR-SEQ-WORK.
           05 NFG-CUR-SEQ-X       PIC X(08).
           05 NFG-CUR-SEQ-9 REDEFINES NFG-CUR-SEQ-X
                                  PIC 9(08).
       01  NFG-HIGH-SEQ           PIC 9(08) VALUE ZERO.
      *> Notifications are addressed to the workspace owner; a
      *> per-user fan-out would hang another recipient list off
      *> USERS-FILE, which one owner inbox does not yet need.
       01  NFG-OWNER              PIC X(10) VALUE 'LunaStev'.
       01  NFG-OWNER-EMAIL        PIC X(40) VALUE
           'owner@wavefnd.org'.
      *> The owner's mobile number, found on the users master by
      *> the owner address; spaces unless they opted in to SMS.
       01  NFG-OWNER-PHONE        PIC X(16) VALUE SPACES.
      *> The owner's account and the workspace whose settings
      *> apply.
       01  NFG-OWNER-ID           PIC X(06) VALUE SPACES.
       01  NFG-OWNER-WS           PIC X(12) VALUE SPACES.
       COPY AUDIT-RECORD.
       COPY SETTINGS-RECORD.
       COPY NOTIFY-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY USER-RECORD.
       COPY SMSSPOOL-RECORD.
       COPY WORKSPACE-RECORD.
       COPY MEMBER-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           OPEN INPUT CONTROL-IN
           OPEN EXTEND NOTIFY-OUT
           OPEN EXTEND SPOOL-OUT
           OPEN INPUT USERS-IN
           OPEN EXTEND SMS-SPOOL-OUT
           OPEN INPUT WORKSPACE-IN MEMBER-IN
           IF NFG-AUDIN-STATUS NOT = '00'
            OR NFG-SETIN-STATUS NOT = '00'
            OR NFG-WKS-STATUS NOT = '00'
            OR NFG-MBR-STATUS NOT = '00'
            OR NFG-NTFOUT-STATUS NOT = '00'
            OR NFG-SPL-STATUS NOT = '00'
            OR NFG-USR-STATUS NOT = '00'
            OR NFG-SMS-STATUS NOT = '00'
               DISPLAY 'NOTIFGEN: OPEN FAILED AUD='
                       NFG-AUDIN-STATUS
                       ' SET=' NFG-SETIN-STATUS
                       ' NTF=' NFG-NTFOUT-STATUS
                       ' SPOOL=' NFG-SPL-STATUS
                       ' USERS=' NFG-USR-STATUS
                       ' SMS=' NFG-SMS-STATUS
                       ' WKS=' NFG-WKS-STATUS
                       ' MBR=' NFG-MBR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-FIND-OWNER-PHONE THRU 1500-EXIT
               UNTIL NFG-USR-EOF
           CLOSE USERS-IN
           PERFORM 1600-FIND-OWNED THRU 1600-EXIT
               UNTIL NFG-WKS-EOF
           IF NFG-OWNER-WS = SPACES
               PERFORM 1650-FIND-MEMBERSHIP THRU 1650-EXIT
                   UNTIL NFG-MBR-EOF
           END-IF
           CLOSE WORKSPACE-IN MEMBER-IN
           PERFORM 1700-FIND-SETTINGS THRU 1700-EXIT
               UNTIL NFG-SETIN-EOF OR NFG-SET-FOUND
           CLOSE SETTINGS-IN
           IF NOT NFG-SET-FOUND
               DISPLAY 'NOTIFGEN: NO SETTINGS FOR OWNER WORKSPACE '
                       NFG-OWNER-WS ' - NO ALERTS QUEUED'
               MOVE SPACES TO SETTINGS-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SET-SMS-ON AND NFG-OWNER-PHONE NOT = SPACES
               SET NFG-SMS-OK TO TRUE
           END-IF
      *> Missing or empty checkpoint means start from the top.
           IF NFG-CTLIN-STATUS = '00'
               READ CONTROL-IN INTO NFG-LAST-SEQ-X
                   AT END MOVE '00000000' TO NFG-LAST-SEQ-X
               END-READ
               CLOSE CONTROL-IN
           END-IF
           IF NFG-LAST-SEQ-X IS NOT NUMERIC
               MOVE '00000000' TO NFG-LAST-SEQ-X
           END-IF
           MOVE NFG-LAST-SEQ-9 TO NFG-HIGH-SEQ
           PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1500-FIND-OWNER-PHONE.
           READ USERS-IN INTO USER-RECORD
               AT END SET NFG-USR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           IF USER-EMAIL NOT = NFG-OWNER-EMAIL
               GO TO 1500-EXIT
           END-IF
           MOVE USER-ID TO NFG-OWNER-ID
           IF USER-SMS-OK
               MOVE USER-PHONE TO NFG-OWNER-PHONE
           END-IF.
       1500-EXIT.
           EXIT.

      *> The first Active workspace the owner owns.
       1600-FIND-OWNED.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET NFG-WKS-EOF TO TRUE
               GO TO 1600-EXIT
           END-READ
           IF WKS-ACTIVE
            AND WKS-OWNER = NFG-OWNER-ID
            AND NFG-OWNER-ID NOT = SPACES
               MOVE WKS-ID TO NFG-OWNER-WS
               SET NFG-WKS-EOF TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *> Owning none, the first workspace they belong to.
       1650-FIND-MEMBERSHIP.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET NFG-MBR-EOF TO TRUE
               GO TO 1650-EXIT
           END-READ
           IF MBR-ACTIVE
            AND MBR-USER-ID = NFG-OWNER-ID
            AND NFG-OWNER-ID NOT = SPACES
               MOVE MBR-WORKSPACE TO NFG-OWNER-WS
               SET NFG-MBR-EOF TO TRUE
           END-IF.
       1650-EXIT.
           EXIT.

       1700-FIND-SETTINGS.
           READ SETTINGS-IN INTO SETTINGS-RECORD
               AT END SET NFG-SETIN-EOF TO TRUE
               GO TO 1700-EXIT
           END-READ
           IF SET-WORKSPACE = NFG-OWNER-WS
            AND NFG-OWNER-WS NOT = SPACES
               SET NFG-SET-FOUND TO TRUE
           END-IF.
       1700-EXIT.
           EXIT.

       3000-FEED-ONE.
           MOVE AUDIT-SEQ TO NFG-CUR-SEQ-X
           IF NFG-CUR-SEQ-X IS NOT NUMERIC
           END-IF
           MOVE SPACES TO NOTIFY-RECORD
      *> One notification per audit event, so the audit sequence
      *> (its low six digits) stays unique across checkpointed
      *> runs.
           MOVE AUDIT-SEQ (3:6) TO NTF-SEQ
           MOVE AUDIT-DATE TO NTF-DATE
           MOVE AUDIT-TIME TO NTF-TIME
           MOVE NFG-OWNER TO NTF-USER
           ELSE
               MOVE 'N' TO NTF-EMAIL
           END-IF
           IF NFG-SMS-OK
               MOVE 'Y' TO NTF-SMS
           ELSE
               MOVE 'N' TO NTF-SMS
                OR AUDIT-EVENT = 'security'
                   PERFORM 3500-SPOOL-ALERT-MAIL THRU 3500-EXIT
               END-IF
           END-IF
           IF NTF-SMSED
               PERFORM 3600-SPOOL-ALERT-SMS THRU 3600-EXIT
           END-IF.
       3000-NEXT.
           PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

      *> The SMS alert: one spool row per texted notification,
      *> classed by its audit event so SMSSEND can let the urgent
      *> ones through quiet hours.
       3600-SPOOL-ALERT-SMS.
           MOVE SPACES TO SMSSPOOL-RECORD
           MOVE NTF-DATE TO SMP-DATE
           MOVE NTF-TIME TO SMP-TIME
           MOVE NFG-OWNER-PHONE TO SMP-TO
           MOVE AUDIT-EVENT TO SMP-CLASS
           MOVE NTF-SEQ TO SMP-REF
           STRING SET-WS-NAME DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  NTF-TEXT DELIMITED BY SIZE
               INTO SMP-TEXT
           WRITE SMS-SPOOL-OUT-RECORD FROM SMSSPOOL-RECORD
           ADD 1 TO NFG-SMS-SPOOLED.
       3600-EXIT.
           EXIT.

       8100-READ-AUDIT.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET NFG-AUDIN-EOF TO TRUE
           EXIT.

       9000-WRAP-UP.
           CLOSE AUDIT-IN NOTIFY-OUT SPOOL-OUT SMS-SPOOL-OUT
           OPEN OUTPUT CONTROL-OUT
           IF NFG-CTLOUT-STATUS = '00'
               MOVE NFG-HIGH-SEQ TO NFG-LAST-SEQ-9
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'NOTIFGEN: ' NFG-NOTIFS-WRITTEN
                   ' NOTIFICATIONS WRITTEN, ' NFG-SMS-SPOOLED
                   ' SMS SPOOLED, CHECKPOINT AT SEQ '
                   NFG-HIGH-SEQ.
       9000-EXIT.
           EXIT.
