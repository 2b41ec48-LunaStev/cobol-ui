      *> gathered rows marked digested so tomorrow's run never
      *> resends them. Recipient addresses come from USERS-FILE by
      *> user name. PARM='YYYY-MM-DD' stamps the run.
      *> The digest switch is read per recipient, from the
      *> settings of their own workspace: the Active workspace
      *> they own on WORKSPACE-FILE, else the first one they are
      *> an Active member of on MEMBER-FILE - the rule NOTIFGEN
      *> uses for the owner's alerts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGESTGN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS DIG-USR-STATUS.
           SELECT SETTINGS-IN ASSIGN TO SETINDD
               FILE STATUS IS DIG-SETIN-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS DIG-WKS-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS DIG-MBR-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS DIG-SPL-STATUS.
       DATA DIVISION.
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  SETTINGS-IN.
       01  SETTINGS-IN-RECORD     PIC X(81).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       WORKING-STORAGE SECTION.
       77  DIG-USR-STATUS         PIC X(02).
       77  DIG-SETIN-STATUS       PIC X(02).
       77  DIG-SPL-STATUS         PIC X(02).
       77  DIG-WKS-STATUS         PIC X(02).
       77  DIG-MBR-STATUS         PIC X(02).
       77  DIG-ROWS-READ          PIC 9(05) COMP VALUE ZERO.
       77  DIG-GATHERED           PIC 9(05) COMP VALUE ZERO.
       77  DIG-MAILS              PIC 9(03) COMP VALUE ZERO.
       77  DIG-USER-COUNT         PIC 9(03) COMP VALUE ZERO.
       77  DIG-UX                 PIC 9(03) COMP VALUE ZERO.
       77  DIG-HIT                PIC 9(03) COMP VALUE ZERO.
       77  DIG-WX                 PIC 9(04) COMP VALUE ZERO.
       77  DIG-W-HIT              PIC 9(04) COMP VALUE ZERO.
       77  DIG-HX                 PIC 9(04) COMP VALUE ZERO.
       77  DIG-H-HIT              PIC 9(04) COMP VALUE ZERO.
       77  DIG-NX                 PIC 9(04) COMP VALUE ZERO.
       77  DIG-N-HIT              PIC 9(04) COMP VALUE ZERO.
       77  DIG-LOOK-WS            PIC X(12) VALUE SPACES.
       77  DIG-LOOK-ID            PIC X(06) VALUE SPACES.
       01  DIG-SWITCHES.
           05 DIG-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 DIG-NTFIN-EOF    VALUE 'Y'.
           05 DIG-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 DIG-USR-EOF      VALUE 'Y'.
           05 DIG-SETIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 DIG-SETIN-EOF    VALUE 'Y'.
           05 DIG-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 DIG-WKS-EOF      VALUE 'Y'.
           05 DIG-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 DIG-MBR-EOF      VALUE 'Y'.
      *> Per-user gather: how many rows went into today's digest
      *> and where to send it.
       01  DIG-USER-TABLE.
              10 DIG-U-NAME       PIC X(10).
              10 DIG-U-EMAIL      PIC X(40).
              10 DIG-U-COUNT      PIC 9(05) COMP.
      *> The workspaces with the digest switch on, each user's
      *> own workspace, and the names of the users whose own
      *> workspace has it on - the recipients this run gathers.
       01  DIG-DWS-TABLE.
           05 DIG-DWS-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 DIG-DWS-ID OCCURS 5000 TIMES
                                  PIC X(12).
       01  DIG-HOME-TABLE.
           05 DIG-HOME-COUNT      PIC 9(04) COMP VALUE ZERO.
           05 DIG-HOME OCCURS 5000 TIMES.
              10 DIG-H-USER       PIC X(06).
              10 DIG-H-WS         PIC X(12).
       01  DIG-DNAME-TABLE.
           05 DIG-DNAME-COUNT     PIC 9(04) COMP VALUE ZERO.
           05 DIG-DNAME OCCURS 5000 TIMES
                                  PIC X(10).
       01  DIG-COUNT-ED           PIC ZZZZ9.
       COPY NOTIFY-RECORD.
       COPY USER-RECORD.
       COPY SETTINGS-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY WORKSPACE-RECORD.
       COPY MEMBER-RECORD.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               GOBACK
           END-IF
           OPEN INPUT NOTIFY-IN USERS-IN SETTINGS-IN
           OPEN INPUT WORKSPACE-IN MEMBER-IN
           OPEN OUTPUT NOTIFY-OUT
           OPEN EXTEND SPOOL-OUT
           IF DIG-NTFIN-STATUS NOT = '00'
            OR DIG-USR-STATUS NOT = '00'
            OR DIG-SETIN-STATUS NOT = '00'
            OR DIG-SPL-STATUS NOT = '00'
            OR DIG-WKS-STATUS NOT = '00'
            OR DIG-MBR-STATUS NOT = '00'
               DISPLAY 'DIGESTGN: OPEN FAILED NTF='
                       DIG-NTFIN-STATUS '/' DIG-NTFOUT-STATUS
                       ' USERS=' DIG-USR-STATUS
                       ' SET=' DIG-SETIN-STATUS
                       ' SPOOL=' DIG-SPL-STATUS
                       ' WKS=' DIG-WKS-STATUS
                       ' MBR=' DIG-MBR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-TAKE-SETTINGS THRU 1100-EXIT
               UNTIL DIG-SETIN-EOF
           PERFORM 1200-TAKE-OWNED THRU 1200-EXIT
               UNTIL DIG-WKS-EOF
           PERFORM 1300-TAKE-MEMBER THRU 1300-EXIT
               UNTIL DIG-MBR-EOF
           CLOSE SETTINGS-IN WORKSPACE-IN MEMBER-IN
           PERFORM 1400-TAKE-USER THRU 1400-EXIT
               UNTIL DIG-USR-EOF
           CLOSE USERS-IN
           OPEN INPUT USERS-IN
           IF DIG-USR-STATUS NOT = '00'
               DISPLAY 'DIGESTGN: USERS REOPEN FAILED, STATUS='
                       DIG-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO DIG-USR-EOF-SW
           PERFORM 8100-READ-NOTIFY THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-TAKE-SETTINGS.
           READ SETTINGS-IN INTO SETTINGS-RECORD
               AT END SET DIG-SETIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF NOT SET-DIGEST-ON
               GO TO 1100-EXIT
           END-IF
           IF DIG-DWS-COUNT >= 5000
               DISPLAY 'DIGESTGN: DIGEST TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DIG-DWS-COUNT
           MOVE SET-WORKSPACE TO DIG-DWS-ID (DIG-DWS-COUNT).
       1100-EXIT.
           EXIT.

      *> A user's own workspace is the first Active one they
      *> own ...
       1200-TAKE-OWNED.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET DIG-WKS-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           IF NOT WKS-ACTIVE
               GO TO 1200-EXIT
           END-IF
           MOVE WKS-OWNER TO DIG-LOOK-ID
           MOVE WKS-ID TO DIG-LOOK-WS
           PERFORM 1500-ADD-HOME THRU 1500-EXIT.
       1200-EXIT.
           EXIT.

      *> ... and, owning none, the first they belong to.
       1300-TAKE-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET DIG-MBR-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               GO TO 1300-EXIT
           END-IF
           MOVE MBR-USER-ID TO DIG-LOOK-ID
           MOVE MBR-WORKSPACE TO DIG-LOOK-WS
           PERFORM 1500-ADD-HOME THRU 1500-EXIT.
       1300-EXIT.
           EXIT.

      *> A user whose own workspace has the digest on is a
      *> digest recipient, by the name the feed addresses.
       1400-TAKE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET DIG-USR-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           MOVE USER-ID TO DIG-LOOK-ID
           PERFORM 1600-FIND-HOME THRU 1600-EXIT
           IF DIG-H-HIT = ZERO
               GO TO 1400-EXIT
           END-IF
           MOVE DIG-H-WS (DIG-H-HIT) TO DIG-LOOK-WS
           MOVE ZERO TO DIG-W-HIT
           PERFORM 1710-MATCH-DIGEST-WS THRU 1710-EXIT
               VARYING DIG-WX FROM 1 BY 1
               UNTIL DIG-WX > DIG-DWS-COUNT OR DIG-W-HIT > 0
           IF DIG-W-HIT = ZERO
               GO TO 1400-EXIT
           END-IF
           IF DIG-DNAME-COUNT >= 5000
               DISPLAY 'DIGESTGN: RECIPIENT TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DIG-DNAME-COUNT
           MOVE USER-NAME (1:10) TO DIG-DNAME (DIG-DNAME-COUNT).
       1400-EXIT.
           EXIT.

      *> DIG-LOOK-ID's own workspace is DIG-LOOK-WS unless it
      *> already has one.
       1500-ADD-HOME.
           PERFORM 1600-FIND-HOME THRU 1600-EXIT
           IF DIG-H-HIT > ZERO
               GO TO 1500-EXIT
           END-IF
           IF DIG-HOME-COUNT >= 5000
               DISPLAY 'DIGESTGN: HOME TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DIG-HOME-COUNT
           MOVE DIG-LOOK-ID TO DIG-H-USER (DIG-HOME-COUNT)
           MOVE DIG-LOOK-WS TO DIG-H-WS (DIG-HOME-COUNT).
       1500-EXIT.
           EXIT.

       1600-FIND-HOME.
           MOVE ZERO TO DIG-H-HIT
           PERFORM 1610-MATCH-HOME THRU 1610-EXIT
               VARYING DIG-HX FROM 1 BY 1
               UNTIL DIG-HX > DIG-HOME-COUNT OR DIG-H-HIT > 0.
       1600-EXIT.
           EXIT.

       1610-MATCH-HOME.
           IF DIG-H-USER (DIG-HX) = DIG-LOOK-ID
               MOVE DIG-HX TO DIG-H-HIT
           END-IF.
       1610-EXIT.
           EXIT.

       1710-MATCH-DIGEST-WS.
           IF DIG-DWS-ID (DIG-WX) = DIG-LOOK-WS
               MOVE DIG-WX TO DIG-W-HIT
           END-IF.
       1710-EXIT.
           EXIT.

       1720-MATCH-RECIPIENT.
           IF DIG-DNAME (DIG-NX) = NTF-USER
               MOVE DIG-NX TO DIG-N-HIT
           END-IF.
       1720-EXIT.
           EXIT.

      *> The recipient's digest switch gates their rows: with it
      *> off NOTIFGEN already mailed per event, so the rows pass
      *> through untouched - no double delivery, and nothing is
      *> marked digested that never rode a digest.
       3000-GATHER-ONE.
           ADD 1 TO DIG-ROWS-READ
           MOVE ZERO TO DIG-N-HIT
           PERFORM 1720-MATCH-RECIPIENT THRU 1720-EXIT
               VARYING DIG-NX FROM 1 BY 1
               UNTIL DIG-NX > DIG-DNAME-COUNT OR DIG-N-HIT > 0
           IF DIG-N-HIT > ZERO
            AND NOT NTF-IS-READ AND NOT NTF-IN-DIGEST
               PERFORM 3100-COUNT-FOR-USER THRU 3100-EXIT
               MOVE 'Y' TO NTF-DIGESTED
