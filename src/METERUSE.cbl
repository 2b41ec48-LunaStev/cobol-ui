      *> PLAN-LIMIT-1 and PLAN-LIMIT-2 carry the caps shown on the
      *> Plans card ('10 projects', '50k builds/month'); nothing
      *> ever measured a workspace against them, so Free-tier
      *> workspaces ran unlimited. This job meters each Active
      *> workspace on WORKSPACE-FILE against its own subscription,
      *> counting its actual usage - seats (Active memberships of
      *> Active USERS-FILE accounts), its Active campaigns on
      *> CAMPAIGNS-FILE, the run month's page views from
      *> HITS-FILE under the workspace the web tier stamped on
      *> each render (public and signed-out renders meter to no
      *> one). It parses each subscribed plan's limit texts
      *> (leading number, 'k' thousands, no number means
      *> unlimited), writes an OVERAGE-FILE row for every limit
      *> crossed, queues an in-app notification to the workspace
      *> owner, and spools an upgrade-suggestion mail (template
      *> 'upgrade-hint') to the owner through the spool EMAILER
      *> drains. The report prints every meter of every workspace,
      *> over the cap or not. PARM='YYYY-MM-DD' is the run date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METERUSE.
               FILE STATUS IS MTR-PLN-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS MTR-USR-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS MTR-MBR-STATUS.
           SELECT WORKSPACE-IN ASSIGN TO WKSINDD
               FILE STATUS IS MTR-WKS-STATUS.
           SELECT CAMP-IN ASSIGN TO CAMPDD
               FILE STATUS IS MTR-CMP-STATUS.
           SELECT HITS-IN ASSIGN TO HITSDD
       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-FILE.
       01  SUBS-FILE-RECORD       PIC X(93).
       FD  PLANS-IN.
       01  PLANS-IN-RECORD        PIC X(103).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  WORKSPACE-IN.
       01  WORKSPACE-IN-RECORD    PIC X(60).
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(218).
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(78).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       77  MTR-SUBS-STATUS        PIC X(02).
       77  MTR-PLN-STATUS         PIC X(02).
       77  MTR-USR-STATUS         PIC X(02).
       77  MTR-MBR-STATUS         PIC X(02).
       77  MTR-WKS-STATUS         PIC X(02).
       77  MTR-CMP-STATUS         PIC X(02).
       77  MTR-HIT-STATUS         PIC X(02).
       77  MTR-NTFIN-STATUS       PIC X(02).
       77  MTR-USED-VALUE         PIC 9(09) COMP VALUE ZERO.
       77  MTR-IX                 PIC 9(02) COMP VALUE ZERO.
       77  MTR-NEXT-NTF           PIC 9(06) VALUE ZERO.
       77  MTR-UX                 PIC 9(05) COMP VALUE ZERO.
       77  MTR-WX                 PIC 9(05) COMP VALUE ZERO.
       77  MTR-U-HIT              PIC 9(05) COMP VALUE ZERO.
       77  MTR-W-HIT              PIC 9(05) COMP VALUE ZERO.
       77  MTR-WKS-METERED        PIC 9(05) COMP VALUE ZERO.
       01  MTR-SWITCHES.
           05 MTR-PLN-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-PLN-EOF      VALUE 'Y'.
              88 MTR-PLN-FOUND    VALUE 'Y'.
           05 MTR-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-USR-EOF      VALUE 'Y'.
           05 MTR-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-MBR-EOF      VALUE 'Y'.
           05 MTR-WKS-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-WKS-EOF      VALUE 'Y'.
           05 MTR-SUBS-EOF-SW     PIC X(01) VALUE 'N'.
              88 MTR-SUBS-EOF     VALUE 'Y'.
           05 MTR-CMP-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-CMP-EOF      VALUE 'Y'.
           05 MTR-HIT-EOF-SW      PIC X(01) VALUE 'N'.
              88 MTR-NTFIN-EOF    VALUE 'Y'.
           05 MTR-UNLIMITED-SW    PIC X(01) VALUE 'N'.
              88 MTR-UNLIMITED    VALUE 'Y'.
      *> Upgrade hints go to the metered workspace's owner.
       01  MTR-OWNER              PIC X(10) VALUE SPACES.
       01  MTR-OWNER-EMAIL        PIC X(40) VALUE SPACES.
      *> Every account, and per Active workspace its owner and the
      *> seats, Active campaigns and page views counted against it.
       01  MTR-USR-TABLE.
           05 MTR-USR-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 MTR-USR-ENTRY OCCURS 5000 TIMES.
              10 MTR-UT-ID        PIC X(06).
              10 MTR-UT-NAME      PIC X(10).
              10 MTR-UT-EMAIL     PIC X(40).
              10 MTR-UT-ACTIVE    PIC X(01).
       01  MTR-WKS-TABLE.
           05 MTR-WKS-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 MTR-WKS-ENTRY OCCURS 500 TIMES.
              10 MTR-WT-ID        PIC X(12).
              10 MTR-WT-OWNER     PIC X(06).
              10 MTR-WT-USERS     PIC 9(07) COMP.
              10 MTR-WT-CAMPS     PIC 9(07) COMP.
              10 MTR-WT-HITS      PIC 9(07) COMP.
       01  MTR-DIG.
           05 MTR-DIG-X           PIC X(01).
           05 MTR-DIG-9 REDEFINES MTR-DIG-X
              'METERUSE - PLAN LIMIT METERING   RUN ON   '.
           05 MTR-H1-DATE         PIC X(10).
           05 FILLER              PIC X(81) VALUE SPACES.
       01  MTR-WKS-LINE.
           05 FILLER              PIC X(11) VALUE 'WORKSPACE  '.
           05 MTR-WL-ID           PIC X(12).
           05 FILLER              PIC X(08) VALUE '  PLAN  '.
           05 MTR-WL-PLAN         PIC X(12).
           05 FILLER              PIC X(90) VALUE SPACES.
       01  MTR-HEAD-2.
           05 FILLER              PIC X(18) VALUE 'METER'.
           05 FILLER              PIC X(09) VALUE 'USED'.
       COPY SUBSCRIPTION-RECORD.
       COPY PLAN-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY WORKSPACE-RECORD.
       COPY CAMPAIGN-RECORD.
       COPY HIT-RECORD.
       COPY NOTIFY-RECORD.
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-USERS THRU 2000-EXIT
               UNTIL MTR-USR-EOF
           PERFORM 2050-LOAD-WORKSPACE THRU 2050-EXIT
               UNTIL MTR-WKS-EOF
           PERFORM 2070-COUNT-MEMBERS THRU 2070-EXIT
               UNTIL MTR-MBR-EOF
           PERFORM 2100-COUNT-CAMPAIGNS THRU 2100-EXIT
               UNTIL MTR-CMP-EOF
           PERFORM 2200-COUNT-HITS THRU 2200-EXIT
               UNTIL MTR-HIT-EOF
           PERFORM 8400-READ-SUBS THRU 8400-EXIT
           PERFORM 2900-METER-WORKSPACE THRU 2900-EXIT
               UNTIL MTR-SUBS-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUBS-FILE USERS-IN MEMBER-IN WORKSPACE-IN
                      CAMP-IN HITS-IN NOTIFY-IN
           OPEN EXTEND NOTIFY-OUT OVERAGE-OUT SPOOL-OUT
           OPEN OUTPUT REPORT-OUT
           IF MTR-SUBS-STATUS NOT = '00'
            OR MTR-USR-STATUS NOT = '00'
            OR MTR-MBR-STATUS NOT = '00'
            OR MTR-WKS-STATUS NOT = '00'
            OR MTR-CMP-STATUS NOT = '00'
            OR MTR-HIT-STATUS NOT = '00'
            OR MTR-NTFIN-STATUS NOT = '00'
            OR MTR-RPT-STATUS NOT = '00'
               DISPLAY 'METERUSE: OPEN FAILED SUBS='
                       MTR-SUBS-STATUS
                       ' USERS=' MTR-USR-STATUS
                       ' MEMBER=' MTR-MBR-STATUS
                       ' WORKSPACE=' MTR-WKS-STATUS
                       ' CAMP=' MTR-CMP-STATUS
                       ' HITS=' MTR-HIT-STATUS
                       ' NTF=' MTR-NTFIN-STATUS '/'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-FIND-NOTIFY-SEQ THRU 1200-EXIT
               UNTIL MTR-NTFIN-EOF
           CLOSE NOTIFY-IN
           MOVE PARM-RUN-DATE TO MTR-H1-DATE
           WRITE REPORT-LINE FROM MTR-HEAD-1
           PERFORM 8100-READ-USERS THRU 8100-EXIT
           PERFORM 8200-READ-CAMPAIGN THRU 8200-EXIT
           PERFORM 8300-READ-HIT THRU 8300-EXIT.
       1000-EXIT.
           EXIT.

      *> The plans file is read afresh for each subscription.
       1050-GET-PLAN.
           MOVE 'N' TO MTR-PLN-EOF-SW MTR-PLN-FOUND-SW
           OPEN INPUT PLANS-IN
           IF MTR-PLN-STATUS NOT = '00'
               DISPLAY 'METERUSE: OPEN FAILED PLANS=' MTR-PLN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-FIND-PLAN THRU 1100-EXIT
               UNTIL MTR-PLN-EOF OR MTR-PLN-FOUND
           CLOSE PLANS-IN.
       1050-EXIT.
           EXIT.

       1100-FIND-PLAN.
           READ PLANS-IN INTO PLAN-RECORD
               AT END SET MTR-PLN-EOF TO TRUE
       1200-EXIT.
           EXIT.

       2000-LOAD-USERS.
           IF MTR-USR-COUNT >= 5000
               DISPLAY 'METERUSE: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO MTR-USR-COUNT
           MOVE USER-ID TO MTR-UT-ID (MTR-USR-COUNT)
           MOVE USER-NAME TO MTR-UT-NAME (MTR-USR-COUNT)
           MOVE USER-EMAIL TO MTR-UT-EMAIL (MTR-USR-COUNT)
           MOVE 'N' TO MTR-UT-ACTIVE (MTR-USR-COUNT)
           IF USER-STATUS = 'Active'
               MOVE 'Y' TO MTR-UT-ACTIVE (MTR-USR-COUNT)
           END-IF
           PERFORM 8100-READ-USERS THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2050-LOAD-WORKSPACE.
           READ WORKSPACE-IN INTO WORKSPACE-RECORD
               AT END SET MTR-WKS-EOF TO TRUE
               GO TO 2050-EXIT
           END-READ
           IF NOT WKS-ACTIVE
               GO TO 2050-EXIT
           END-IF
           IF MTR-WKS-COUNT >= 500
               DISPLAY 'METERUSE: WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO MTR-WKS-COUNT
           MOVE WKS-ID TO MTR-WT-ID (MTR-WKS-COUNT)
           MOVE WKS-OWNER TO MTR-WT-OWNER (MTR-WKS-COUNT)
           MOVE ZERO TO MTR-WT-USERS (MTR-WKS-COUNT)
                        MTR-WT-CAMPS (MTR-WKS-COUNT)
                        MTR-WT-HITS (MTR-WKS-COUNT).
       2050-EXIT.
           EXIT.

      *> A seat is an Active membership held by an Active account.
       2070-COUNT-MEMBERS.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET MTR-MBR-EOF TO TRUE
               GO TO 2070-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               GO TO 2070-EXIT
           END-IF
           MOVE MBR-USER-ID TO USER-ID
           PERFORM 7100-FIND-USER THRU 7100-EXIT
           IF MTR-U-HIT = ZERO
               GO TO 2070-EXIT
           END-IF
           IF MTR-UT-ACTIVE (MTR-U-HIT) NOT = 'Y'
               GO TO 2070-EXIT
           END-IF
           MOVE MBR-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF MTR-W-HIT > ZERO
               ADD 1 TO MTR-WT-USERS (MTR-W-HIT)
               ADD 1 TO MTR-USER-COUNT
           END-IF.
       2070-EXIT.
           EXIT.

       2100-COUNT-CAMPAIGNS.
           IF CAMP-STATUS = 'Active'
               MOVE CAMP-WORKSPACE TO WKS-ID
               PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
               IF MTR-W-HIT > ZERO
                   ADD 1 TO MTR-WT-CAMPS (MTR-W-HIT)
                   ADD 1 TO MTR-CAMP-COUNT
               END-IF
           END-IF
           PERFORM 8200-READ-CAMPAIGN THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

      *> A render of the run month counts against the workspace
      *> it was made in, when that workspace is Active.
       2200-COUNT-HITS.
           IF HIT-DATE (1:7) NOT = PARM-RUN-DATE (1:7)
            OR HIT-WORKSPACE = SPACES
               GO TO 2200-NEXT
           END-IF
           MOVE HIT-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF MTR-W-HIT > ZERO
               ADD 1 TO MTR-WT-HITS (MTR-W-HIT)
               ADD 1 TO MTR-HIT-COUNT
           END-IF.
       2200-NEXT.
           PERFORM 8300-READ-HIT THRU 8300-EXIT.
       2200-EXIT.
           EXIT.

      *> One subscription: its workspace must be Active on the
      *> master and its plan on the plans file; the owner takes
      *> the hints.
       2900-METER-WORKSPACE.
           MOVE SUBS-WORKSPACE TO WKS-ID
           PERFORM 7000-FIND-WORKSPACE THRU 7000-EXIT
           IF MTR-W-HIT = ZERO
               GO TO 2900-NEXT
           END-IF
           PERFORM 1050-GET-PLAN THRU 1050-EXIT
           IF NOT MTR-PLN-FOUND
               DISPLAY 'METERUSE: PLAN ' SUBS-PLAN-ID
                       ' NOT IN PLANS-FILE FOR ' SUBS-WORKSPACE
               MOVE 8 TO RETURN-CODE
               GO TO 2900-NEXT
           END-IF
           ADD 1 TO MTR-WKS-METERED
           MOVE SPACES TO MTR-OWNER MTR-OWNER-EMAIL
           MOVE MTR-WT-OWNER (MTR-W-HIT) TO USER-ID
           PERFORM 7100-FIND-USER THRU 7100-EXIT
           IF MTR-U-HIT > ZERO
               MOVE MTR-UT-NAME (MTR-U-HIT) TO MTR-OWNER
               MOVE MTR-UT-EMAIL (MTR-U-HIT) TO MTR-OWNER-EMAIL
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUBS-WORKSPACE TO MTR-WL-ID
           MOVE SUBS-PLAN-NAME TO MTR-WL-PLAN
           WRITE REPORT-LINE FROM MTR-WKS-LINE
           WRITE REPORT-LINE FROM MTR-HEAD-2
           PERFORM 3000-METER-PROJECTS THRU 3000-EXIT
           PERFORM 3100-METER-PAGEVIEWS THRU 3100-EXIT
           PERFORM 3200-METER-USERS THRU 3200-EXIT.
       2900-NEXT.
           PERFORM 8400-READ-SUBS THRU 8400-EXIT.
       2900-EXIT.
           EXIT.

      *> PLAN-LIMIT-1 caps projects (campaigns), PLAN-LIMIT-2
      *> caps page views per month - the captions on the Plans
      *> card made that promise long before anything enforced it.
       3000-METER-PROJECTS.
           MOVE 'projects' TO MTR-METER-NAME
           MOVE PLAN-LIMIT-1 TO MTR-LIMIT-TXT
           MOVE MTR-WT-CAMPS (MTR-W-HIT) TO MTR-USED-VALUE
           PERFORM 5000-METER-ONE THRU 5000-EXIT.
       3000-EXIT.
           EXIT.
       3100-METER-PAGEVIEWS.
           MOVE 'page views' TO MTR-METER-NAME
           MOVE PLAN-LIMIT-2 TO MTR-LIMIT-TXT
           MOVE MTR-WT-HITS (MTR-W-HIT) TO MTR-USED-VALUE
           PERFORM 5000-METER-ONE THRU 5000-EXIT.
       3100-EXIT.
           EXIT.
       3200-METER-USERS.
           MOVE 'users' TO MTR-METER-NAME
           MOVE SPACES TO MTR-LIMIT-TXT
           MOVE MTR-WT-USERS (MTR-W-HIT) TO MTR-USED-VALUE
           PERFORM 5000-METER-ONE THRU 5000-EXIT.
       3200-EXIT.
           EXIT.
       6000-EXIT.
           EXIT.

       7000-FIND-WORKSPACE.
           MOVE ZERO TO MTR-W-HIT
           PERFORM 7010-MATCH-WORKSPACE THRU 7010-EXIT
               VARYING MTR-WX FROM 1 BY 1
               UNTIL MTR-WX > MTR-WKS-COUNT OR MTR-W-HIT > 0.
       7000-EXIT.
           EXIT.

       7010-MATCH-WORKSPACE.
           IF MTR-WT-ID (MTR-WX) = WKS-ID
               MOVE MTR-WX TO MTR-W-HIT
           END-IF.
       7010-EXIT.
           EXIT.

       7100-FIND-USER.
           MOVE ZERO TO MTR-U-HIT
           PERFORM 7110-MATCH-USER THRU 7110-EXIT
               VARYING MTR-UX FROM 1 BY 1
               UNTIL MTR-UX > MTR-USR-COUNT OR MTR-U-HIT > 0.
       7100-EXIT.
           EXIT.

       7110-MATCH-USER.
           IF MTR-UT-ID (MTR-UX) = USER-ID
               MOVE MTR-UX TO MTR-U-HIT
           END-IF.
       7110-EXIT.
           EXIT.

       8100-READ-USERS.
           READ USERS-IN INTO USER-RECORD
               AT END SET MTR-USR-EOF TO TRUE
       8300-EXIT.
           EXIT.

       8400-READ-SUBS.
           READ SUBS-FILE INTO SUBSCRIPTION-RECORD
               AT END SET MTR-SUBS-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE SUBS-FILE USERS-IN MEMBER-IN WORKSPACE-IN CAMP-IN
                 HITS-IN NOTIFY-OUT OVERAGE-OUT SPOOL-OUT REPORT-OUT
           DISPLAY 'METERUSE: ' MTR-WKS-METERED ' WORKSPACES, SEATS '
                   MTR-USER-COUNT
                   ' CAMPAIGNS ' MTR-CAMP-COUNT
                   ' PAGE VIEWS ' MTR-HIT-COUNT
                   ', ' MTR-OVER-CT ' OVER LIMIT'.
