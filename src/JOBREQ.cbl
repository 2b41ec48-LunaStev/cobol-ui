      *> JOBREQ.cbl
      *> On-demand job request drainer. Every press of a dashboard
      *> JOB button lands a Pending row in JOBREQ-FILE; this run
      *> works the queue against the run stamp (PARM='YYYY-MM-DD
      *> HH:MM:SS'). A request is refused when the job is not one
      *> the buttons may start, when the requester is not an
      *> Active user, when the requester's role has no grant in
      *> policy.json covering the job's resource, or when the job
      *> is already running (its latest JOBLOG-FILE row in the
      *> last 24 hours is a START or a SUBMIT) or already queued
      *> (another request for it is Held, or was taken earlier in
      *> this run) - so three people pressing Build HTML at once
      *> get one build. A request made while the clock is inside
      *> the job's enabled SCHEDULE-FILE window is Held and looked
      *> at again on each run until the window closes. The rest
      *> are submitted the way SCHEDRUN submits: a one-step
      *> IEBGENER job copying the job's JCL member from
      *> APPL.JCLLIB into the internal reader, plus a SUBMIT row
      *> in JOBLOG-FILE. A Submitted request goes Done or Failed
      *> once the job's OK or FAILED row lands after it, and the
      *> requester gets a notification then, or when a request is
      *> refused. The rewritten queue promotes on a clean end.
      *> Run every few minutes, with each HLTHSAMP sweep.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBREQ-IN ASSIGN TO JRQINDD
               FILE STATUS IS JRD-JRQIN-STATUS.
           SELECT JOBREQ-OUT ASSIGN TO JRQOUTDD
               FILE STATUS IS JRD-JRQOUT-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS JRD-USRIN-STATUS.
           SELECT POLICY-IN ASSIGN TO POLICYDD
               FILE STATUS IS JRD-POLIN-STATUS.
           SELECT SCHED-IN ASSIGN TO SCHEDDD
               FILE STATUS IS JRD-SCHIN-STATUS.
           SELECT JOBLOG-IN ASSIGN TO JLOGINDD
               FILE STATUS IS JRD-JLIN-STATUS.
           SELECT JOBLOG-OUT ASSIGN TO JOBLOGDD
               FILE STATUS IS JRD-JLOG-STATUS.
           SELECT SUBMIT-OUT ASSIGN TO INTRDRDD
               FILE STATUS IS JRD-SUB-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS JRD-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS JRD-NTFOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS JRD-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBREQ-IN.
       01  JOBREQ-IN-RECORD       PIC X(140).
       FD  JOBREQ-OUT.
       01  JOBREQ-OUT-RECORD      PIC X(140).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  POLICY-IN.
       01  POLICY-IN-RECORD       PIC X(80).
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(49).
       FD  JOBLOG-IN.
       01  JOBLOG-IN-RECORD       PIC X(90).
       FD  JOBLOG-OUT.
       01  JOBLOG-OUT-RECORD      PIC X(90).
       FD  SUBMIT-OUT.
       01  SUBMIT-RECORD          PIC X(80).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  JRD-JRQIN-STATUS       PIC X(02).
       77  JRD-JRQOUT-STATUS      PIC X(02).
       77  JRD-USRIN-STATUS       PIC X(02).
       77  JRD-POLIN-STATUS       PIC X(02).
       77  JRD-SCHIN-STATUS       PIC X(02).
       77  JRD-JLIN-STATUS        PIC X(02).
       77  JRD-JLOG-STATUS        PIC X(02).
       77  JRD-SUB-STATUS         PIC X(02).
       77  JRD-NTFIN-STATUS       PIC X(02).
       77  JRD-NTFOUT-STATUS      PIC X(02).
       77  JRD-RPT-STATUS         PIC X(02).
       77  JRD-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  JRD-SUBMIT-CT          PIC 9(05) COMP VALUE ZERO.
       77  JRD-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  JRD-REFUSED-CT         PIC 9(05) COMP VALUE ZERO.
       77  JRD-DONE-CT            PIC 9(05) COMP VALUE ZERO.
       77  JRD-FAILED-CT          PIC 9(05) COMP VALUE ZERO.
       77  JRD-NOTIFY-CT          PIC 9(05) COMP VALUE ZERO.
       77  JRD-USER-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  JRD-UX                 PIC 9(04) COMP VALUE ZERO.
       77  JRD-USER-HIT           PIC 9(04) COMP VALUE ZERO.
       77  JRD-JX                 PIC 9(02) COMP VALUE ZERO.
       77  JRD-JOB-HIT            PIC 9(02) COMP VALUE ZERO.
       77  JRD-JOB-LEN            PIC 9(02) COMP VALUE ZERO.
       77  JRD-NOW-MINS           PIC S9(11) COMP VALUE ZERO.
       77  JRD-WORK-MINS          PIC S9(11) COMP VALUE ZERO.
       77  JRD-NEXT-NTF           PIC 9(06) VALUE ZERO.
      *> A START or SUBMIT row older than this many minutes (24
      *> hours) no longer marks its job as running; a job that
      *> died without its LOGBAD step is JOBWATCH's to chase, not
      *> a reason to refuse every request for it from then on.
       77  JRD-RUN-MINS           PIC 9(05) COMP VALUE 1440.
       01  JRD-SWITCHES.
           05 JRD-JRQIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 JRD-JRQIN-EOF    VALUE 'Y'.
           05 JRD-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 JRD-USRIN-EOF    VALUE 'Y'.
           05 JRD-POLIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 JRD-POLIN-EOF    VALUE 'Y'.
           05 JRD-SCHIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 JRD-SCHIN-EOF    VALUE 'Y'.
           05 JRD-JLIN-EOF-SW     PIC X(01) VALUE 'N'.
              88 JRD-JLIN-EOF     VALUE 'Y'.
           05 JRD-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 JRD-NTFIN-EOF    VALUE 'Y'.
           05 JRD-WINDOW-SW       PIC X(01) VALUE 'N'.
              88 JRD-IN-WINDOW    VALUE 'Y'.
       01  JRD-NOW-STAMP.
           05 JRD-NOW-DATE        PIC X(10).
           05 JRD-NOW-TIME        PIC X(08).
       01  JRD-CONV-DATE          PIC X(10).
       01  JRD-TIME-WORK.
           05 JRD-TW-X            PIC X(08).
           05 JRD-TW-PARTS REDEFINES JRD-TW-X.
              10 JRD-TW-HH        PIC 9(02).
              10 FILLER           PIC X(01).
              10 JRD-TW-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 JRD-TW-SS        PIC 9(02).
       01  JRD-SEQ-WORK.
           05 JRD-SEQ-X           PIC X(06).
           05 JRD-SEQ-9 REDEFINES JRD-SEQ-X
                                  PIC 9(06).
       01  JRD-WINDOW-WORK.
           05 JRD-WIN-START       PIC X(05).
           05 FILLER              PIC X(01).
           05 JRD-WIN-END         PIC X(05).
       01  JRD-NOW-HHMM           PIC X(05).
       01  JRD-NTF-TEXT           PIC X(44).
       01  JRD-PRIOR-STATE        PIC X(10).
      *> The jobs the dashboard buttons may start, and the
      *> policy.json resource and action a requester's role needs
      *> for each: the build and lint jobs change what is
      *> deployed, the invoice exports only read invoices. A job
      *> missing here is refused, so a new JOB button needs its
      *> line added before anyone can press it.
       01  JRD-JOB-VALUES.
           05 FILLER   PIC X(34) VALUE
              'BHBUILD deployments     manage    '.
           05 FILLER   PIC X(34) VALUE
              'DSLLINT deployments     manage    '.
           05 FILLER   PIC X(34) VALUE
              'FLDINV  deployments     manage    '.
           05 FILLER   PIC X(34) VALUE
              'INVXCSV invoices        read      '.
           05 FILLER   PIC X(34) VALUE
              'INVXPDF invoices        read      '.
       01  JRD-JOB-TABLE REDEFINES JRD-JOB-VALUES.
           05 JRD-JOB-DEF OCCURS 5 TIMES.
              10 JRD-JD-JOB       PIC X(08).
              10 JRD-JD-RESOURCE  PIC X(16).
              10 JRD-JD-ACTION    PIC X(10).
      *> What this run knows about each of those jobs: its
      *> schedule window, its latest JOBLOG-FILE row and latest
      *> OK or FAILED row, and whether a request for it is
      *> already Held or was taken earlier in this run.
       01  JRD-JOB-STATE-TABLE.
           05 JRD-JOB-STATE OCCURS 5 TIMES.
              10 JRD-JS-WINDOW    PIC X(11).
              10 JRD-JS-ENABLED   PIC X(01).
              10 JRD-JS-LAST-EVENT PIC X(08).
              10 JRD-JS-LAST-STAMP PIC X(18).
              10 JRD-JS-END-EVENT PIC X(08).
              10 JRD-JS-END-STAMP PIC X(18).
              10 JRD-JS-END-RC    PIC X(04).
              10 JRD-JS-QUEUED-SW PIC X(01).
                 88 JRD-JS-QUEUED VALUE 'Y'.
       01  JRD-JL-STAMP.
           05 JRD-JL-DATE         PIC X(10).
           05 JRD-JL-TIME         PIC X(08).
       01  JRD-USER-TABLE.
           05 JRD-USER OCCURS 1000 TIMES.
              10 JRD-U-NAME       PIC X(10).
              10 JRD-U-ROLE       PIC X(10).
              10 JRD-U-STATUS     PIC X(10).
       COPY JOBREQ-RECORD.
       COPY USER-RECORD.
       COPY SCHEDULE-RECORD.
       COPY JOBLOG-RECORD.
       COPY NOTIFY-RECORD.
       01  JRD-DETAIL-LINE.
           05 JRD-DL-SEQ          PIC X(07).
           05 JRD-DL-USER         PIC X(11).
           05 JRD-DL-JOB          PIC X(09).
           05 JRD-DL-STATE        PIC X(11).
           05 JRD-DL-REASON       PIC X(95).
       01  JRD-TOTAL-LINE.
           05 JRD-TL-LABEL        PIC X(20).
           05 JRD-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       01  JRD-HDR-LINE.
           05 FILLER              PIC X(34) VALUE
              'JOBREQ - JOB REQUEST DRAINER  RUN'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JRD-HDR-DATE        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JRD-HDR-TIME        PIC X(08).
           05 FILLER              PIC X(79) VALUE SPACES.
       COPY DATE-SERVICE-WS.
       COPY POLICY-CHECK-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-STAMP.
              10 PARM-DATE        PIC X(10).
              10 FILLER           PIC X(01).
              10 PARM-TIME        PIC X(08).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-DRAIN-REQUEST THRU 3000-EXIT
               UNTIL JRD-JRQIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 19
               DISPLAY 'JOBREQ: PARM MUST BE THE RUN STAMP '
                       'YYYY-MM-DD HH:MM:SS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-DATE TO JRD-NOW-DATE JRD-CONV-DATE
           MOVE PARM-TIME TO JRD-NOW-TIME JRD-TW-X
           PERFORM 9100-STAMP-TO-MINUTES THRU 9100-EXIT
           IF JRD-WORK-MINS = ZERO
               DISPLAY 'JOBREQ: RUN STAMP NOT VALID: ' PARM-STAMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE JRD-WORK-MINS TO JRD-NOW-MINS
           MOVE PARM-TIME (1:5) TO JRD-NOW-HHMM
           OPEN INPUT JOBREQ-IN USERS-IN POLICY-IN SCHED-IN
                      JOBLOG-IN NOTIFY-IN
           OPEN OUTPUT JOBREQ-OUT SUBMIT-OUT REPORT-OUT
           OPEN EXTEND JOBLOG-OUT NOTIFY-OUT
           IF JRD-JRQIN-STATUS NOT = '00'
            OR JRD-JRQOUT-STATUS NOT = '00'
            OR JRD-USRIN-STATUS NOT = '00'
            OR JRD-POLIN-STATUS NOT = '00'
            OR JRD-SCHIN-STATUS NOT = '00'
            OR JRD-JLIN-STATUS NOT = '00'
            OR JRD-JLOG-STATUS NOT = '00'
            OR JRD-SUB-STATUS NOT = '00'
            OR JRD-NTFIN-STATUS NOT = '00'
            OR JRD-NTFOUT-STATUS NOT = '00'
            OR JRD-RPT-STATUS NOT = '00'
               DISPLAY 'JOBREQ: OPEN FAILED JOBREQ='
                       JRD-JRQIN-STATUS '/' JRD-JRQOUT-STATUS
                       ' USERS=' JRD-USRIN-STATUS
                       ' POLICY=' JRD-POLIN-STATUS
                       ' SCHED=' JRD-SCHIN-STATUS
                       ' JOBLOG=' JRD-JLIN-STATUS '/'
                       JRD-JLOG-STATUS
                       ' INTRDR=' JRD-SUB-STATUS
                       ' NTF=' JRD-NTFIN-STATUS '/'
                       JRD-NTFOUT-STATUS
                       ' REPORT=' JRD-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO JRD-JOB-STATE-TABLE
           PERFORM 1100-LOAD-USER THRU 1100-EXIT
               UNTIL JRD-USRIN-EOF
           CLOSE USERS-IN
           PERFORM 1200-LOAD-GRANT THRU 1200-EXIT
               UNTIL JRD-POLIN-EOF
           CLOSE POLICY-IN
           PERFORM 1300-LOAD-SCHED-ROW THRU 1300-EXIT
               UNTIL JRD-SCHIN-EOF
           CLOSE SCHED-IN
           PERFORM 1400-LOAD-JOBLOG THRU 1400-EXIT
               UNTIL JRD-JLIN-EOF
           CLOSE JOBLOG-IN
           PERFORM 1500-FIND-NOTIFY-SEQ THRU 1500-EXIT
               UNTIL JRD-NTFIN-EOF
           CLOSE NOTIFY-IN
           MOVE PARM-DATE TO JRD-HDR-DATE
           MOVE PARM-TIME TO JRD-HDR-TIME
           WRITE REPORT-LINE FROM JRD-HDR-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> Every account is kept, not only the Active ones, so a
      *> request from a suspended user is refused for that and
      *> not as a stranger.
       1100-LOAD-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET JRD-USRIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF JRD-USER-COUNT >= 1000
               DISPLAY 'JOBREQ: USER TABLE FULL AT 1000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO JRD-USER-COUNT
           MOVE USER-NAME TO JRD-U-NAME (JRD-USER-COUNT)
           MOVE USER-ROLE TO JRD-U-ROLE (JRD-USER-COUNT)
           MOVE USER-STATUS TO JRD-U-STATUS (JRD-USER-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-GRANT.
           READ POLICY-IN INTO PC-LINE
               AT END SET JRD-POLIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           PERFORM 9900-PC-ADD-LINE THRU 9900-EXIT
           IF PC-TABLE-FULL
               DISPLAY 'JOBREQ: GRANT TABLE FULL AT 64'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-SCHED-ROW.
           READ SCHED-IN INTO SCHEDULE-RECORD
               AT END SET JRD-SCHIN-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           MOVE SCH-JOB TO JRQ-JOB
           PERFORM 3300-FIND-JOB THRU 3300-EXIT
           IF JRD-JOB-HIT > ZERO
               MOVE SCH-WINDOW TO JRD-JS-WINDOW (JRD-JOB-HIT)
               MOVE SCH-ENABLED TO JRD-JS-ENABLED (JRD-JOB-HIT)
           END-IF.
       1300-EXIT.
           EXIT.

      *> The log is in time order, so the last row seen for a job
      *> is its latest.
       1400-LOAD-JOBLOG.
           READ JOBLOG-IN INTO JOBLOG-RECORD
               AT END SET JRD-JLIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           MOVE JL-JOB TO JRQ-JOB
           PERFORM 3300-FIND-JOB THRU 3300-EXIT
           IF JRD-JOB-HIT = ZERO
               GO TO 1400-EXIT
           END-IF
           MOVE JL-DATE TO JRD-JL-DATE
           MOVE JL-TIME TO JRD-JL-TIME
           MOVE JL-EVENT TO JRD-JS-LAST-EVENT (JRD-JOB-HIT)
           MOVE JRD-JL-STAMP TO JRD-JS-LAST-STAMP (JRD-JOB-HIT)
           IF JL-OK OR JL-FAILED
               MOVE JL-EVENT TO JRD-JS-END-EVENT (JRD-JOB-HIT)
               MOVE JRD-JL-STAMP TO JRD-JS-END-STAMP (JRD-JOB-HIT)
               MOVE JL-RC TO JRD-JS-END-RC (JRD-JOB-HIT)
           END-IF.
       1400-EXIT.
           EXIT.

       1500-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET JRD-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO JRD-SEQ-X
                   IF JRD-SEQ-X IS NUMERIC
                    AND JRD-SEQ-9 > JRD-NEXT-NTF
                       MOVE JRD-SEQ-9 TO JRD-NEXT-NTF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *> Finished requests are carried untouched; a Submitted one
      *> is checked for its run's end, and a Pending or Held one
      *> is decided. Every row goes to the new queue.
       3000-DRAIN-REQUEST.
           ADD 1 TO JRD-READ-CT
           MOVE JRQ-STATE TO JRD-PRIOR-STATE
           EVALUATE TRUE
               WHEN JRQ-SUBMITTED
                   PERFORM 3100-CHECK-DONE THRU 3100-EXIT
               WHEN JRQ-PENDING
               WHEN JRQ-HELD
                   PERFORM 3200-DECIDE-REQUEST THRU 3200-EXIT
               WHEN OTHER
                   GO TO 3000-CARRY
           END-EVALUATE
           IF JRQ-STATE = JRD-PRIOR-STATE
            AND NOT JRQ-HELD
               GO TO 3000-CARRY
           END-IF
           MOVE JRQ-SEQ TO JRD-DL-SEQ
           MOVE JRQ-USER TO JRD-DL-USER
           MOVE JRQ-JOB TO JRD-DL-JOB
           MOVE JRQ-STATE TO JRD-DL-STATE
           MOVE JRQ-REASON TO JRD-DL-REASON
           WRITE REPORT-LINE FROM JRD-DETAIL-LINE.
       3000-CARRY.
           WRITE JOBREQ-OUT-RECORD FROM JOBREQ-RECORD
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> A Submitted request has ended once its job has an OK or
      *> FAILED row stamped no earlier than the submission.
       3100-CHECK-DONE.
           PERFORM 3300-FIND-JOB THRU 3300-EXIT
           IF JRD-JOB-HIT = ZERO
               GO TO 3100-EXIT
           END-IF
           IF JRD-JS-END-STAMP (JRD-JOB-HIT) = SPACES
            OR JRD-JS-END-STAMP (JRD-JOB-HIT) < JRQ-SUB-STAMP
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO JRQ-REASON JRD-NTF-TEXT
           IF JRD-JS-END-EVENT (JRD-JOB-HIT) = 'OK'
               MOVE 'Done' TO JRQ-STATE
               MOVE 'ended OK' TO JRQ-REASON
               ADD 1 TO JRD-DONE-CT
               STRING 'job: ' DELIMITED BY SIZE
                      JRQ-JOB DELIMITED BY SPACE
                      ' ended OK' DELIMITED BY SIZE
                   INTO JRD-NTF-TEXT
           ELSE
               MOVE 'Failed' TO JRQ-STATE
               STRING 'ended FAILED rc ' DELIMITED BY SIZE
                      JRD-JS-END-RC (JRD-JOB-HIT) DELIMITED BY SIZE
                   INTO JRQ-REASON
               ADD 1 TO JRD-FAILED-CT
               STRING 'job: ' DELIMITED BY SIZE
                      JRQ-JOB DELIMITED BY SPACE
                      ' FAILED rc ' DELIMITED BY SIZE
                      JRD-JS-END-RC (JRD-JOB-HIT) DELIMITED BY SIZE
                   INTO JRD-NTF-TEXT
           END-IF
           PERFORM 5100-NOTIFY-REQUESTER THRU 5100-EXIT.
       3100-EXIT.
           EXIT.

      *> Checks in order: a job the buttons may start, an Active
      *> requester, a role with the grant, the job not queued or
      *> running, the clock outside its window. A Held request was
      *> already let through once, so it waits out a run in
      *> progress instead of being refused for it.
       3200-DECIDE-REQUEST.
           PERFORM 3300-FIND-JOB THRU 3300-EXIT
           IF JRD-JOB-HIT = ZERO
               MOVE 'not a requestable job' TO JRQ-REASON
               PERFORM 5000-REFUSE THRU 5000-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO JRD-USER-HIT
           PERFORM 3400-MATCH-USER THRU 3400-EXIT
               VARYING JRD-UX FROM 1 BY 1
               UNTIL JRD-UX > JRD-USER-COUNT
                  OR JRD-USER-HIT > ZERO
           IF JRD-USER-HIT = ZERO
               MOVE 'requester not active' TO JRQ-REASON
               PERFORM 5000-REFUSE THRU 5000-EXIT
               GO TO 3200-EXIT
           END-IF
           IF JRD-U-STATUS (JRD-USER-HIT) NOT = 'Active'
               MOVE 'requester not active' TO JRQ-REASON
               PERFORM 5000-REFUSE THRU 5000-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE JRD-U-ROLE (JRD-USER-HIT) TO PC-ROLE
           MOVE JRD-JD-RESOURCE (JRD-JOB-HIT) TO PC-RESOURCE
           MOVE JRD-JD-ACTION (JRD-JOB-HIT) TO PC-ACTION
           PERFORM 9910-PC-CHECK THRU 9910-EXIT
           IF NOT PC-GRANTED
               MOVE 'role not permitted' TO JRQ-REASON
               PERFORM 5000-REFUSE THRU 5000-EXIT
               GO TO 3200-EXIT
           END-IF
           IF JRD-JS-QUEUED (JRD-JOB-HIT)
               MOVE 'already queued' TO JRQ-REASON
               PERFORM 5000-REFUSE THRU 5000-EXIT
               GO TO 3200-EXIT
           END-IF
           IF JRD-JS-LAST-EVENT (JRD-JOB-HIT) = 'START'
            OR JRD-JS-LAST-EVENT (JRD-JOB-HIT) = 'SUBMIT'
               MOVE JRD-JS-LAST-STAMP (JRD-JOB-HIT) TO JRD-JL-STAMP
               MOVE JRD-JL-DATE TO JRD-CONV-DATE
               MOVE JRD-JL-TIME TO JRD-TW-X
               PERFORM 9100-STAMP-TO-MINUTES THRU 9100-EXIT
               IF JRD-WORK-MINS > ZERO
                AND JRD-NOW-MINS - JRD-WORK-MINS < JRD-RUN-MINS
                   IF JRQ-HELD
                       MOVE 'waiting - job running' TO JRQ-REASON
                       ADD 1 TO JRD-HELD-CT
                       SET JRD-JS-QUEUED (JRD-JOB-HIT) TO TRUE
                   ELSE
                       MOVE 'already running' TO JRQ-REASON
                       PERFORM 5000-REFUSE THRU 5000-EXIT
                   END-IF
                   GO TO 3200-EXIT
               END-IF
           END-IF
           SET JRD-JS-QUEUED (JRD-JOB-HIT) TO TRUE
           PERFORM 3600-CHECK-WINDOW THRU 3600-EXIT
           IF JRD-IN-WINDOW
               MOVE 'Held' TO JRQ-STATE
               MOVE SPACES TO JRQ-REASON
               STRING 'in batch window until '
                      JRD-WIN-END DELIMITED BY SIZE
                   INTO JRQ-REASON
               ADD 1 TO JRD-HELD-CT
               GO TO 3200-EXIT
           END-IF
           PERFORM 4000-SUBMIT-JOB THRU 4000-EXIT.
       3200-EXIT.
           EXIT.

       3300-FIND-JOB.
           MOVE ZERO TO JRD-JOB-HIT
           PERFORM 3310-MATCH-JOB THRU 3310-EXIT
               VARYING JRD-JX FROM 1 BY 1
               UNTIL JRD-JX > 5 OR JRD-JOB-HIT > ZERO.
       3300-EXIT.
           EXIT.

       3310-MATCH-JOB.
           IF JRD-JD-JOB (JRD-JX) = JRQ-JOB
               MOVE JRD-JX TO JRD-JOB-HIT
           END-IF.
       3310-EXIT.
           EXIT.

       3400-MATCH-USER.
           IF JRD-U-NAME (JRD-UX) = JRQ-USER
               MOVE JRD-UX TO JRD-USER-HIT
           END-IF.
       3400-EXIT.
           EXIT.

      *> Inside the window when the run's HH:MM is at or after
      *> its start and before its end; a window that wraps past
      *> midnight is inside on either side of it. A paused or
      *> unscheduled job has no window to wait for.
       3600-CHECK-WINDOW.
           MOVE 'N' TO JRD-WINDOW-SW
           IF JRD-JS-ENABLED (JRD-JOB-HIT) NOT = 'Y'
               GO TO 3600-EXIT
           END-IF
           MOVE JRD-JS-WINDOW (JRD-JOB-HIT) TO JRD-WINDOW-WORK
           IF JRD-WIN-START NOT > JRD-WIN-END
               IF JRD-NOW-HHMM NOT < JRD-WIN-START
                AND JRD-NOW-HHMM < JRD-WIN-END
                   SET JRD-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF JRD-NOW-HHMM NOT < JRD-WIN-START
                OR JRD-NOW-HHMM < JRD-WIN-END
                   SET JRD-IN-WINDOW TO TRUE
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.

      *> The same submitter SCHEDRUN writes, named R plus the job
      *> so an operator can tell a button press from a schedule.
       4000-SUBMIT-JOB.
           ADD 1 TO JRD-SUBMIT-CT
           MOVE ZERO TO JRD-JOB-LEN
           INSPECT JRQ-JOB
               TALLYING JRD-JOB-LEN FOR CHARACTERS BEFORE SPACE
           IF JRD-JOB-LEN > 7
               MOVE 7 TO JRD-JOB-LEN
           END-IF
           MOVE SPACES TO SUBMIT-RECORD
           STRING '//R' DELIMITED BY SIZE
                  JRQ-JOB (1:JRD-JOB-LEN) DELIMITED BY SIZE
                  ' JOB (ACCTNO),''ON-DEMAND RUN'',CLASS=A'
                  DELIMITED BY SIZE
               INTO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE '//SUBMIT   EXEC PGM=IEBGENER' TO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE SPACES TO SUBMIT-RECORD
           STRING '//SYSUT1   DD DSN=APPL.JCLLIB('
                  DELIMITED BY SIZE
                  JRQ-JOB DELIMITED BY SPACE
                  '),DISP=SHR' DELIMITED BY SIZE
               INTO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE '//SYSUT2   DD SYSOUT=(A,INTRDR)' TO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE '//SYSPRINT DD SYSOUT=*' TO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE '//SYSIN    DD DUMMY' TO SUBMIT-RECORD
           WRITE SUBMIT-RECORD
           MOVE SPACES TO JOBLOG-RECORD
           MOVE JRQ-JOB TO JL-JOB
           MOVE PARM-DATE TO JL-DATE
           MOVE PARM-TIME TO JL-TIME
           MOVE 'SUBMIT' TO JL-EVENT
           WRITE JOBLOG-OUT-RECORD FROM JOBLOG-RECORD
           MOVE 'SUBMIT' TO JRD-JS-LAST-EVENT (JRD-JOB-HIT)
           MOVE JRD-NOW-STAMP TO JRD-JS-LAST-STAMP (JRD-JOB-HIT)
           MOVE 'Submitted' TO JRQ-STATE
           MOVE SPACES TO JRQ-REASON
           MOVE PARM-DATE TO JRQ-SUB-DATE
           MOVE PARM-TIME TO JRQ-SUB-TIME.
       4000-EXIT.
           EXIT.

       5000-REFUSE.
           MOVE 'Refused' TO JRQ-STATE
           ADD 1 TO JRD-REFUSED-CT
           MOVE SPACES TO JRD-NTF-TEXT
           STRING 'job: ' DELIMITED BY SIZE
                  JRQ-JOB DELIMITED BY SPACE
                  ' refused - ' DELIMITED BY SIZE
                  JRQ-REASON DELIMITED BY SIZE
               INTO JRD-NTF-TEXT
           PERFORM 5100-NOTIFY-REQUESTER THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-NOTIFY-REQUESTER.
           ADD 1 TO JRD-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE JRD-NEXT-NTF TO JRD-SEQ-9
           MOVE JRD-SEQ-X TO NTF-SEQ
           MOVE PARM-DATE TO NTF-DATE
           MOVE PARM-TIME TO NTF-TIME
           MOVE JRQ-USER TO NTF-USER
           MOVE JRD-NTF-TEXT TO NTF-TEXT
           MOVE 'N' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD
           ADD 1 TO JRD-NOTIFY-CT.
       5100-EXIT.
           EXIT.

       8100-READ-REQUEST.
           READ JOBREQ-IN INTO JOBREQ-RECORD
               AT END SET JRD-JRQIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REQUESTS READ' TO JRD-TL-LABEL
           MOVE JRD-READ-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           MOVE 'SUBMITTED' TO JRD-TL-LABEL
           MOVE JRD-SUBMIT-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           MOVE 'HELD' TO JRD-TL-LABEL
           MOVE JRD-HELD-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           MOVE 'REFUSED' TO JRD-TL-LABEL
           MOVE JRD-REFUSED-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           MOVE 'ENDED OK' TO JRD-TL-LABEL
           MOVE JRD-DONE-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           MOVE 'ENDED FAILED' TO JRD-TL-LABEL
           MOVE JRD-FAILED-CT TO JRD-TL-COUNT
           WRITE REPORT-LINE FROM JRD-TOTAL-LINE
           CLOSE JOBREQ-IN JOBREQ-OUT JOBLOG-OUT SUBMIT-OUT
                 NOTIFY-OUT REPORT-OUT
           DISPLAY 'JOBREQ: ' JRD-READ-CT ' REQUESTS, '
                   JRD-SUBMIT-CT ' SUBMITTED, '
                   JRD-HELD-CT ' HELD, '
                   JRD-REFUSED-CT ' REFUSED, '
                   JRD-NOTIFY-CT ' NOTICES SENT'.
       9000-EXIT.
           EXIT.

      *> JRD-CONV-DATE and JRD-TW-X to real-calendar minutes
      *> through the shared date service; zero when malformed.
       9100-STAMP-TO-MINUTES.
           MOVE ZERO TO JRD-WORK-MINS
           MOVE JRD-CONV-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL NOT = ZERO
            AND JRD-TW-HH IS NUMERIC
            AND JRD-TW-MM IS NUMERIC
               COMPUTE JRD-WORK-MINS =
                   (DS-SERIAL * 1440)
                   + (JRD-TW-HH * 60)
                   + JRD-TW-MM
           END-IF.
       9100-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY POLICY-CHECK.
