      *> RSBMNT.cbl
      *> Report subscription maintenance behind the Report
      *> subscriptions card. For each SUBREQ post (stamp, actor,
      *> subscribe or unsubscribe, report name, delivery) it keeps
      *> the actor's own row on RPTSUB-FILE: a subscribe adds the
      *> row, or changes the delivery of one already there, and an
      *> unsubscribe drops it. A subscribe is refused unless the
      *> actor is an Active user, the report is one RPTREG has
      *> registered, the delivery is N (notification only) or M
      *> (mail too), and the actor's role holds a policy.json grant
      *> to read the report's resource (REPORT-ACCESS.cpy) - so a
      *> Viewer cannot subscribe to a billing report. RPTREG checks
      *> the grant again at every delivery, in case the role loses
      *> it later. The actor is notified of every outcome, and the
      *> subscription master is written to a new file for the JCL
      *> to promote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN ASSIGN TO SUBREQ
               FILE STATUS IS RSM-REQIN-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS RSM-USRIN-STATUS.
           SELECT POLICY-IN ASSIGN TO POLICYDD
               FILE STATUS IS RSM-POLIN-STATUS.
           SELECT REGISTRY-IN ASSIGN TO REGINDD
               FILE STATUS IS RSM-REGIN-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBINDD
               FILE STATUS IS RSM-SUBIN-STATUS.
           SELECT SUBS-OUT ASSIGN TO SUBNEWDD
               FILE STATUS IS RSM-SUBOUT-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS RSM-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS RSM-NTFOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-IN.
       01  REQUEST-IN-RECORD.
           05 SRQ-DATE            PIC X(10).
           05 SRQ-TIME            PIC X(08).
           05 SRQ-ACTOR           PIC X(10).
           05 SRQ-ACTION          PIC X(12).
              88 SRQ-SUBSCRIBE    VALUE 'subscribe'.
              88 SRQ-UNSUBSCRIBE  VALUE 'unsubscribe'.
           05 SRQ-REPORT          PIC X(24).
           05 SRQ-DELIVERY        PIC X(01).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  POLICY-IN.
       01  POLICY-IN-RECORD       PIC X(80).
       FD  REGISTRY-IN.
       01  REGISTRY-IN-RECORD     PIC X(86).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(45).
       FD  SUBS-OUT.
       01  SUBS-OUT-RECORD        PIC X(45).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       WORKING-STORAGE SECTION.
       77  RSM-REQIN-STATUS       PIC X(02).
       77  RSM-USRIN-STATUS       PIC X(02).
       77  RSM-POLIN-STATUS       PIC X(02).
       77  RSM-REGIN-STATUS       PIC X(02).
       77  RSM-SUBIN-STATUS       PIC X(02).
       77  RSM-SUBOUT-STATUS      PIC X(02).
       77  RSM-NTFIN-STATUS       PIC X(02).
       77  RSM-NTFOUT-STATUS      PIC X(02).
       77  RSM-REQUESTS           PIC 9(05) COMP VALUE ZERO.
       77  RSM-ADDED              PIC 9(05) COMP VALUE ZERO.
       77  RSM-CHANGED            PIC 9(05) COMP VALUE ZERO.
       77  RSM-DROPPED            PIC 9(05) COMP VALUE ZERO.
       77  RSM-REFUSED            PIC 9(05) COMP VALUE ZERO.
       77  RSM-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  RSM-RPT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  RSM-SUB-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  RSM-UX                 PIC 9(05) COMP VALUE ZERO.
       77  RSM-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  RSM-RPT-IX             PIC 9(05) COMP VALUE ZERO.
       77  RSM-SUB-IX             PIC 9(05) COMP VALUE ZERO.
       77  RSM-NEXT-NTF           PIC 9(06) VALUE ZERO.
       01  RSM-SWITCHES.
           05 RSM-REQIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-REQIN-EOF    VALUE 'Y'.
           05 RSM-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-USRIN-EOF    VALUE 'Y'.
           05 RSM-POLIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-POLIN-EOF    VALUE 'Y'.
           05 RSM-REGIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-REGIN-EOF    VALUE 'Y'.
           05 RSM-SUBIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-SUBIN-EOF    VALUE 'Y'.
           05 RSM-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RSM-NTFIN-EOF    VALUE 'Y'.
       01  RSM-USER-TABLE.
           05 RSM-USER-ENTRY OCCURS 5000 TIMES.
              10 RSM-UT-RECORD    PIC X(113).
      *> One entry per report name on the registry, with the job
      *> that produces it - the job is what REPORT-ACCESS keys on.
       01  RSM-RPT-TABLE.
           05 RSM-RPT-ENTRY OCCURS 500 TIMES.
              10 RSM-RT-NAME      PIC X(24).
              10 RSM-RT-JOB       PIC X(08).
      *> The whole subscription master is rewritten from this
      *> table, so overflow stops the job rather than drop rows.
      *> A dropped subscription is blanked here and not written.
       01  RSM-SUB-TABLE.
           05 RSM-SUB-ENTRY OCCURS 5000 TIMES.
              10 RSM-ST-RECORD    PIC X(45).
       01  RSM-RESOURCE           PIC X(16).
       01  RSM-REASON             PIC X(22).
       01  RSM-SEQ-WORK.
           05 RSM-SEQ-X           PIC X(06).
           05 RSM-SEQ-9 REDEFINES RSM-SEQ-X
                                  PIC 9(06).
       COPY USER-RECORD.
       COPY REPORT-RECORD.
       COPY RPTSUB-RECORD.
       COPY NOTIFY-RECORD.
       COPY REPORT-ACCESS.
       COPY POLICY-CHECK-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               UNTIL RSM-REQIN-EOF
           PERFORM 7000-REWRITE-SUBS THRU 7000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT REQUEST-IN
           OPEN INPUT USERS-IN
           OPEN INPUT POLICY-IN
           OPEN INPUT REGISTRY-IN
           OPEN INPUT SUBS-IN
           OPEN INPUT NOTIFY-IN
           IF RSM-REQIN-STATUS NOT = '00'
            OR RSM-USRIN-STATUS NOT = '00'
            OR RSM-POLIN-STATUS NOT = '00'
            OR RSM-REGIN-STATUS NOT = '00'
            OR RSM-SUBIN-STATUS NOT = '00'
            OR RSM-NTFIN-STATUS NOT = '00'
               DISPLAY 'RSBMNT: OPEN FAILED REQ='
                       RSM-REQIN-STATUS
                       ' USERS=' RSM-USRIN-STATUS
                       ' POLICY=' RSM-POLIN-STATUS
                       ' REG=' RSM-REGIN-STATUS
                       ' SUBS=' RSM-SUBIN-STATUS
                       ' NTF=' RSM-NTFIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL RSM-USRIN-EOF
           PERFORM 1150-LOAD-GRANT THRU 1150-EXIT
               UNTIL RSM-POLIN-EOF
           PERFORM 1200-LOAD-REPORT THRU 1200-EXIT
               UNTIL RSM-REGIN-EOF
           PERFORM 1250-LOAD-SUBS THRU 1250-EXIT
               UNTIL RSM-SUBIN-EOF
           PERFORM 1300-FIND-NOTIFY-SEQ THRU 1300-EXIT
               UNTIL RSM-NTFIN-EOF
           CLOSE USERS-IN POLICY-IN REGISTRY-IN SUBS-IN NOTIFY-IN
           OPEN EXTEND NOTIFY-OUT
           IF RSM-NTFOUT-STATUS NOT = '00'
               DISPLAY 'RSBMNT: OPEN FAILED NTFOUT='
                       RSM-NTFOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-USERS.
           READ USERS-IN
               AT END SET RSM-USRIN-EOF TO TRUE
               NOT AT END
                   IF RSM-USER-COUNT < 5000
                       ADD 1 TO RSM-USER-COUNT
                       MOVE USERS-IN-RECORD
                           TO RSM-UT-RECORD (RSM-USER-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1150-LOAD-GRANT.
           READ POLICY-IN INTO PC-LINE
               AT END SET RSM-POLIN-EOF TO TRUE
               GO TO 1150-EXIT
           END-READ
           PERFORM 9900-PC-ADD-LINE THRU 9900-EXIT
           IF PC-TABLE-FULL
               DISPLAY 'RSBMNT: GRANT TABLE FULL AT 64'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1150-EXIT.
           EXIT.

      *> The registry holds a row per run; only the first run of
      *> each report name takes a table entry.
       1200-LOAD-REPORT.
           READ REGISTRY-IN INTO REPORT-RECORD
               AT END SET RSM-REGIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE ZERO TO RSM-RPT-IX
           PERFORM 1210-MATCH-NAME THRU 1210-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RSM-RPT-COUNT
                  OR RSM-RPT-IX > ZERO
           IF RSM-RPT-IX > ZERO
               GO TO 1200-EXIT
           END-IF
           IF RSM-RPT-COUNT = 500
               DISPLAY 'RSBMNT: REPORT TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RSM-RPT-COUNT
           MOVE RPT-NAME TO RSM-RT-NAME (RSM-RPT-COUNT)
           MOVE RPT-JOB TO RSM-RT-JOB (RSM-RPT-COUNT).
       1200-EXIT.
           EXIT.

       1210-MATCH-NAME.
           IF RSM-RT-NAME (RSM-UX) = RPT-NAME
               MOVE RSM-UX TO RSM-RPT-IX
           END-IF.
       1210-EXIT.
           EXIT.

       1250-LOAD-SUBS.
           READ SUBS-IN
               AT END SET RSM-SUBIN-EOF TO TRUE
               GO TO 1250-EXIT
           END-READ
           IF RSM-SUB-COUNT = 5000
               DISPLAY 'RSBMNT: SUBSCRIPTION TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RSM-SUB-COUNT
           MOVE SUBS-IN-RECORD TO RSM-ST-RECORD (RSM-SUB-COUNT).
       1250-EXIT.
           EXIT.

       1300-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET RSM-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO RSM-SEQ-X
                   IF RSM-SEQ-X IS NUMERIC
                    AND RSM-SEQ-9 > RSM-NEXT-NTF
                       MOVE RSM-SEQ-9 TO RSM-NEXT-NTF
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       3000-PROCESS-REQUEST.
           ADD 1 TO RSM-REQUESTS
           MOVE ZERO TO RSM-USER-IX
           PERFORM 3110-MATCH-USER THRU 3110-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RSM-USER-COUNT
                  OR RSM-USER-IX > ZERO
           IF RSM-USER-IX = ZERO
               MOVE 'not an active user' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF
           MOVE RSM-UT-RECORD (RSM-USER-IX) TO USER-RECORD
           IF USER-STATUS NOT = 'Active'
               MOVE 'not an active user' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF
           MOVE ZERO TO RSM-SUB-IX
           PERFORM 3120-MATCH-SUB THRU 3120-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RSM-SUB-COUNT
                  OR RSM-SUB-IX > ZERO
           EVALUATE TRUE
               WHEN SRQ-SUBSCRIBE
                   PERFORM 3200-SUBSCRIBE THRU 3200-EXIT
               WHEN SRQ-UNSUBSCRIBE
                   PERFORM 3400-UNSUBSCRIBE THRU 3400-EXIT
               WHEN OTHER
                   MOVE 'not a valid action' TO RSM-REASON
                   PERFORM 3800-REFUSE THRU 3800-EXIT
           END-EVALUATE.
       3000-NEXT.
           PERFORM 8100-READ-REQUEST THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3110-MATCH-USER.
           IF RSM-UT-RECORD (RSM-UX) (7:10) = SRQ-ACTOR
               MOVE RSM-UX TO RSM-USER-IX
           END-IF.
       3110-EXIT.
           EXIT.

      *> The actor's own row for the report, if there is one.
       3120-MATCH-SUB.
           MOVE RSM-ST-RECORD (RSM-UX) TO RPTSUB-RECORD
           IF RSB-USER = SRQ-ACTOR
            AND RSB-REPORT = SRQ-REPORT
               MOVE RSM-UX TO RSM-SUB-IX
           END-IF.
       3120-EXIT.
           EXIT.

       3200-SUBSCRIBE.
           MOVE ZERO TO RSM-RPT-IX
           PERFORM 3210-MATCH-REPORT THRU 3210-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RSM-RPT-COUNT
                  OR RSM-RPT-IX > ZERO
           IF RSM-RPT-IX = ZERO
               MOVE 'no such report' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF
           IF SRQ-DELIVERY NOT = 'N' AND SRQ-DELIVERY NOT = 'M'
               MOVE 'delivery not N or M' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE '(none)' TO RSM-RESOURCE
           PERFORM 3220-MATCH-ACCESS THRU 3220-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RAC-COUNT
           MOVE USER-ROLE TO PC-ROLE
           MOVE RSM-RESOURCE TO PC-RESOURCE
           MOVE 'read' TO PC-ACTION
           PERFORM 9910-PC-CHECK THRU 9910-EXIT
           IF NOT PC-GRANTED
               MOVE 'role may not read it' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF
           IF RSM-SUB-IX > ZERO
               MOVE RSM-ST-RECORD (RSM-SUB-IX) TO RPTSUB-RECORD
               MOVE SRQ-DELIVERY TO RSB-DELIVERY
               MOVE RPTSUB-RECORD TO RSM-ST-RECORD (RSM-SUB-IX)
               ADD 1 TO RSM-CHANGED
               MOVE SPACES TO NTF-TEXT
               STRING 'delivery changed: ' DELIMITED BY SIZE
                      SRQ-REPORT DELIMITED BY SIZE
                   INTO NTF-TEXT
               PERFORM 3900-NOTIFY THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF
           IF RSM-SUB-COUNT = 5000
               DISPLAY 'RSBMNT: SUBSCRIPTION TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RPTSUB-RECORD
           MOVE SRQ-ACTOR TO RSB-USER
           MOVE SRQ-REPORT TO RSB-REPORT
           MOVE SRQ-DELIVERY TO RSB-DELIVERY
           MOVE SRQ-DATE TO RSB-SINCE
           ADD 1 TO RSM-SUB-COUNT
           MOVE RPTSUB-RECORD TO RSM-ST-RECORD (RSM-SUB-COUNT)
           ADD 1 TO RSM-ADDED
           MOVE SPACES TO NTF-TEXT
           STRING 'subscribed: ' DELIMITED BY SIZE
                  SRQ-REPORT DELIMITED BY SIZE
               INTO NTF-TEXT
           PERFORM 3900-NOTIFY THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3210-MATCH-REPORT.
           IF RSM-RT-NAME (RSM-UX) = SRQ-REPORT
               MOVE RSM-UX TO RSM-RPT-IX
           END-IF.
       3210-EXIT.
           EXIT.

       3220-MATCH-ACCESS.
           IF RAC-JOB (RSM-UX) = RSM-RT-JOB (RSM-RPT-IX)
               MOVE RAC-RESOURCE (RSM-UX) TO RSM-RESOURCE
           END-IF.
       3220-EXIT.
           EXIT.

      *> Anyone may drop their own subscription, grant or no.
       3400-UNSUBSCRIBE.
           IF RSM-SUB-IX = ZERO
               MOVE 'not subscribed to it' TO RSM-REASON
               PERFORM 3800-REFUSE THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO RSM-ST-RECORD (RSM-SUB-IX)
           ADD 1 TO RSM-DROPPED
           MOVE SPACES TO NTF-TEXT
           STRING 'unsubscribed: ' DELIMITED BY SIZE
                  SRQ-REPORT DELIMITED BY SIZE
               INTO NTF-TEXT
           PERFORM 3900-NOTIFY THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

       3800-REFUSE.
           ADD 1 TO RSM-REFUSED
           DISPLAY 'RSBMNT: ' SRQ-ACTOR ' ' SRQ-REPORT
                   ' REFUSED - ' RSM-REASON
           MOVE SPACES TO NTF-TEXT
           STRING 'subscription refused: ' DELIMITED BY SIZE
                  RSM-REASON DELIMITED BY SIZE
               INTO NTF-TEXT
           PERFORM 3900-NOTIFY THRU 3900-EXIT.
       3800-EXIT.
           EXIT.

      *> NTF-TEXT is filled by the caller.
       3900-NOTIFY.
           ADD 1 TO RSM-NEXT-NTF
           MOVE RSM-NEXT-NTF TO RSM-SEQ-9
           MOVE RSM-SEQ-X TO NTF-SEQ
           MOVE SRQ-DATE TO NTF-DATE
           MOVE SRQ-TIME TO NTF-TIME
           MOVE SRQ-ACTOR TO NTF-USER
           MOVE 'N' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD.
       3900-EXIT.
           EXIT.

       7000-REWRITE-SUBS.
           OPEN OUTPUT SUBS-OUT
           IF RSM-SUBOUT-STATUS NOT = '00'
               DISPLAY 'RSBMNT: OPEN FAILED SUBOUT='
                       RSM-SUBOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 7100-WRITE-ONE-SUB THRU 7100-EXIT
               VARYING RSM-UX FROM 1 BY 1
               UNTIL RSM-UX > RSM-SUB-COUNT
           CLOSE SUBS-OUT.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-SUB.
           IF RSM-ST-RECORD (RSM-UX) NOT = SPACES
               WRITE SUBS-OUT-RECORD FROM RSM-ST-RECORD (RSM-UX)
           END-IF.
       7100-EXIT.
           EXIT.

       8100-READ-REQUEST.
           READ REQUEST-IN
               AT END SET RSM-REQIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE REQUEST-IN NOTIFY-OUT
           DISPLAY 'RSBMNT: ' RSM-REQUESTS ' REQUESTS, '
                   RSM-ADDED ' ADDED, '
                   RSM-CHANGED ' CHANGED, '
                   RSM-DROPPED ' DROPPED, '
                   RSM-REFUSED ' REFUSED'.
       9000-EXIT.
           EXIT.

       COPY POLICY-CHECK.
