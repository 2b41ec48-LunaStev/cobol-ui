      *> WHKSEND.cbl
      *> Outbound webhook delivery drainer. Each cycle it: applies
      *> the HTTP gateway's feedback from the previous hand-off
      *> (delivery id + SENT, or FAILED, with the status code the
      *> endpoint answered) and appends every settled attempt to
      *> the per-subscription delivery log; a FAILED delivery backs
      *> off - 15 minutes after the first attempt, then 1, 4 and 12
      *> hours - and goes Dead when the fifth attempt fails, while
      *> a 410 Gone answer kills it at once; ingests the producer
      *> spool INVGEN, PAYRECON and APPLYTRN append to, queueing one
      *> wd-NNNNN delivery for every Active subscription of the
      *> event's workspace that takes the event type, each signed
      *> with that subscription's shared secret; hands every Pending
      *> delivery, and every Failed one whose backoff has run out,
      *> to the gateway dataset and counts the attempt; and rewrites
      *> the queue with final statuses. A delivery whose
      *> subscription has since been paused or removed is held, not
      *> sent, until the workspace turns it back on. RC=4 when
      *> anything went Dead this cycle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHKSEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-IN ASSIGN TO WHQINDD
               FILE STATUS IS WHS-QIN-STATUS.
           SELECT QUEUE-OUT ASSIGN TO WHQNEWDD
               FILE STATUS IS WHS-QOUT-STATUS.
           SELECT SPOOL-IN ASSIGN TO WHESPDD
               FILE STATUS IS WHS-SPL-STATUS.
           SELECT WEBHOOK-IN ASSIGN TO WHKINDD
               FILE STATUS IS WHS-WHK-STATUS.
           SELECT FEEDBACK-IN ASSIGN TO GWFBDD
               FILE STATUS IS WHS-FB-STATUS.
           SELECT GATEWAY-OUT ASSIGN TO GWOUTDD
               FILE STATUS IS WHS-GW-STATUS.
           SELECT LOG-OUT ASSIGN TO WHLOGDD
               FILE STATUS IS WHS-LOG-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS WHS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-IN.
       01  QUEUE-IN-RECORD        PIC X(182).
       FD  QUEUE-OUT.
       01  QUEUE-OUT-RECORD       PIC X(182).
       FD  SPOOL-IN.
       01  SPOOL-IN-RECORD        PIC X(102).
       FD  WEBHOOK-IN.
       01  WEBHOOK-IN-RECORD      PIC X(178).
       FD  FEEDBACK-IN.
       01  FEEDBACK-IN-RECORD.
           05 FB-ID               PIC X(08).
           05 FILLER              PIC X(01).
           05 FB-OUTCOME          PIC X(08).
           05 FILLER              PIC X(01).
           05 FB-RESPONSE         PIC X(03).
           05 FILLER              PIC X(01).
           05 FB-ERROR            PIC X(20).
       FD  GATEWAY-OUT.
       01  GATEWAY-RECORD.
           05 GW-ID               PIC X(08).
           05 FILLER              PIC X(01).
           05 GW-URL              PIC X(60).
           05 FILLER              PIC X(01).
           05 GW-EVENT            PIC X(16).
           05 FILLER              PIC X(01).
           05 GW-SIGNATURE        PIC X(16).
           05 FILLER              PIC X(01).
           05 GW-ATTEMPT          PIC 9(01).
           05 FILLER              PIC X(01).
           05 GW-PAYLOAD          PIC X(120).
       FD  LOG-OUT.
       01  LOG-OUT-RECORD         PIC X(98).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  WHS-QIN-STATUS         PIC X(02).
       77  WHS-QOUT-STATUS        PIC X(02).
       77  WHS-SPL-STATUS         PIC X(02).
       77  WHS-WHK-STATUS         PIC X(02).
       77  WHS-FB-STATUS          PIC X(02).
       77  WHS-GW-STATUS          PIC X(02).
       77  WHS-LOG-STATUS         PIC X(02).
       77  WHS-RPT-STATUS         PIC X(02).
       77  WHS-SENT-CT            PIC 9(05) COMP VALUE ZERO.
       77  WHS-FAILED-CT          PIC 9(05) COMP VALUE ZERO.
       77  WHS-DEAD-CT            PIC 9(05) COMP VALUE ZERO.
       77  WHS-HANDED-CT          PIC 9(05) COMP VALUE ZERO.
       77  WHS-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  WHS-EVENTS-CT          PIC 9(05) COMP VALUE ZERO.
       77  WHS-QUEUED-CT          PIC 9(05) COMP VALUE ZERO.
       77  WHS-UNMATCHED-CT       PIC 9(05) COMP VALUE ZERO.
       77  WHS-FI                 PIC 9(04) COMP VALUE ZERO.
       77  WHS-HIT                PIC 9(04) COMP VALUE ZERO.
       77  WHS-WX                 PIC 9(04) COMP VALUE ZERO.
       77  WHS-SX                 PIC 9(04) COMP VALUE ZERO.
       77  WHS-SUB-HIT            PIC 9(04) COMP VALUE ZERO.
       77  WHS-EVT-MATCHES        PIC 9(04) COMP VALUE ZERO.
       77  WHS-BX                 PIC 9(02) COMP VALUE ZERO.
       77  WHS-KEY-LEN            PIC 9(02) COMP VALUE ZERO.
       77  WHS-LIST-LEN           PIC 9(02) COMP VALUE ZERO.
       77  WHS-TALLY              PIC 9(03) COMP VALUE ZERO.
       77  WHS-NEXT-ID            PIC 9(05) VALUE ZERO.
      *> Minutes from the calendar origin - the run's own clock
      *> and the backoff's due time are compared in this unit.
       77  WHS-NOW-STAMP          PIC 9(11) COMP VALUE ZERO.
       77  WHS-DUE-STAMP          PIC 9(11) COMP VALUE ZERO.
       77  WHS-MINUTES            PIC 9(05) COMP VALUE ZERO.
      *> The attempt that fails fifth goes Dead.
       77  WHS-MAX-ATTEMPTS       PIC 9(01) VALUE 5.
       01  WHS-SWITCHES.
           05 WHS-QIN-EOF-SW      PIC X(01) VALUE 'N'.
              88 WHS-QIN-EOF      VALUE 'Y'.
           05 WHS-SPL-EOF-SW      PIC X(01) VALUE 'N'.
              88 WHS-SPL-EOF      VALUE 'Y'.
           05 WHS-WHK-EOF-SW      PIC X(01) VALUE 'N'.
              88 WHS-WHK-EOF      VALUE 'Y'.
           05 WHS-FB-EOF-SW       PIC X(01) VALUE 'N'.
              88 WHS-FB-EOF       VALUE 'Y'.
       01  WHS-ID-WORK.
           05 WHS-ID-PFX          PIC X(03).
           05 WHS-ID-X            PIC X(05).
           05 WHS-ID-9 REDEFINES WHS-ID-X
                                  PIC 9(05).
      *> Backoff after each failed attempt, in minutes.
       01  WHS-BACKOFF-VALUES.
           05 FILLER              PIC X(20) VALUE
              '00015000600024000720'.
       01  WHS-BACKOFF-TABLE REDEFINES WHS-BACKOFF-VALUES.
           05 WHS-BACKOFF OCCURS 4 TIMES
                                  PIC 9(05).
       01  WHS-FB-TABLE.
           05 WHS-FB-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 WHS-FB OCCURS 5000 TIMES.
              10 WHS-F-ID         PIC X(08).
              10 WHS-F-OUTCOME    PIC X(08).
              10 WHS-F-RESPONSE   PIC X(03).
              10 WHS-F-ERROR      PIC X(20).
      *> Active subscriptions only; a delivery whose subscription
      *> is not here is held.
       01  WHS-SUB-TABLE.
           05 WHS-SUB-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 WHS-SUB OCCURS 5000 TIMES.
              10 WHS-S-RECORD     PIC X(178).
       COPY WEBHOOK-RECORD.
       COPY WHKEVT-RECORD.
       COPY WHKQ-RECORD.
       COPY WHKLOG-RECORD.
       COPY HASH-DIGEST-WS.
       COPY DATE-SERVICE-WS.
       01  WHS-RUN-DATE.
           05 WHS-RD-YYYY         PIC X(04).
           05 WHS-RD-MM           PIC X(02).
           05 WHS-RD-DD           PIC X(02).
       01  WHS-RUN-TIME.
           05 WHS-RT-HH           PIC X(02).
           05 WHS-RT-MI           PIC X(02).
           05 WHS-RT-SS           PIC X(02).
           05 WHS-RT-CC           PIC X(02).
       01  WHS-NOW-DATE           PIC X(10) VALUE SPACES.
       01  WHS-NOW-TIME           PIC X(08) VALUE SPACES.
      *> A HH:MM:SS time of day taken apart, and put back.
       01  WHS-TIME-WORK.
           05 WHS-TW-HH           PIC 9(02).
           05 FILLER              PIC X(01).
           05 WHS-TW-MI           PIC 9(02).
           05 FILLER              PIC X(01).
           05 WHS-TW-SS           PIC 9(02).
       01  WHS-TIME-X REDEFINES WHS-TIME-WORK
                                  PIC X(08).
      *> What the signature covers, in the order the endpoint
      *> rebuilds it: six 20-byte blocks, blank-padded.
       01  WHS-PAYLOAD.
           05 WHS-P-ID            PIC X(08).
           05 WHS-P-EVENT         PIC X(16).
           05 WHS-P-REF           PIC X(16).
           05 WHS-P-WORKSPACE     PIC X(12).
           05 WHS-P-DATE          PIC X(10).
           05 WHS-P-TIME          PIC X(08).
           05 WHS-P-DETAIL        PIC X(40).
           05 FILLER              PIC X(10) VALUE SPACES.
       01  WHS-PAYLOAD-BLOCKS REDEFINES WHS-PAYLOAD.
           05 WHS-P-BLOCK OCCURS 6 TIMES
                                  PIC X(20).
       01  WHS-EVT-LIST           PIC X(62) VALUE SPACES.
       01  WHS-EVT-KEY            PIC X(18) VALUE SPACES.
       01  WHS-DETAIL-LINE.
           05 WHS-DL-ID           PIC X(09).
           05 WHS-DL-SUB          PIC X(09).
           05 WHS-DL-EVENT        PIC X(17).
           05 WHS-DL-REF          PIC X(17).
           05 WHS-DL-VERDICT      PIC X(81).
       01  WHS-TOTAL-LINE.
           05 WHS-TL-LABEL        PIC X(24).
           05 WHS-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-FEEDBACK THRU 2000-EXIT
               UNTIL WHS-FB-EOF
           PERFORM 3000-WORK-DELIVERY THRU 3000-EXIT
               UNTIL WHS-QIN-EOF
           PERFORM 4000-INGEST-SPOOL THRU 4000-EXIT
               UNTIL WHS-SPL-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT QUEUE-IN SPOOL-IN WEBHOOK-IN FEEDBACK-IN
           OPEN EXTEND LOG-OUT
           OPEN OUTPUT QUEUE-OUT GATEWAY-OUT REPORT-OUT
           IF WHS-QIN-STATUS NOT = '00'
            OR WHS-QOUT-STATUS NOT = '00'
            OR WHS-SPL-STATUS NOT = '00'
            OR WHS-WHK-STATUS NOT = '00'
            OR WHS-FB-STATUS NOT = '00'
            OR WHS-GW-STATUS NOT = '00'
            OR WHS-LOG-STATUS NOT = '00'
            OR WHS-RPT-STATUS NOT = '00'
               DISPLAY 'WHKSEND: OPEN FAILED QUEUE='
                       WHS-QIN-STATUS '/' WHS-QOUT-STATUS
                       ' SPOOL=' WHS-SPL-STATUS
                       ' WEBHOOKS=' WHS-WHK-STATUS
                       ' FEEDBACK=' WHS-FB-STATUS
                       ' GATEWAY=' WHS-GW-STATUS
                       ' LOG=' WHS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-LOAD-WEBHOOK THRU 1500-EXIT
               UNTIL WHS-WHK-EOF
           CLOSE WEBHOOK-IN
           ACCEPT WHS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WHS-RUN-TIME FROM TIME
           STRING WHS-RD-YYYY '-' WHS-RD-MM '-' WHS-RD-DD
               DELIMITED BY SIZE INTO WHS-NOW-DATE
           STRING WHS-RT-HH ':' WHS-RT-MI ':' WHS-RT-SS
               DELIMITED BY SIZE INTO WHS-NOW-TIME
           MOVE WHS-NOW-DATE TO DS-DI-X
           MOVE WHS-NOW-TIME TO WHS-TIME-X
           PERFORM 8500-STAMP-OF THRU 8500-EXIT
           MOVE WHS-DUE-STAMP TO WHS-NOW-STAMP.
       1000-EXIT.
           EXIT.

       1500-LOAD-WEBHOOK.
           READ WEBHOOK-IN INTO WEBHOOK-RECORD
               AT END SET WHS-WHK-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           IF WHK-ID = SPACES
            OR NOT WHK-ACTIVE
               GO TO 1500-EXIT
           END-IF
           IF WHS-SUB-COUNT >= 5000
               DISPLAY 'WHKSEND: SUBSCRIPTION TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WHS-SUB-COUNT
           MOVE WEBHOOK-RECORD TO WHS-S-RECORD (WHS-SUB-COUNT).
       1500-EXIT.
           EXIT.

       2000-LOAD-FEEDBACK.
           READ FEEDBACK-IN
               AT END SET WHS-FB-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF FB-ID = SPACES OR FB-ID (1:2) = '*>'
               GO TO 2000-EXIT
           END-IF
           IF WHS-FB-COUNT >= 5000
               DISPLAY 'WHKSEND: FEEDBACK TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WHS-FB-COUNT
           MOVE FB-ID TO WHS-F-ID (WHS-FB-COUNT)
           MOVE FB-OUTCOME TO WHS-F-OUTCOME (WHS-FB-COUNT)
           MOVE FB-RESPONSE TO WHS-F-RESPONSE (WHS-FB-COUNT)
           MOVE FB-ERROR TO WHS-F-ERROR (WHS-FB-COUNT).
       2000-EXIT.
           EXIT.

       3000-WORK-DELIVERY.
           READ QUEUE-IN INTO WHKQ-RECORD
               AT END SET WHS-QIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           MOVE WHQ-ID TO WHS-ID-WORK
           IF WHS-ID-PFX = 'wd-' AND WHS-ID-X IS NUMERIC
            AND WHS-ID-9 > WHS-NEXT-ID
               MOVE WHS-ID-9 TO WHS-NEXT-ID
           END-IF
           PERFORM 3100-APPLY-FEEDBACK THRU 3100-EXIT
           PERFORM 3500-HAND-OFF THRU 3500-EXIT
           WRITE QUEUE-OUT-RECORD FROM WHKQ-RECORD.
       3000-EXIT.
           EXIT.

      *> Every settled attempt lands in the delivery log with the
      *> code the endpoint answered, whatever it did to the
      *> delivery's status.
       3100-APPLY-FEEDBACK.
           IF NOT WHQ-QUEUED
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO WHS-HIT
           PERFORM 3110-MATCH-FEEDBACK THRU 3110-EXIT
               VARYING WHS-FI FROM 1 BY 1
               UNTIL WHS-FI > WHS-FB-COUNT OR WHS-HIT > 0
           IF WHS-HIT = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE WHS-F-RESPONSE (WHS-HIT) TO WHQ-RESPONSE
           MOVE SPACES TO WHKLOG-RECORD
           MOVE WHS-F-ERROR (WHS-HIT) TO WHL-NOTE
           PERFORM 3900-SET-DETAIL THRU 3900-EXIT
           EVALUATE TRUE
               WHEN WHS-F-OUTCOME (WHS-HIT) = 'SENT'
                   MOVE 'Sent' TO WHQ-STATUS
                   MOVE SPACES TO WHQ-NEXT-DATE WHQ-NEXT-TIME
                   ADD 1 TO WHS-SENT-CT
                   MOVE 'sent' TO WHS-DL-VERDICT
      *> 410 Gone: the endpoint says it will never take this.
               WHEN WHS-F-RESPONSE (WHS-HIT) = '410'
                   MOVE 'Dead' TO WHQ-STATUS
                   MOVE SPACES TO WHQ-NEXT-DATE WHQ-NEXT-TIME
                   ADD 1 TO WHS-DEAD-CT
                   MOVE 'DEAD - endpoint gone (410)'
                       TO WHS-DL-VERDICT
               WHEN WHQ-ATTEMPTS >= WHS-MAX-ATTEMPTS
                   MOVE 'Dead' TO WHQ-STATUS
                   MOVE SPACES TO WHQ-NEXT-DATE WHQ-NEXT-TIME
                   ADD 1 TO WHS-DEAD-CT
                   MOVE 'DEAD - retries exhausted'
                       TO WHS-DL-VERDICT
               WHEN OTHER
                   MOVE 'Failed' TO WHQ-STATUS
                   ADD 1 TO WHS-FAILED-CT
                   PERFORM 3200-SET-BACKOFF THRU 3200-EXIT
           END-EVALUATE
           MOVE WHQ-SUB TO WHL-SUB
           MOVE WHQ-ID TO WHL-ID
           MOVE WHQ-EVENT TO WHL-EVENT
           MOVE WHQ-REF TO WHL-REF
           MOVE WHQ-ATTEMPTS TO WHL-ATTEMPT
           MOVE WHQ-SENT-DATE TO WHL-SENT-DATE
           MOVE WHQ-SENT-TIME TO WHL-SENT-TIME
           MOVE WHQ-RESPONSE TO WHL-RESPONSE
           MOVE WHQ-STATUS TO WHL-OUTCOME
           WRITE LOG-OUT-RECORD FROM WHKLOG-RECORD
           WRITE REPORT-LINE FROM WHS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3110-MATCH-FEEDBACK.
           IF WHS-F-ID (WHS-FI) = WHQ-ID
               MOVE WHS-FI TO WHS-HIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> The wait grows with each failed attempt; the next
      *> hand-off is due that many minutes after this run.
       3200-SET-BACKOFF.
           MOVE WHS-BACKOFF (WHQ-ATTEMPTS) TO WHS-MINUTES
           COMPUTE WHS-DUE-STAMP = WHS-NOW-STAMP + WHS-MINUTES
           PERFORM 8600-DATE-TIME-OF THRU 8600-EXIT
           MOVE DS-DI-X TO WHQ-NEXT-DATE
           MOVE WHS-TIME-X TO WHQ-NEXT-TIME
           MOVE SPACES TO WHS-DL-VERDICT
           STRING 'failed - retry after ' DELIMITED BY SIZE
                  WHQ-NEXT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WHQ-NEXT-TIME (1:5) DELIMITED BY SIZE
               INTO WHS-DL-VERDICT.
       3200-EXIT.
           EXIT.

      *> A Pending delivery goes out at once; a Failed one only
      *> when its backoff has run out. Either waits while its
      *> subscription is not Active.
       3500-HAND-OFF.
           IF NOT WHQ-PENDING AND NOT WHQ-FAILED
               GO TO 3500-EXIT
           END-IF
           IF WHQ-FAILED AND WHQ-NEXT-DATE NOT = SPACES
               MOVE WHQ-NEXT-DATE TO DS-DI-X
               MOVE WHQ-NEXT-TIME TO WHS-TIME-X
               PERFORM 8500-STAMP-OF THRU 8500-EXIT
               IF WHS-DUE-STAMP > WHS-NOW-STAMP
                   GO TO 3500-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WHS-SUB-HIT
           PERFORM 3510-FIND-SUBSCRIPTION THRU 3510-EXIT
               VARYING WHS-SX FROM 1 BY 1
               UNTIL WHS-SX > WHS-SUB-COUNT OR WHS-SUB-HIT > 0
           PERFORM 3900-SET-DETAIL THRU 3900-EXIT
           IF WHS-SUB-HIT = ZERO
               ADD 1 TO WHS-HELD-CT
               MOVE 'held - subscription not active'
                   TO WHS-DL-VERDICT
               WRITE REPORT-LINE FROM WHS-DETAIL-LINE
               GO TO 3500-EXIT
           END-IF
           MOVE WHS-S-RECORD (WHS-SUB-HIT) TO WEBHOOK-RECORD
           PERFORM 3700-BUILD-PAYLOAD THRU 3700-EXIT
           ADD 1 TO WHQ-ATTEMPTS
           MOVE SPACES TO GATEWAY-RECORD
           MOVE WHQ-ID TO GW-ID
           MOVE WHK-URL TO GW-URL
           MOVE WHQ-EVENT TO GW-EVENT
           MOVE WHQ-SIGNATURE TO GW-SIGNATURE
           MOVE WHQ-ATTEMPTS TO GW-ATTEMPT
           MOVE WHS-PAYLOAD TO GW-PAYLOAD
           WRITE GATEWAY-RECORD
           MOVE 'Queued' TO WHQ-STATUS
           MOVE WHS-NOW-DATE TO WHQ-SENT-DATE
           MOVE WHS-NOW-TIME TO WHQ-SENT-TIME
           MOVE SPACES TO WHQ-RESPONSE
           ADD 1 TO WHS-HANDED-CT
           MOVE 'handed to gateway' TO WHS-DL-VERDICT
           WRITE REPORT-LINE FROM WHS-DETAIL-LINE.
       3500-EXIT.
           EXIT.

       3510-FIND-SUBSCRIPTION.
           MOVE WHS-S-RECORD (WHS-SX) TO WEBHOOK-RECORD
           IF WHK-ID = WHQ-SUB AND WHK-ACTIVE
               MOVE WHS-SX TO WHS-SUB-HIT
           END-IF.
       3510-EXIT.
           EXIT.

       3700-BUILD-PAYLOAD.
           MOVE SPACES TO WHS-PAYLOAD
           MOVE WHQ-ID TO WHS-P-ID
           MOVE WHQ-EVENT TO WHS-P-EVENT
           MOVE WHQ-REF TO WHS-P-REF
           MOVE WHQ-WORKSPACE TO WHS-P-WORKSPACE
           MOVE WHQ-DATE TO WHS-P-DATE
           MOVE WHQ-TIME TO WHS-P-TIME
           MOVE WHQ-DETAIL TO WHS-P-DETAIL.
       3700-EXIT.
           EXIT.

      *> The signature is a chained digest: the shared secret is
      *> digested under its own first sixteen bytes, then each
      *> 20-byte payload block in turn is digested with the
      *> previous result as the salt. The endpoint repeats the
      *> chain with its copy of the secret; any changed byte of
      *> the payload, or the wrong secret, gives another value.
       3800-SIGN-DELIVERY.
           PERFORM 3700-BUILD-PAYLOAD THRU 3700-EXIT
           MOVE WHK-SECRET (1:16) TO HD-SALT
           MOVE WHK-SECRET TO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           PERFORM 3810-SIGN-BLOCK THRU 3810-EXIT
               VARYING WHS-BX FROM 1 BY 1 UNTIL WHS-BX > 6
           MOVE HD-HASH-OUT TO WHQ-SIGNATURE.
       3800-EXIT.
           EXIT.

       3810-SIGN-BLOCK.
           MOVE HD-HASH-OUT TO HD-SALT
           MOVE WHS-P-BLOCK (WHS-BX) TO HD-SECRET
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT.
       3810-EXIT.
           EXIT.

       3900-SET-DETAIL.
           MOVE SPACES TO WHS-DETAIL-LINE
           MOVE WHQ-ID TO WHS-DL-ID
           MOVE WHQ-SUB TO WHS-DL-SUB
           MOVE WHQ-EVENT TO WHS-DL-EVENT
           MOVE WHQ-REF TO WHS-DL-REF.
       3900-EXIT.
           EXIT.

      *> One spool row fans out to every Active subscription of
      *> its workspace that takes the event type. An event nobody
      *> subscribed to is counted and dropped.
       4000-INGEST-SPOOL.
           READ SPOOL-IN INTO WHKEVT-RECORD
               AT END SET WHS-SPL-EOF TO TRUE
               GO TO 4000-EXIT
           END-READ
           IF WHE-EVENT = SPACES
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WHS-EVENTS-CT
           MOVE SPACES TO WHS-EVT-KEY
           MOVE 1 TO WHS-KEY-LEN
           STRING ',' DELIMITED BY SIZE
                  WHE-EVENT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
               INTO WHS-EVT-KEY WITH POINTER WHS-KEY-LEN
           SUBTRACT 1 FROM WHS-KEY-LEN
           MOVE ZERO TO WHS-EVT-MATCHES
           PERFORM 4100-MATCH-SUBSCRIPTION THRU 4100-EXIT
               VARYING WHS-WX FROM 1 BY 1
               UNTIL WHS-WX > WHS-SUB-COUNT
           IF WHS-EVT-MATCHES = ZERO
               ADD 1 TO WHS-UNMATCHED-CT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-MATCH-SUBSCRIPTION.
           MOVE WHS-S-RECORD (WHS-WX) TO WEBHOOK-RECORD
           IF NOT WHK-ACTIVE OR WHK-WORKSPACE NOT = WHE-WORKSPACE
               GO TO 4100-EXIT
           END-IF
           IF WHK-EVENTS NOT = '*'
               MOVE SPACES TO WHS-EVT-LIST
               MOVE 1 TO WHS-LIST-LEN
               STRING ',' DELIMITED BY SIZE
                      WHK-EVENTS DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                   INTO WHS-EVT-LIST WITH POINTER WHS-LIST-LEN
               MOVE ZERO TO WHS-TALLY
               INSPECT WHS-EVT-LIST TALLYING WHS-TALLY
                   FOR ALL WHS-EVT-KEY (1:WHS-KEY-LEN)
               IF WHS-TALLY = ZERO
                   GO TO 4100-EXIT
               END-IF
           END-IF
           ADD 1 TO WHS-EVT-MATCHES
           PERFORM 4200-QUEUE-DELIVERY THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *> New deliveries enter Pending, signed, and go straight to
      *> the gateway in the same cycle.
       4200-QUEUE-DELIVERY.
           ADD 1 TO WHS-QUEUED-CT
           ADD 1 TO WHS-NEXT-ID
           MOVE SPACES TO WHKQ-RECORD
           MOVE 'wd-' TO WHS-ID-PFX
           MOVE WHS-NEXT-ID TO WHS-ID-9
           MOVE WHS-ID-WORK TO WHQ-ID
           MOVE WHK-ID TO WHQ-SUB
           MOVE WHE-WORKSPACE TO WHQ-WORKSPACE
           MOVE WHE-EVENT TO WHQ-EVENT
           MOVE WHE-REF TO WHQ-REF
           MOVE WHE-DETAIL TO WHQ-DETAIL
           MOVE WHE-DATE TO WHQ-DATE
           MOVE WHE-TIME TO WHQ-TIME
           MOVE 'Pending' TO WHQ-STATUS
           MOVE ZERO TO WHQ-ATTEMPTS
           PERFORM 3800-SIGN-DELIVERY THRU 3800-EXIT
           PERFORM 3500-HAND-OFF THRU 3500-EXIT
           WRITE QUEUE-OUT-RECORD FROM WHKQ-RECORD.
       4200-EXIT.
           EXIT.

      *> DS-DI-X and WHS-TIME-X -> WHS-DUE-STAMP, in minutes.
       8500-STAMP-OF.
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF WHS-TW-HH IS NOT NUMERIC
            OR WHS-TW-MI IS NOT NUMERIC
               MOVE ZERO TO WHS-TW-HH WHS-TW-MI
           END-IF
           COMPUTE WHS-DUE-STAMP = (DS-SERIAL * 1440)
               + (WHS-TW-HH * 60) + WHS-TW-MI.
       8500-EXIT.
           EXIT.

      *> WHS-DUE-STAMP -> DS-DI-X and WHS-TIME-X.
       8600-DATE-TIME-OF.
           COMPUTE DS-SERIAL = WHS-DUE-STAMP / 1440
           COMPUTE WHS-MINUTES =
               WHS-DUE-STAMP - (DS-SERIAL * 1440)
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           COMPUTE WHS-TW-HH = WHS-MINUTES / 60
           COMPUTE WHS-TW-MI = WHS-MINUTES - (WHS-TW-HH * 60)
           MOVE ZERO TO WHS-TW-SS
           MOVE ':' TO WHS-TIME-X (3:1) WHS-TIME-X (6:1).
       8600-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EVENTS READ' TO WHS-TL-LABEL
           MOVE WHS-EVENTS-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'EVENTS WITH NO TAKER' TO WHS-TL-LABEL
           MOVE WHS-UNMATCHED-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'DELIVERIES QUEUED' TO WHS-TL-LABEL
           MOVE WHS-QUEUED-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'HANDED TO GATEWAY' TO WHS-TL-LABEL
           MOVE WHS-HANDED-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'SENT' TO WHS-TL-LABEL
           MOVE WHS-SENT-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'FAILED (BACKING OFF)' TO WHS-TL-LABEL
           MOVE WHS-FAILED-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'DEAD' TO WHS-TL-LABEL
           MOVE WHS-DEAD-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           MOVE 'HELD (NOT ACTIVE)' TO WHS-TL-LABEL
           MOVE WHS-HELD-CT TO WHS-TL-COUNT
           WRITE REPORT-LINE FROM WHS-TOTAL-LINE
           CLOSE QUEUE-IN QUEUE-OUT SPOOL-IN FEEDBACK-IN
                 GATEWAY-OUT LOG-OUT REPORT-OUT
           IF WHS-DEAD-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'WHKSEND: ' WHS-EVENTS-CT ' EVENTS, '
                   WHS-QUEUED-CT ' QUEUED, ' WHS-HANDED-CT
                   ' HANDED, ' WHS-SENT-CT ' SENT, '
                   WHS-DEAD-CT ' DEAD'.
       9000-EXIT.
           EXIT.

       COPY HASH-DIGEST.
       COPY DATE-SERVICE.
