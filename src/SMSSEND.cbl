      *> SMSSEND.cbl
      *> Outbound SMS queue drainer, run on the EMAILER pattern.
      *> Each cycle it: applies the gateway's feedback from the
      *> previous hand-off (msg id + SENT, FAILED with a reason -
      *> a FAILED message retries until its third attempt, then
      *> goes Dead - or UNDELIV, a number the carrier cannot
      *> reach, which goes Dead at once and lands the number on
      *> SMSSUP-FILE); ingests the producer spool NOTIFGEN
      *> appends to, assigning the next s-NNNN ids, refusing rows
      *> addressed to a suppressed number and cutting any text
      *> past the 160-character single-message limit to 157 plus
      *> '...'; hands every Pending or retry-eligible Failed
      *> message to the gateway dataset and counts the attempt;
      *> and rewrites the queue with final statuses. Between
      *> 22:00 and 07:00 by the run clock only the urgent classes
      *> (error, security, incident) are handed off - anything
      *> else keeps its Pending or Failed status and goes out on
      *> the first run after quiet hours. RC=4 when anything went
      *> Dead this cycle. SMSSUP-FILE only grows, so only the
      *> numbers the spool addresses this cycle are held, each
      *> marked when a suppression row names it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSSEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-IN ASSIGN TO SMSQDD
               FILE STATUS IS SMS-QIN-STATUS.
           SELECT QUEUE-OUT ASSIGN TO SMSQNEW
               FILE STATUS IS SMS-QOUT-STATUS.
           SELECT SPOOL-IN ASSIGN TO SMSSPDD
               FILE STATUS IS SMS-SPL-STATUS.
           SELECT FEEDBACK-IN ASSIGN TO GWFBDD
               FILE STATUS IS SMS-FB-STATUS.
           SELECT GATEWAY-OUT ASSIGN TO GWOUTDD
               FILE STATUS IS SMS-GW-STATUS.
           SELECT SUPPRESS-IN ASSIGN TO SSPINDD
               FILE STATUS IS SMS-SUPIN-STATUS.
           SELECT SUPPRESS-OUT ASSIGN TO SSPOUTDD
               FILE STATUS IS SMS-SUPOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS SMS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-IN.
       01  QUEUE-IN-RECORD        PIC X(268).
       FD  QUEUE-OUT.
       01  QUEUE-OUT-RECORD       PIC X(268).
       FD  SPOOL-IN.
       01  SPOOL-IN-RECORD        PIC X(270).
       FD  FEEDBACK-IN.
       01  FEEDBACK-IN-RECORD.
           05 FB-ID               PIC X(06).
           05 FILLER              PIC X(01).
           05 FB-OUTCOME          PIC X(08).
           05 FILLER              PIC X(01).
           05 FB-ERROR            PIC X(20).
           05 FILLER              PIC X(04).
       FD  GATEWAY-OUT.
       01  GATEWAY-RECORD.
           05 GW-ID               PIC X(06).
           05 FILLER              PIC X(01).
           05 GW-TO               PIC X(16).
           05 FILLER              PIC X(01).
           05 GW-CLASS            PIC X(16).
           05 FILLER              PIC X(01).
           05 GW-REF              PIC X(20).
           05 FILLER              PIC X(01).
           05 GW-TEXT             PIC X(160).
       FD  SUPPRESS-IN.
       01  SUPPRESS-IN-RECORD     PIC X(46).
       FD  SUPPRESS-OUT.
       01  SUPPRESS-OUT-RECORD    PIC X(46).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  SMS-QIN-STATUS         PIC X(02).
       77  SMS-QOUT-STATUS        PIC X(02).
       77  SMS-SPL-STATUS         PIC X(02).
       77  SMS-FB-STATUS          PIC X(02).
       77  SMS-GW-STATUS          PIC X(02).
       77  SMS-SUPIN-STATUS       PIC X(02).
       77  SMS-SUPOUT-STATUS      PIC X(02).
       77  SMS-RPT-STATUS         PIC X(02).
       77  SMS-SENT-CT            PIC 9(05) COMP VALUE ZERO.
       77  SMS-FAILED-CT          PIC 9(05) COMP VALUE ZERO.
       77  SMS-DEAD-CT            PIC 9(05) COMP VALUE ZERO.
       77  SMS-HANDED-CT          PIC 9(05) COMP VALUE ZERO.
       77  SMS-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  SMS-INGESTED-CT        PIC 9(05) COMP VALUE ZERO.
       77  SMS-TRUNC-CT           PIC 9(05) COMP VALUE ZERO.
       77  SMS-DEPTH-CT           PIC 9(05) COMP VALUE ZERO.
       77  SMS-SUPPRESSED-CT      PIC 9(05) COMP VALUE ZERO.
       77  SMS-UNDELIV-CT         PIC 9(05) COMP VALUE ZERO.
       77  SMS-FI                 PIC 9(03) COMP VALUE ZERO.
       77  SMS-HIT                PIC 9(03) COMP VALUE ZERO.
       77  SMS-SUP-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  SMS-SX                 PIC 9(04) COMP VALUE ZERO.
       77  SMS-SUP-HIT            PIC 9(04) COMP VALUE ZERO.
       77  SMS-NEXT-ID            PIC 9(04) VALUE ZERO.
       77  SMS-LOOK-PHONE         PIC X(16) VALUE SPACES.
       77  SMS-MAX-ATTEMPTS       PIC 9(01) VALUE 3.
      *> Quiet hours by the run clock, HHMM. A start later than
      *> the end wraps midnight.
       77  SMS-QUIET-START        PIC X(04) VALUE '2200'.
       77  SMS-QUIET-END          PIC X(04) VALUE '0700'.
       01  SMS-SWITCHES.
           05 SMS-QIN-EOF-SW      PIC X(01) VALUE 'N'.
              88 SMS-QIN-EOF      VALUE 'Y'.
           05 SMS-SPL-EOF-SW      PIC X(01) VALUE 'N'.
              88 SMS-SPL-EOF      VALUE 'Y'.
           05 SMS-FB-EOF-SW       PIC X(01) VALUE 'N'.
              88 SMS-FB-EOF       VALUE 'Y'.
           05 SMS-SUPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SMS-SUPIN-EOF    VALUE 'Y'.
           05 SMS-QUIET-SW        PIC X(01) VALUE 'N'.
              88 SMS-QUIET        VALUE 'Y'.
       01  SMS-ID-WORK.
           05 SMS-ID-PFX          PIC X(02).
           05 SMS-ID-X            PIC X(04).
           05 SMS-ID-9 REDEFINES SMS-ID-X
                                  PIC 9(04).
       01  SMS-FB-TABLE.
           05 SMS-FB-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 SMS-FB OCCURS 100 TIMES.
              10 SMS-F-ID         PIC X(06).
              10 SMS-F-OUTCOME    PIC X(08).
              10 SMS-F-ERROR      PIC X(20).
       COPY SMSQ-RECORD.
       COPY SMSSPOOL-RECORD.
       COPY SMSSUP-RECORD.
       01  SMS-SUP-TABLE.
           05 SMS-SUP OCCURS 5000 TIMES.
              10 SMS-S-PHONE      PIC X(16).
              10 SMS-S-SUPPRESSED-SW
                                  PIC X(01).
                 88 SMS-S-SUPPRESSED VALUE 'Y'.
       01  SMS-RUN-DATE.
           05 SMS-RD-YYYY         PIC X(04).
           05 SMS-RD-MM           PIC X(02).
           05 SMS-RD-DD           PIC X(02).
       01  SMS-RUN-TIME.
           05 SMS-RT-HHMM         PIC X(04).
           05 FILLER              PIC X(04).
       01  SMS-DETAIL-LINE.
           05 SMS-DL-ID           PIC X(07).
           05 SMS-DL-CLASS        PIC X(17).
           05 SMS-DL-TO           PIC X(17).
           05 SMS-DL-VERDICT      PIC X(92).
       01  SMS-TOTAL-LINE.
           05 SMS-TL-LABEL        PIC X(20).
           05 SMS-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-FEEDBACK THRU 2000-EXIT
               UNTIL SMS-FB-EOF
           PERFORM 3000-WORK-MESSAGE THRU 3000-EXIT
               UNTIL SMS-QIN-EOF
           PERFORM 4000-INGEST-SPOOL THRU 4000-EXIT
               UNTIL SMS-SPL-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT QUEUE-IN SPOOL-IN FEEDBACK-IN SUPPRESS-IN
           OPEN EXTEND SUPPRESS-OUT
           OPEN OUTPUT QUEUE-OUT GATEWAY-OUT REPORT-OUT
           IF SMS-QIN-STATUS NOT = '00'
            OR SMS-QOUT-STATUS NOT = '00'
            OR SMS-SPL-STATUS NOT = '00'
            OR SMS-FB-STATUS NOT = '00'
            OR SMS-GW-STATUS NOT = '00'
            OR SMS-SUPIN-STATUS NOT = '00'
            OR SMS-SUPOUT-STATUS NOT = '00'
            OR SMS-RPT-STATUS NOT = '00'
               DISPLAY 'SMSSEND: OPEN FAILED QUEUE='
                       SMS-QIN-STATUS '/' SMS-QOUT-STATUS
                       ' SPOOL=' SMS-SPL-STATUS
                       ' FEEDBACK=' SMS-FB-STATUS
                       ' GATEWAY=' SMS-GW-STATUS
                       ' SUPPRESS=' SMS-SUPIN-STATUS
                       '/' SMS-SUPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-NOTE-NUMBER THRU 1500-EXIT
               UNTIL SMS-SPL-EOF
           CLOSE SPOOL-IN
           OPEN INPUT SPOOL-IN
           IF SMS-SPL-STATUS NOT = '00'
               DISPLAY 'SMSSEND: SPOOL REOPEN FAILED, STATUS='
                       SMS-SPL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SMS-SPL-EOF-SW
           PERFORM 1600-LOAD-SUPPRESS THRU 1600-EXIT
               UNTIL SMS-SUPIN-EOF
           CLOSE SUPPRESS-IN
           ACCEPT SMS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SMS-RUN-TIME FROM TIME
           IF SMS-QUIET-START > SMS-QUIET-END
               IF SMS-RT-HHMM NOT < SMS-QUIET-START
                OR SMS-RT-HHMM < SMS-QUIET-END
                   SET SMS-QUIET TO TRUE
               END-IF
           ELSE
               IF SMS-RT-HHMM NOT < SMS-QUIET-START
                AND SMS-RT-HHMM < SMS-QUIET-END
                   SET SMS-QUIET TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> First pass over the spool: one slot per number it
      *> addresses.
       1500-NOTE-NUMBER.
           READ SPOOL-IN INTO SMSSPOOL-RECORD
               AT END SET SMS-SPL-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           IF SMP-TO = SPACES
               GO TO 1500-EXIT
           END-IF
           MOVE SMP-TO TO SMS-LOOK-PHONE
           PERFORM 4050-FIND-NUMBER THRU 4050-EXIT
           IF SMS-SUP-HIT > 0
               GO TO 1500-EXIT
           END-IF
           IF SMS-SUP-COUNT >= 5000
               DISPLAY 'SMSSEND: SPOOL NUMBER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SMS-SUP-COUNT
           MOVE SMP-TO TO SMS-S-PHONE (SMS-SUP-COUNT)
           MOVE 'N' TO SMS-S-SUPPRESSED-SW (SMS-SUP-COUNT).
       1500-EXIT.
           EXIT.

       1600-LOAD-SUPPRESS.
           READ SUPPRESS-IN INTO SMSSUP-RECORD
               AT END SET SMS-SUPIN-EOF TO TRUE
               GO TO 1600-EXIT
           END-READ
           MOVE SSP-PHONE TO SMS-LOOK-PHONE
           PERFORM 4050-FIND-NUMBER THRU 4050-EXIT
           IF SMS-SUP-HIT > 0
               SET SMS-S-SUPPRESSED (SMS-SUP-HIT) TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

       2000-LOAD-FEEDBACK.
           READ FEEDBACK-IN
               AT END SET SMS-FB-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF FB-ID = SPACES OR FB-ID (1:2) = '*>'
               GO TO 2000-EXIT
           END-IF
           IF SMS-FB-COUNT >= 100
               DISPLAY 'SMSSEND: FEEDBACK TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SMS-FB-COUNT
           MOVE FB-ID TO SMS-F-ID (SMS-FB-COUNT)
           MOVE FB-OUTCOME TO SMS-F-OUTCOME (SMS-FB-COUNT)
           MOVE FB-ERROR TO SMS-F-ERROR (SMS-FB-COUNT).
       2000-EXIT.
           EXIT.

       3000-WORK-MESSAGE.
           READ QUEUE-IN INTO SMSQ-RECORD
               AT END SET SMS-QIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           MOVE SMQ-ID TO SMS-ID-WORK
           IF SMS-ID-PFX = 's-' AND SMS-ID-X IS NUMERIC
            AND SMS-ID-9 > SMS-NEXT-ID
               MOVE SMS-ID-9 TO SMS-NEXT-ID
           END-IF
           PERFORM 3100-APPLY-FEEDBACK THRU 3100-EXIT
           PERFORM 3500-HAND-OFF THRU 3500-EXIT
           PERFORM 6000-COUNT-STATE THRU 6000-EXIT
           WRITE QUEUE-OUT-RECORD FROM SMSQ-RECORD.
       3000-EXIT.
           EXIT.

       3100-APPLY-FEEDBACK.
           IF NOT SMQ-QUEUED
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO SMS-HIT
           PERFORM 3110-MATCH-FEEDBACK THRU 3110-EXIT
               VARYING SMS-FI FROM 1 BY 1
               UNTIL SMS-FI > SMS-FB-COUNT OR SMS-HIT > 0
           IF SMS-HIT = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE SMQ-ID TO SMS-DL-ID
           MOVE SMQ-CLASS TO SMS-DL-CLASS
           MOVE SMQ-TO TO SMS-DL-TO
           IF SMS-F-OUTCOME (SMS-HIT) = 'SENT'
               MOVE 'Sent' TO SMQ-STATUS
               MOVE SPACES TO SMQ-ERROR
               ADD 1 TO SMS-SENT-CT
               MOVE 'sent' TO SMS-DL-VERDICT
           ELSE
           IF SMS-F-OUTCOME (SMS-HIT) = 'UNDELIV'
      *> An unreachable number never retries: the message dies
      *> and the number goes on the suppression list so the next
      *> run refuses new messages to it at ingest.
               MOVE SMS-F-ERROR (SMS-HIT) TO SMQ-ERROR
               MOVE 'Dead' TO SMQ-STATUS
               ADD 1 TO SMS-DEAD-CT
               ADD 1 TO SMS-UNDELIV-CT
               MOVE 'DEAD - number undeliverable, suppressed'
                   TO SMS-DL-VERDICT
               PERFORM 3200-SUPPRESS-NUMBER THRU 3200-EXIT
           ELSE
               MOVE SMS-F-ERROR (SMS-HIT) TO SMQ-ERROR
               IF SMQ-ATTEMPTS >= SMS-MAX-ATTEMPTS
                   MOVE 'Dead' TO SMQ-STATUS
                   ADD 1 TO SMS-DEAD-CT
                   MOVE 'DEAD - retries exhausted'
                       TO SMS-DL-VERDICT
               ELSE
                   MOVE 'Failed' TO SMQ-STATUS
                   ADD 1 TO SMS-FAILED-CT
                   MOVE 'failed - will retry' TO SMS-DL-VERDICT
               END-IF
           END-IF
           END-IF
           WRITE REPORT-LINE FROM SMS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3110-MATCH-FEEDBACK.
           IF SMS-F-ID (SMS-FI) = SMQ-ID
               MOVE SMS-FI TO SMS-HIT
           END-IF.
       3110-EXIT.
           EXIT.

       3200-SUPPRESS-NUMBER.
           MOVE SPACES TO SMSSUP-RECORD
           MOVE SMQ-TO TO SSP-PHONE
           STRING SMS-RD-YYYY '-' SMS-RD-MM '-' SMS-RD-DD
               DELIMITED BY SIZE INTO SSP-DATE
           MOVE 'undeliverable' TO SSP-REASON
           WRITE SUPPRESS-OUT-RECORD FROM SMSSUP-RECORD
           MOVE SMQ-TO TO SMS-LOOK-PHONE
           PERFORM 4050-FIND-NUMBER THRU 4050-EXIT
           IF SMS-SUP-HIT > 0
               SET SMS-S-SUPPRESSED (SMS-SUP-HIT) TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *> Quiet hours hold everything but the urgent classes; a
      *> held message keeps its status and attempt count.
       3500-HAND-OFF.
           IF NOT SMQ-PENDING AND NOT SMQ-FAILED
               GO TO 3500-EXIT
           END-IF
           MOVE SMQ-ID TO SMS-DL-ID
           MOVE SMQ-CLASS TO SMS-DL-CLASS
           MOVE SMQ-TO TO SMS-DL-TO
           IF SMS-QUIET AND NOT SMQ-URGENT
               ADD 1 TO SMS-HELD-CT
               MOVE 'held - quiet hours' TO SMS-DL-VERDICT
               WRITE REPORT-LINE FROM SMS-DETAIL-LINE
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO GATEWAY-RECORD
           MOVE SMQ-ID TO GW-ID
           MOVE SMQ-TO TO GW-TO
           MOVE SMQ-CLASS TO GW-CLASS
           MOVE SMQ-REF TO GW-REF
           MOVE SMQ-TEXT TO GW-TEXT
           WRITE GATEWAY-RECORD
           ADD 1 TO SMQ-ATTEMPTS
           MOVE 'Queued' TO SMQ-STATUS
           ADD 1 TO SMS-HANDED-CT
           MOVE 'handed to gateway' TO SMS-DL-VERDICT
           WRITE REPORT-LINE FROM SMS-DETAIL-LINE.
       3500-EXIT.
           EXIT.

      *> New spool rows enter Pending and go straight to the
      *> gateway in the same cycle unless quiet hours hold them.
      *> A suppressed number never enters the queue.
       4000-INGEST-SPOOL.
           READ SPOOL-IN INTO SMSSPOOL-RECORD
               AT END SET SMS-SPL-EOF TO TRUE
               GO TO 4000-EXIT
           END-READ
           IF SMP-TO = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE SMP-TO TO SMS-LOOK-PHONE
           PERFORM 4050-FIND-NUMBER THRU 4050-EXIT
           IF SMS-SUP-HIT > 0
            AND SMS-S-SUPPRESSED (SMS-SUP-HIT)
               ADD 1 TO SMS-SUPPRESSED-CT
               MOVE SPACES TO SMS-DL-ID
               MOVE SMP-CLASS TO SMS-DL-CLASS
               MOVE SMP-TO TO SMS-DL-TO
               MOVE 'REFUSED - number suppressed'
                   TO SMS-DL-VERDICT
               WRITE REPORT-LINE FROM SMS-DETAIL-LINE
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO SMS-INGESTED-CT
           ADD 1 TO SMS-NEXT-ID
           MOVE SPACES TO SMSQ-RECORD
           MOVE 's-' TO SMS-ID-PFX
           MOVE SMS-NEXT-ID TO SMS-ID-9
           MOVE SMS-ID-WORK TO SMQ-ID
           MOVE SMP-DATE TO SMQ-DATE
           MOVE SMP-TIME TO SMQ-TIME
           MOVE SMP-TO TO SMQ-TO
           MOVE SMP-CLASS TO SMQ-CLASS
           MOVE SMP-REF TO SMQ-REF
      *> One message, one segment: text past 160 characters is
      *> cut and marked rather than split across messages.
           IF SMP-TEXT (161:40) = SPACES
               MOVE SMP-TEXT TO SMQ-TEXT
           ELSE
               MOVE SMP-TEXT (1:157) TO SMQ-TEXT
               MOVE '...' TO SMQ-TEXT (158:3)
               ADD 1 TO SMS-TRUNC-CT
           END-IF
           MOVE 'Pending' TO SMQ-STATUS
           MOVE ZERO TO SMQ-ATTEMPTS
           MOVE SPACES TO SMQ-ERROR
           PERFORM 3500-HAND-OFF THRU 3500-EXIT
           PERFORM 6000-COUNT-STATE THRU 6000-EXIT
           WRITE QUEUE-OUT-RECORD FROM SMSQ-RECORD.
       4000-EXIT.
           EXIT.

       4050-FIND-NUMBER.
           MOVE ZERO TO SMS-SUP-HIT
           PERFORM 4100-MATCH-SUPPRESS THRU 4100-EXIT
               VARYING SMS-SX FROM 1 BY 1
               UNTIL SMS-SX > SMS-SUP-COUNT OR SMS-SUP-HIT > 0.
       4050-EXIT.
           EXIT.

       4100-MATCH-SUPPRESS.
           IF SMS-S-PHONE (SMS-SX) = SMS-LOOK-PHONE
               MOVE SMS-SX TO SMS-SUP-HIT
           END-IF.
       4100-EXIT.
           EXIT.

       6000-COUNT-STATE.
           IF SMQ-QUEUED OR SMQ-PENDING OR SMQ-FAILED
               ADD 1 TO SMS-DEPTH-CT
           END-IF.
       6000-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'INGESTED' TO SMS-TL-LABEL
           MOVE SMS-INGESTED-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'TEXT TRUNCATED' TO SMS-TL-LABEL
           MOVE SMS-TRUNC-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'HANDED TO GATEWAY' TO SMS-TL-LABEL
           MOVE SMS-HANDED-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'HELD - QUIET HOURS' TO SMS-TL-LABEL
           MOVE SMS-HELD-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'SENT' TO SMS-TL-LABEL
           MOVE SMS-SENT-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'FAILED (RETRYING)' TO SMS-TL-LABEL
           MOVE SMS-FAILED-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'DEAD' TO SMS-TL-LABEL
           MOVE SMS-DEAD-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'QUEUE DEPTH' TO SMS-TL-LABEL
           MOVE SMS-DEPTH-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'UNDELIVERABLE' TO SMS-TL-LABEL
           MOVE SMS-UNDELIV-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           MOVE 'SUPPRESSED AT INGEST' TO SMS-TL-LABEL
           MOVE SMS-SUPPRESSED-CT TO SMS-TL-COUNT
           WRITE REPORT-LINE FROM SMS-TOTAL-LINE
           CLOSE QUEUE-IN QUEUE-OUT SPOOL-IN FEEDBACK-IN
                 GATEWAY-OUT SUPPRESS-OUT REPORT-OUT
           IF SMS-DEAD-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'SMSSEND: ' SMS-INGESTED-CT ' INGESTED, '
                   SMS-HANDED-CT ' HANDED, ' SMS-HELD-CT
                   ' HELD, ' SMS-SENT-CT ' SENT, '
                   SMS-DEAD-CT ' DEAD'.
       9000-EXIT.
           EXIT.
