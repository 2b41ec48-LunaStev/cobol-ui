      *> TKTMAIL.cbl
      *> Inbound mail to tickets. Customer replies to our ticket
      *> mail, and fresh requests sent straight to the support
      *> address, arrive on the inbound mailbox drop instead of
      *> sitting in a shared inbox. Each drop row is filed once:
      *> a subject that carries the id of a ticket on file
      *> (t-NNNNNN anywhere in it, as our outbound subjects do)
      *> appends an 'in' row to that ticket's thread, and a reply
      *> to a Closed ticket reopens it - with a ticket event for
      *> the SLA clocks and a ticket.status webhook, the same as a
      *> status posting. Anything else opens a new Open ticket
      *> from the sender, subject and body, left unassigned for
      *> TKTROUTE and stamped with the sender's workspace when the
      *> address belongs to a user. Attachment names are filed in
      *> the attachment store index against the ticket, and a
      *> ticket with no TKT-ATTACH yet takes the first one.
      *> A reply quoting a ticket that was merged into another
      *> threads onto the parent the duplicate was folded into.
      *> Auto-replies (an Auto-Submitted header, an out-of-office
      *> or bounce subject, a mailer-daemon style sender) and
      *> senders on the mail suppression list are dropped and
      *> reported, so an autoresponder cannot open ticket after
      *> ticket. The rewritten ticket master lands beside the
      *> live one and the JCL promotes it and empties the drop.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTMAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INMAIL-IN ASSIGN TO INMLDD
               FILE STATUS IS TML-IML-STATUS.
           SELECT TICKET-IN ASSIGN TO TKTINDD
               FILE STATUS IS TML-TKTIN-STATUS.
           SELECT TICKET-OUT ASSIGN TO TKTNEWDD
               FILE STATUS IS TML-TKTOUT-STATUS.
           SELECT TKTMSG-IN ASSIGN TO TKMINDD
               FILE STATUS IS TML-TKMIN-STATUS.
           SELECT TKTMSG-OUT ASSIGN TO TKMOUTDD
               FILE STATUS IS TML-TKMOUT-STATUS.
           SELECT SUPPRESS-IN ASSIGN TO SUPINDD
               FILE STATUS IS TML-SUP-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS TML-USR-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS TML-MBR-STATUS.
           SELECT TKTEVENT-OUT ASSIGN TO TKEOUTDD
               FILE STATUS IS TML-TKE-STATUS.
           SELECT WHKEVT-OUT ASSIGN TO WHESPDD
               FILE STATUS IS TML-WHE-STATUS.
           SELECT ATTACH-OUT ASSIGN TO ATTOUTDD
               FILE STATUS IS TML-ATT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS TML-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INMAIL-IN.
       01  INMAIL-IN-RECORD       PIC X(344).
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD      PIC X(246).
       FD  TKTMSG-IN.
       01  TKTMSG-IN-RECORD       PIC X(143).
       FD  TKTMSG-OUT.
       01  TKTMSG-OUT-RECORD      PIC X(143).
       FD  SUPPRESS-IN.
       01  SUPPRESS-IN-RECORD     PIC X(70).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  TKTEVENT-OUT.
       01  TKTEVENT-OUT-RECORD    PIC X(84).
       FD  WHKEVT-OUT.
       01  WHKEVT-OUT-RECORD      PIC X(102).
       FD  ATTACH-OUT.
       01  ATTACH-OUT-RECORD      PIC X(76).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  TML-IML-STATUS         PIC X(02).
       77  TML-TKTIN-STATUS       PIC X(02).
       77  TML-TKTOUT-STATUS      PIC X(02).
       77  TML-TKMIN-STATUS       PIC X(02).
       77  TML-TKMOUT-STATUS      PIC X(02).
       77  TML-SUP-STATUS         PIC X(02).
       77  TML-USR-STATUS         PIC X(02).
       77  TML-MBR-STATUS         PIC X(02).
       77  TML-TKE-STATUS         PIC X(02).
       77  TML-WHE-STATUS         PIC X(02).
       77  TML-ATT-STATUS         PIC X(02).
       77  TML-RPT-STATUS         PIC X(02).
       77  TML-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  TML-THREADED-CT        PIC 9(05) COMP VALUE ZERO.
       77  TML-REOPENED-CT        PIC 9(05) COMP VALUE ZERO.
       77  TML-OPENED-CT          PIC 9(05) COMP VALUE ZERO.
       77  TML-ATTACH-CT          PIC 9(05) COMP VALUE ZERO.
       77  TML-AUTO-CT            PIC 9(05) COMP VALUE ZERO.
       77  TML-SUPPRESSED-CT      PIC 9(05) COMP VALUE ZERO.
       77  TML-OTHER-CT           PIC 9(05) COMP VALUE ZERO.
       77  TML-NOWS-CT            PIC 9(05) COMP VALUE ZERO.
       77  TML-TKT-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  TML-TI                 PIC 9(04) COMP VALUE ZERO.
       77  TML-TKT-HIT            PIC 9(04) COMP VALUE ZERO.
       77  TML-SUP-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  TML-SX                 PIC 9(04) COMP VALUE ZERO.
       77  TML-SUP-HIT            PIC 9(04) COMP VALUE ZERO.
       77  TML-USR-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  TML-UX                 PIC 9(04) COMP VALUE ZERO.
       77  TML-USR-HIT            PIC 9(04) COMP VALUE ZERO.
       77  TML-PX                 PIC 9(03) COMP VALUE ZERO.
       77  TML-AX                 PIC 9(03) COMP VALUE ZERO.
       77  TML-NEXT-MSG           PIC 9(04) VALUE ZERO.
       77  TML-NEXT-TKT           PIC 9(06) VALUE ZERO.
       01  TML-SWITCHES.
           05 TML-IML-EOF-SW      PIC X(01) VALUE 'N'.
              88 TML-IML-EOF      VALUE 'Y'.
           05 TML-TKTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TML-TKTIN-EOF    VALUE 'Y'.
           05 TML-TKMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TML-TKMIN-EOF    VALUE 'Y'.
           05 TML-SUP-EOF-SW      PIC X(01) VALUE 'N'.
              88 TML-SUP-EOF      VALUE 'Y'.
           05 TML-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 TML-USR-EOF      VALUE 'Y'.
           05 TML-MBR-EOF-SW      PIC X(01) VALUE 'N'.
              88 TML-MBR-EOF      VALUE 'Y'.
           05 TML-AUTO-SW         PIC X(01) VALUE 'N'.
              88 TML-AUTO-REPLY   VALUE 'Y'.
       01  TML-SEQ-WORK.
           05 TML-SEQ-X           PIC X(04).
           05 TML-SEQ-9 REDEFINES TML-SEQ-X
                                  PIC 9(04).
       01  TML-ID-WORK.
           05 TML-ID-PFX          PIC X(02).
           05 TML-ID-X            PIC X(06).
           05 TML-ID-9 REDEFINES TML-ID-X
                                  PIC 9(06).
      *> Folded (upper-case) copies for the address, subject and
      *> header comparisons; the stored values keep their case.
       01  TML-FOLD-AREA.
           05 TML-FOLD-FROM       PIC X(40).
           05 TML-FOLD-SUBJECT    PIC X(60).
           05 TML-FOLD-AUTO       PIC X(16).
           05 TML-FOLD-LOCAL      PIC X(40).
       01  TML-LOCAL-PART         PIC X(40).
       01  TML-REF-ID             PIC X(08).
       01  TML-RUN-DATE.
           05 TML-RD-YYYY         PIC X(04).
           05 TML-RD-MM           PIC X(02).
           05 TML-RD-DD           PIC X(02).
       01  TML-TKT-TABLE.
           05 TML-TKT OCCURS 5000 TIMES.
              10 TML-T-IMAGE      PIC X(246).
       01  TML-SUP-TABLE.
           05 TML-SUP OCCURS 5000 TIMES.
              10 TML-S-EMAIL      PIC X(40).
      *> Users by folded address, with the workspace of their
      *> first Active membership filled in from MEMBER-FILE.
       01  TML-USR-TABLE.
           05 TML-USR OCCURS 5000 TIMES.
              10 TML-U-EMAIL      PIC X(40).
              10 TML-U-ID         PIC X(06).
              10 TML-U-WORKSPACE  PIC X(12).
       01  TML-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'TKTMAIL - INBOUND MAIL TO TICKETS        ON '.
           05 TML-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  TML-DETAIL-LINE.
           05 TML-DL-MSGID        PIC X(21).
           05 TML-DL-FROM         PIC X(41).
           05 TML-DL-VERDICT      PIC X(71).
       01  TML-TOTAL-LINE.
           05 TML-TL-LABEL        PIC X(24).
           05 TML-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       COPY INMAIL-RECORD.
       COPY TICKET-RECORD.
       COPY TKTMSG-RECORD.
       COPY TKTEVENT-RECORD.
       COPY WHKEVT-RECORD.
       COPY ATTACH-RECORD.
       COPY SUPPRESS-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-FILE-MESSAGE THRU 3000-EXIT
               UNTIL TML-IML-EOF
           PERFORM 8000-WRITE-TICKETS THRU 8000-EXIT
               VARYING TML-TI FROM 1 BY 1
               UNTIL TML-TI > TML-TKT-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT INMAIL-IN TICKET-IN TKTMSG-IN SUPPRESS-IN
           OPEN INPUT USERS-IN MEMBER-IN
           OPEN OUTPUT TICKET-OUT REPORT-OUT
           IF TML-IML-STATUS NOT = '00'
            OR TML-TKTIN-STATUS NOT = '00'
            OR TML-TKTOUT-STATUS NOT = '00'
            OR TML-TKMIN-STATUS NOT = '00'
            OR TML-SUP-STATUS NOT = '00'
            OR TML-USR-STATUS NOT = '00'
            OR TML-MBR-STATUS NOT = '00'
            OR TML-RPT-STATUS NOT = '00'
               DISPLAY 'TKTMAIL: OPEN FAILED DROP=' TML-IML-STATUS
                       ' TKT=' TML-TKTIN-STATUS
                       '/' TML-TKTOUT-STATUS
                       ' TKTMSG=' TML-TKMIN-STATUS
                       ' SUPPRESS=' TML-SUP-STATUS
                       ' USERS=' TML-USR-STATUS
                       ' MEMBER=' TML-MBR-STATUS
                       ' RPT=' TML-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-TICKET THRU 1100-EXIT
               UNTIL TML-TKTIN-EOF
           PERFORM 1200-SCAN-THREADS THRU 1200-EXIT
               UNTIL TML-TKMIN-EOF
           PERFORM 1300-LOAD-SUPPRESS THRU 1300-EXIT
               UNTIL TML-SUP-EOF
           PERFORM 1400-LOAD-USER THRU 1400-EXIT
               UNTIL TML-USR-EOF
           PERFORM 1500-LOAD-MEMBER THRU 1500-EXIT
               UNTIL TML-MBR-EOF
           CLOSE TICKET-IN TKTMSG-IN SUPPRESS-IN USERS-IN MEMBER-IN
      *> The thread, event, webhook and attachment files are
      *> append-only; they open once the thread scan is done.
           OPEN EXTEND TKTMSG-OUT TKTEVENT-OUT WHKEVT-OUT ATTACH-OUT
           IF TML-TKMOUT-STATUS NOT = '00'
            OR TML-TKE-STATUS NOT = '00'
            OR TML-WHE-STATUS NOT = '00'
            OR TML-ATT-STATUS NOT = '00'
               DISPLAY 'TKTMAIL: OPEN FAILED TKTMSG='
                       TML-TKMOUT-STATUS
                       ' TKTEVENT=' TML-TKE-STATUS
                       ' WEBHOOK=' TML-WHE-STATUS
                       ' ATTACH=' TML-ATT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT TML-RUN-DATE FROM DATE YYYYMMDD
           STRING TML-RD-YYYY '-' TML-RD-MM '-' TML-RD-DD
               DELIMITED BY SIZE INTO TML-H1-DATE
           WRITE REPORT-LINE FROM TML-HEAD-1.
       1000-EXIT.
           EXIT.

      *> The ticket master is held in the table so a reply can
      *> reopen a ticket and new tickets can join it; the next
      *> free t-NNNNNN comes from the highest id on file.
       1100-LOAD-TICKET.
           READ TICKET-IN INTO TICKET-RECORD
               AT END SET TML-TKTIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF TML-TKT-COUNT >= 5000
               DISPLAY 'TKTMAIL: TICKET TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TML-TKT-COUNT
           MOVE TICKET-RECORD TO TML-T-IMAGE (TML-TKT-COUNT)
           MOVE TKT-ID TO TML-ID-WORK
           IF TML-ID-PFX = 't-' AND TML-ID-X IS NUMERIC
            AND TML-ID-9 > TML-NEXT-TKT
               MOVE TML-ID-9 TO TML-NEXT-TKT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-SCAN-THREADS.
           READ TKTMSG-IN INTO TKTMSG-RECORD
               AT END SET TML-TKMIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           IF TM-SEQ IS NUMERIC
               MOVE TM-SEQ TO TML-SEQ-X
               IF TML-SEQ-9 > TML-NEXT-MSG
                   MOVE TML-SEQ-9 TO TML-NEXT-MSG
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-SUPPRESS.
           READ SUPPRESS-IN INTO SUPPRESS-RECORD
               AT END SET TML-SUP-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           IF TML-SUP-COUNT >= 5000
               DISPLAY 'TKTMAIL: SUPPRESSION TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TML-SUP-COUNT
           MOVE SUP-EMAIL TO TML-S-EMAIL (TML-SUP-COUNT)
           INSPECT TML-S-EMAIL (TML-SUP-COUNT) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       1300-EXIT.
           EXIT.

       1400-LOAD-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET TML-USR-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           IF TML-USR-COUNT >= 5000
               DISPLAY 'TKTMAIL: USER TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TML-USR-COUNT
           MOVE USER-EMAIL TO TML-U-EMAIL (TML-USR-COUNT)
           INSPECT TML-U-EMAIL (TML-USR-COUNT) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE USER-ID TO TML-U-ID (TML-USR-COUNT)
           MOVE SPACES TO TML-U-WORKSPACE (TML-USR-COUNT).
       1400-EXIT.
           EXIT.

       1500-LOAD-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET TML-MBR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-STAMP-WORKSPACE THRU 1510-EXIT
               VARYING TML-UX FROM 1 BY 1
               UNTIL TML-UX > TML-USR-COUNT.
       1500-EXIT.
           EXIT.

       1510-STAMP-WORKSPACE.
           IF TML-U-ID (TML-UX) = MBR-USER-ID
            AND TML-U-WORKSPACE (TML-UX) = SPACES
               MOVE MBR-WORKSPACE TO TML-U-WORKSPACE (TML-UX)
           END-IF.
       1510-EXIT.
           EXIT.

      *> One drop row, filed exactly once: dropped, threaded on
      *> the ticket its subject names, or opened as a new ticket.
       3000-FILE-MESSAGE.
           READ INMAIL-IN INTO INMAIL-RECORD
               AT END SET TML-IML-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           IF IML-MSGID = SPACES OR IML-MSGID (1:2) = '*>'
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO TML-READ-CT
           MOVE IML-MSGID TO TML-DL-MSGID
           MOVE IML-FROM TO TML-DL-FROM
           IF IML-FROM = SPACES
               ADD 1 TO TML-OTHER-CT
               MOVE 'DROPPED - no sender address' TO TML-DL-VERDICT
               WRITE REPORT-LINE FROM TML-DETAIL-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO TML-LOCAL-PART
           UNSTRING IML-FROM DELIMITED BY '@'
               INTO TML-LOCAL-PART
           MOVE IML-FROM TO TML-FOLD-FROM
           MOVE IML-SUBJECT TO TML-FOLD-SUBJECT
           MOVE IML-AUTO TO TML-FOLD-AUTO
           MOVE TML-LOCAL-PART TO TML-FOLD-LOCAL
           INSPECT TML-FOLD-AREA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 3100-CHECK-AUTO-REPLY THRU 3100-EXIT
           IF TML-AUTO-REPLY
               ADD 1 TO TML-AUTO-CT
               MOVE 'DROPPED - auto-reply' TO TML-DL-VERDICT
               WRITE REPORT-LINE FROM TML-DETAIL-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO TML-SUP-HIT
           PERFORM 3200-MATCH-SUPPRESS THRU 3200-EXIT
               VARYING TML-SX FROM 1 BY 1
               UNTIL TML-SX > TML-SUP-COUNT OR TML-SUP-HIT > 0
           IF TML-SUP-HIT > 0
               ADD 1 TO TML-SUPPRESSED-CT
               MOVE 'DROPPED - sender on suppression list'
                   TO TML-DL-VERDICT
               WRITE REPORT-LINE FROM TML-DETAIL-LINE
               GO TO 3000-EXIT
           END-IF
           IF IML-BODY = SPACES AND IML-ATTACH (1) = SPACES
            AND IML-ATTACH (2) = SPACES AND IML-ATTACH (3) = SPACES
               ADD 1 TO TML-OTHER-CT
               MOVE 'DROPPED - no text and no attachments'
                   TO TML-DL-VERDICT
               WRITE REPORT-LINE FROM TML-DETAIL-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO TML-REF-ID
           MOVE ZERO TO TML-TKT-HIT
           PERFORM 3300-FIND-TICKET-REF THRU 3300-EXIT
               VARYING TML-PX FROM 1 BY 1
               UNTIL TML-PX > 53 OR TML-TKT-HIT > 0
           IF TML-TKT-HIT > 0
               MOVE TML-T-IMAGE (TML-TKT-HIT) TO TICKET-RECORD
               IF TKT-PARENT NOT = SPACES
                   MOVE TKT-PARENT TO TML-REF-ID
                   MOVE ZERO TO TML-TKT-HIT
                   PERFORM 3310-MATCH-TICKET THRU 3310-EXIT
                       VARYING TML-TI FROM 1 BY 1
                       UNTIL TML-TI > TML-TKT-COUNT
                          OR TML-TKT-HIT > 0
               END-IF
           END-IF
           IF TML-TKT-HIT > 0
               PERFORM 4000-THREAD-REPLY THRU 4000-EXIT
           ELSE
               PERFORM 5000-OPEN-TICKET THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> RFC 3834 senders say so in Auto-Submitted (anything but
      *> 'no'); the rest give themselves away by the subject
      *> their client stamps or by the mailbox they send from.
       3100-CHECK-AUTO-REPLY.
           MOVE 'N' TO TML-AUTO-SW
           IF TML-FOLD-AUTO NOT = SPACES
            AND TML-FOLD-AUTO NOT = 'NO'
               SET TML-AUTO-REPLY TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF TML-FOLD-SUBJECT (1:5) = 'AUTO:'
            OR TML-FOLD-SUBJECT (1:9) = 'AUTOREPLY'
            OR TML-FOLD-SUBJECT (1:15) = 'AUTOMATIC REPLY'
            OR TML-FOLD-SUBJECT (1:13) = 'OUT OF OFFICE'
            OR TML-FOLD-SUBJECT (1:13) = 'UNDELIVERABLE'
            OR TML-FOLD-SUBJECT (1:28) =
               'DELIVERY STATUS NOTIFICATION'
               SET TML-AUTO-REPLY TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF TML-FOLD-LOCAL = 'MAILER-DAEMON'
            OR TML-FOLD-LOCAL = 'POSTMASTER'
            OR TML-FOLD-LOCAL = 'NOREPLY'
            OR TML-FOLD-LOCAL = 'NO-REPLY'
            OR TML-FOLD-LOCAL = 'DO-NOT-REPLY'
               SET TML-AUTO-REPLY TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MATCH-SUPPRESS.
           IF TML-S-EMAIL (TML-SX) = TML-FOLD-FROM
               MOVE TML-SX TO TML-SUP-HIT
           END-IF.
       3200-EXIT.
           EXIT.

      *> A ticket id is 't-' and six digits; the first one in the
      *> subject that names a ticket on file wins. An id that is
      *> not on file is remembered for the report line.
       3300-FIND-TICKET-REF.
           IF TML-FOLD-SUBJECT (TML-PX:2) NOT = 'T-'
            OR TML-FOLD-SUBJECT (TML-PX + 2:6) IS NOT NUMERIC
               GO TO 3300-EXIT
           END-IF
           MOVE 't-' TO TML-REF-ID (1:2)
           MOVE TML-FOLD-SUBJECT (TML-PX + 2:6) TO TML-REF-ID (3:6)
           PERFORM 3310-MATCH-TICKET THRU 3310-EXIT
               VARYING TML-TI FROM 1 BY 1
               UNTIL TML-TI > TML-TKT-COUNT OR TML-TKT-HIT > 0.
       3300-EXIT.
           EXIT.

       3310-MATCH-TICKET.
           IF TML-T-IMAGE (TML-TI) (1:8) = TML-REF-ID
               MOVE TML-TI TO TML-TKT-HIT
           END-IF.
       3310-EXIT.
           EXIT.

      *> A reply to a Closed ticket puts it back in the queue: the
      *> customer is still waiting, whatever the last agent said.
       4000-THREAD-REPLY.
           MOVE TML-T-IMAGE (TML-TKT-HIT) TO TICKET-RECORD
           PERFORM 6000-WRITE-THREAD THRU 6000-EXIT
           PERFORM 6100-FILE-ATTACHMENT THRU 6100-EXIT
               VARYING TML-AX FROM 1 BY 1 UNTIL TML-AX > 3
           ADD 1 TO TML-THREADED-CT
           MOVE SPACES TO TML-DL-VERDICT
           IF TKT-STATUS = 'Closed'
               PERFORM 4100-REOPEN-TICKET THRU 4100-EXIT
               STRING 'threaded on ' TKT-ID ', reopened'
                   DELIMITED BY SIZE INTO TML-DL-VERDICT
           ELSE
               STRING 'threaded on ' TKT-ID
                   DELIMITED BY SIZE INTO TML-DL-VERDICT
           END-IF
           MOVE TICKET-RECORD TO TML-T-IMAGE (TML-TKT-HIT)
           WRITE REPORT-LINE FROM TML-DETAIL-LINE.
       4000-EXIT.
           EXIT.

       4100-REOPEN-TICKET.
           MOVE SPACES TO TKTEVENT-RECORD
           MOVE TKT-ID TO TKE-ID
           MOVE IML-DATE TO TKE-DATE
           MOVE IML-TIME TO TKE-TIME
           MOVE TKT-STATUS TO TKE-OLD-STATUS
           MOVE 'Open' TO TKE-NEW-STATUS
           MOVE TML-LOCAL-PART TO TKE-ACTOR
           WRITE TKTEVENT-OUT-RECORD FROM TKTEVENT-RECORD
           MOVE SPACES TO WHKEVT-RECORD
           MOVE IML-DATE TO WHE-DATE
           MOVE IML-TIME TO WHE-TIME
           MOVE TKT-WORKSPACE TO WHE-WORKSPACE
           MOVE 'ticket.status' TO WHE-EVENT
           MOVE TKT-ID TO WHE-REF
           STRING TKT-STATUS DELIMITED BY '  '
                  ' -> Open' DELIMITED BY SIZE
               INTO WHE-DETAIL
           WRITE WHKEVT-OUT-RECORD FROM WHKEVT-RECORD
           MOVE 'Open' TO TKT-STATUS
           ADD 1 TO TML-REOPENED-CT.
       4100-EXIT.
           EXIT.

      *> A new ticket is Open and unassigned, so TKTROUTE's next
      *> run routes it like any form-raised ticket. Priority is
      *> left at medium for the agent to re-grade.
       5000-OPEN-TICKET.
           IF IML-FROM (33:8) NOT = SPACES
               ADD 1 TO TML-OTHER-CT
               MOVE 'DROPPED - sender address over 32 characters'
                   TO TML-DL-VERDICT
               WRITE REPORT-LINE FROM TML-DETAIL-LINE
               GO TO 5000-EXIT
           END-IF
           IF TML-TKT-COUNT >= 5000
               DISPLAY 'TKTMAIL: TICKET TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TML-NEXT-TKT
           MOVE 't-' TO TML-ID-PFX
           MOVE TML-NEXT-TKT TO TML-ID-9
           MOVE SPACES TO TICKET-RECORD
           MOVE TML-ID-WORK TO TKT-ID
           MOVE IML-DATE TO TKT-DATE
           IF IML-SUBJECT = SPACES
               MOVE '(no subject)' TO TKT-SUBJECT
           ELSE
               MOVE IML-SUBJECT TO TKT-SUBJECT
           END-IF
           MOVE 'medium' TO TKT-PRIORITY
           MOVE IML-BODY TO TKT-MESSAGE
           MOVE IML-FROM TO TKT-EMAIL
           MOVE 'Open' TO TKT-STATUS
           MOVE SPACES TO TKT-ASSIGNEE
           MOVE ZERO TO TML-USR-HIT
           PERFORM 5100-MATCH-USER THRU 5100-EXIT
               VARYING TML-UX FROM 1 BY 1
               UNTIL TML-UX > TML-USR-COUNT OR TML-USR-HIT > 0
           IF TML-USR-HIT > 0
               MOVE TML-U-WORKSPACE (TML-USR-HIT) TO TKT-WORKSPACE
           END-IF
           PERFORM 6000-WRITE-THREAD THRU 6000-EXIT
           PERFORM 6100-FILE-ATTACHMENT THRU 6100-EXIT
               VARYING TML-AX FROM 1 BY 1 UNTIL TML-AX > 3
           ADD 1 TO TML-TKT-COUNT
           MOVE TICKET-RECORD TO TML-T-IMAGE (TML-TKT-COUNT)
           ADD 1 TO TML-OPENED-CT
           MOVE SPACES TO TML-DL-VERDICT
           IF TKT-WORKSPACE = SPACES
               ADD 1 TO TML-NOWS-CT
               STRING 'opened ' TKT-ID
                      ' - sender not a user, no workspace'
                   DELIMITED BY SIZE INTO TML-DL-VERDICT
           ELSE
           IF TML-REF-ID NOT = SPACES
               STRING 'opened ' TKT-ID ' - ' TML-REF-ID
                      ' not on file'
                   DELIMITED BY SIZE INTO TML-DL-VERDICT
           ELSE
               STRING 'opened ' TKT-ID
                   DELIMITED BY SIZE INTO TML-DL-VERDICT
           END-IF
           END-IF
           WRITE REPORT-LINE FROM TML-DETAIL-LINE.
       5000-EXIT.
           EXIT.

       5100-MATCH-USER.
           IF TML-U-EMAIL (TML-UX) = TML-FOLD-FROM
               MOVE TML-UX TO TML-USR-HIT
           END-IF.
       5100-EXIT.
           EXIT.

      *> The inbound side of the conversation, numbered on from
      *> the highest sequence in the thread file.
       6000-WRITE-THREAD.
           ADD 1 TO TML-NEXT-MSG
           MOVE SPACES TO TKTMSG-RECORD
           MOVE TKT-ID TO TM-TICKET
           MOVE TML-NEXT-MSG TO TML-SEQ-9
           MOVE TML-SEQ-X TO TM-SEQ
           MOVE IML-DATE TO TM-DATE
           MOVE IML-TIME TO TM-TIME
           MOVE TML-LOCAL-PART TO TM-AUTHOR
           MOVE 'in ' TO TM-DIRECTION
           IF IML-BODY = SPACES
               MOVE '(attachments only)' TO TM-TEXT
           ELSE
               MOVE IML-BODY TO TM-TEXT
           END-IF
           WRITE TKTMSG-OUT-RECORD FROM TKTMSG-RECORD.
       6000-EXIT.
           EXIT.

       6100-FILE-ATTACHMENT.
           IF IML-ATTACH (TML-AX) = SPACES
               GO TO 6100-EXIT
           END-IF
           MOVE SPACES TO ATTACH-RECORD
           MOVE TKT-ID TO ATT-TICKET
           MOVE IML-ATTACH (TML-AX) TO ATT-NAME
           MOVE IML-DATE TO ATT-DATE
           MOVE IML-TIME TO ATT-TIME
           MOVE IML-MSGID TO ATT-MSGID
           WRITE ATTACH-OUT-RECORD FROM ATTACH-RECORD
           ADD 1 TO TML-ATTACH-CT
           IF TKT-ATTACH = SPACES
               MOVE IML-ATTACH (TML-AX) TO TKT-ATTACH
           END-IF.
       6100-EXIT.
           EXIT.

       8000-WRITE-TICKETS.
           WRITE TICKET-OUT-RECORD FROM TML-T-IMAGE (TML-TI).
       8000-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MESSAGES READ' TO TML-TL-LABEL
           MOVE TML-READ-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'THREADED ON A TICKET' TO TML-TL-LABEL
           MOVE TML-THREADED-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'CLOSED TICKETS REOPENED' TO TML-TL-LABEL
           MOVE TML-REOPENED-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'NEW TICKETS OPENED' TO TML-TL-LABEL
           MOVE TML-OPENED-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE '  WITH NO WORKSPACE' TO TML-TL-LABEL
           MOVE TML-NOWS-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'ATTACHMENTS FILED' TO TML-TL-LABEL
           MOVE TML-ATTACH-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'DROPPED - AUTO-REPLY' TO TML-TL-LABEL
           MOVE TML-AUTO-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'DROPPED - SUPPRESSED' TO TML-TL-LABEL
           MOVE TML-SUPPRESSED-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           MOVE 'DROPPED - OTHER' TO TML-TL-LABEL
           MOVE TML-OTHER-CT TO TML-TL-COUNT
           WRITE REPORT-LINE FROM TML-TOTAL-LINE
           CLOSE INMAIL-IN TICKET-OUT TKTMSG-OUT TKTEVENT-OUT
                 WHKEVT-OUT ATTACH-OUT REPORT-OUT
           DISPLAY 'TKTMAIL: ' TML-READ-CT ' READ, '
                   TML-THREADED-CT ' THREADED, '
                   TML-OPENED-CT ' OPENED, '
                   TML-AUTO-CT ' AUTO-REPLY, '
                   TML-SUPPRESSED-CT ' SUPPRESSED'.
       9000-EXIT.
           EXIT.
