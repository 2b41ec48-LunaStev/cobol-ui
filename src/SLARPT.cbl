      *> breached, and every breach spools a notification to the
      *> support lead through the mail spool (template
      *> 'sla-breach'). RC=4 when anything is breached.
      *> A ticket merged into another (TKT-PARENT set) is not
      *> clocked on its own: its thread and its clocks follow the
      *> parent, which is clocked as usual.
      *> A ticket about a service component (TKT-COMPONENT) does
      *> not run its clocks while a maintenance window booked for
      *> that component on MAINT-FILE is open: the hours of every
      *> window overlapping a clock are taken off it, and the
      *> report counts the clocks so paused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
       ENVIRONMENT DIVISION.
               FILE STATUS IS SLR-EVTIN-STATUS.
           SELECT POLICY-IN ASSIGN TO SLAPOLDD
               FILE STATUS IS SLR-POL-STATUS.
           SELECT MAINT-IN ASSIGN TO MNTINDD
               FILE STATUS IS SLR-MNT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS SLR-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  EVENT-IN.
       01  EVENT-IN-RECORD        PIC X(84).
       FD  POLICY-IN.
       01  POLICY-IN-RECORD       PIC X(18).
       FD  MAINT-IN.
       01  MAINT-IN-RECORD        PIC X(113).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       77  SLR-TKTIN-STATUS       PIC X(02).
       77  SLR-EVTIN-STATUS       PIC X(02).
       77  SLR-POL-STATUS         PIC X(02).
       77  SLR-MNT-STATUS         PIC X(02).
       77  SLR-SPL-STATUS         PIC X(02).
       77  SLR-RPT-STATUS         PIC X(02).
       77  SLR-TKT-READ           PIC 9(05) COMP VALUE ZERO.
       77  SLR-BREACHED-CT        PIC 9(05) COMP VALUE ZERO.
       77  SLR-WARN-CT            PIC 9(05) COMP VALUE ZERO.
       77  SLR-MERGED-CT          PIC 9(05) COMP VALUE ZERO.
       77  SLR-PAUSED-CT          PIC 9(05) COMP VALUE ZERO.
       77  SLR-EVT-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  SLR-POL-COUNT          PIC 9(02) COMP VALUE ZERO.
       77  SLR-EX                 PIC 9(03) COMP VALUE ZERO.
       77  SLR-ELAPSED            PIC S9(09) COMP VALUE ZERO.
       77  SLR-TARGET             PIC 9(04) COMP VALUE ZERO.
       77  SLR-WORK-HOURS         PIC S9(09) COMP VALUE ZERO.
       77  SLR-STOP-HOURS         PIC S9(09) COMP VALUE ZERO.
       77  SLR-PAUSE-FROM         PIC S9(09) COMP VALUE ZERO.
       77  SLR-PAUSE-TO           PIC S9(09) COMP VALUE ZERO.
       77  SLR-PAUSED-HOURS       PIC S9(09) COMP VALUE ZERO.
       01  SLR-SWITCHES.
           05 SLR-TKTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SLR-TKTIN-EOF    VALUE 'Y'.
              88 SLR-EVTIN-EOF    VALUE 'Y'.
           05 SLR-POLIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 SLR-POLIN-EOF    VALUE 'Y'.
           05 SLR-MNT-EOF-SW      PIC X(01) VALUE 'N'.
              88 SLR-MNT-EOF      VALUE 'Y'.
           05 SLR-RESPONDED-SW    PIC X(01) VALUE 'N'.
              88 SLR-RESPONDED    VALUE 'Y'.
           05 SLR-RESOLVED-SW     PIC X(01) VALUE 'N'.
              10 SLR-P-PRIORITY   PIC X(10).
              10 SLR-P-RESPONSE   PIC 9(04) COMP.
              10 SLR-P-RESOLVE    PIC 9(04) COMP.
      *> Each maintenance window in clock hours, beside its entry
      *> in MW-TABLE.
       01  SLR-WIN-TABLE.
           05 SLR-WIN OCCURS 200 TIMES.
              10 SLR-W-FROM       PIC S9(09) COMP.
              10 SLR-W-TO         PIC S9(09) COMP.
       01  SLR-HEAD-1.
           05 FILLER              PIC X(42) VALUE
              'SLARPT - SLA CLOCKS AND BREACHES   RUN AT '.
       COPY TKTEVENT-RECORD.
       COPY SLAPOL-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY MAINT-RECORD.
       COPY MAINT-WINDOW-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TICKET-IN EVENT-IN POLICY-IN MAINT-IN
           OPEN EXTEND SPOOL-OUT
           OPEN OUTPUT REPORT-OUT
           IF SLR-TKTIN-STATUS NOT = '00'
            OR SLR-EVTIN-STATUS NOT = '00'
            OR SLR-POL-STATUS NOT = '00'
            OR SLR-MNT-STATUS NOT = '00'
            OR SLR-SPL-STATUS NOT = '00'
            OR SLR-RPT-STATUS NOT = '00'
               DISPLAY 'SLARPT: OPEN FAILED TKT=' SLR-TKTIN-STATUS
                       ' EVT=' SLR-EVTIN-STATUS
                       ' POL=' SLR-POL-STATUS
                       ' MNT=' SLR-MNT-STATUS
                       ' SPOOL=' SLR-SPL-STATUS
                       ' RPT=' SLR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               UNTIL SLR-EVTIN-EOF
           PERFORM 1200-LOAD-POLICY THRU 1200-EXIT
               UNTIL SLR-POLIN-EOF
           PERFORM 1300-LOAD-WINDOW THRU 1300-EXIT
               UNTIL SLR-MNT-EOF
           PERFORM 1350-WINDOW-HOURS THRU 1350-EXIT
               VARYING MW-WX FROM 1 BY 1
               UNTIL MW-WX > MW-COUNT
           CLOSE EVENT-IN POLICY-IN MAINT-IN
           MOVE PARM-STAMP TO SLR-H1-STAMP
           WRITE REPORT-LINE FROM SLR-HEAD-1
           WRITE REPORT-LINE FROM SLR-HEAD-2
       1200-EXIT.
           EXIT.

       1300-LOAD-WINDOW.
           READ MAINT-IN INTO MAINT-RECORD
               AT END SET SLR-MNT-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           PERFORM 9850-MW-ADD-WINDOW THRU 9850-EXIT
           IF MW-TABLE-FULL
               DISPLAY 'SLARPT: MAINTENANCE TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1300-EXIT.
           EXIT.

      *> A window whose stamps do not parse pauses nothing.
       1350-WINDOW-HOURS.
           MOVE MW-E-START (MW-WX) (1:10) TO SLR-DW-X
           MOVE MW-E-START (MW-WX) (11:8) TO SLR-TW-X
           PERFORM 9100-STAMP-TO-HOURS THRU 9100-EXIT
           MOVE SLR-WORK-HOURS TO SLR-W-FROM (MW-WX)
           MOVE MW-E-END (MW-WX) (1:10) TO SLR-DW-X
           MOVE MW-E-END (MW-WX) (11:8) TO SLR-TW-X
           PERFORM 9100-STAMP-TO-HOURS THRU 9100-EXIT
           MOVE SLR-WORK-HOURS TO SLR-W-TO (MW-WX)
           IF SLR-W-FROM (MW-WX) = ZERO
               MOVE ZERO TO SLR-W-TO (MW-WX)
           END-IF.
       1350-EXIT.
           EXIT.

      *> Two clocks per ticket: response (first move off Open)
      *> and resolution (move to Closed). A clock that met its
      *> target stays off the page; the page is for trouble.
       3000-CLOCK-TICKET.
           IF TKT-PARENT NOT = SPACES
               ADD 1 TO SLR-MERGED-CT
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO SLR-TKT-READ
           MOVE ZERO TO SLR-POL-HIT
           PERFORM 3100-MATCH-POLICY THRU 3100-EXIT
       3300-RESPONSE-CLOCK.
           MOVE SLR-P-RESPONSE (SLR-POL-HIT) TO SLR-TARGET
           IF SLR-RESPONDED
               MOVE SLR-RESP-HOURS TO SLR-STOP-HOURS
           ELSE
               IF TKT-STATUS NOT = 'Open'
      *> Worked before the event history existed; no stamp to
      *> clock against, so no claim either way.
                   GO TO 3300-EXIT
               END-IF
               MOVE SLR-NOW-HOURS TO SLR-STOP-HOURS
           END-IF
           PERFORM 3500-PAUSE-CLOCK THRU 3500-EXIT
           MOVE 'response' TO SLR-DT-CLOCK
           PERFORM 5000-JUDGE-CLOCK THRU 5000-EXIT.
       3300-EXIT.
       3400-RESOLUTION-CLOCK.
           MOVE SLR-P-RESOLVE (SLR-POL-HIT) TO SLR-TARGET
           IF SLR-RESOLVED
               MOVE SLR-CLOSE-HOURS TO SLR-STOP-HOURS
           ELSE
               IF TKT-STATUS = 'Closed'
                   GO TO 3400-EXIT
               END-IF
               MOVE SLR-NOW-HOURS TO SLR-STOP-HOURS
           END-IF
           PERFORM 3500-PAUSE-CLOCK THRU 3500-EXIT
           MOVE 'resolution' TO SLR-DT-CLOCK
           PERFORM 5000-JUDGE-CLOCK THRU 5000-EXIT.
       3400-EXIT.
           EXIT.

      *> Elapsed is open-to-stop less every hour a window for the
      *> ticket's component was open inside that span.
       3500-PAUSE-CLOCK.
           COMPUTE SLR-ELAPSED = SLR-STOP-HOURS - SLR-OPEN-HOURS
           MOVE ZERO TO SLR-PAUSED-HOURS
           IF TKT-COMPONENT = SPACES
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-PAUSE-ONE THRU 3510-EXIT
               VARYING MW-WX FROM 1 BY 1
               UNTIL MW-WX > MW-COUNT
           IF SLR-PAUSED-HOURS > ZERO
               SUBTRACT SLR-PAUSED-HOURS FROM SLR-ELAPSED
               ADD 1 TO SLR-PAUSED-CT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-PAUSE-ONE.
           IF MW-E-COMPONENT (MW-WX) NOT = TKT-COMPONENT
               GO TO 3510-EXIT
           END-IF
           MOVE SLR-W-FROM (MW-WX) TO SLR-PAUSE-FROM
           MOVE SLR-W-TO (MW-WX) TO SLR-PAUSE-TO
           IF SLR-PAUSE-FROM < SLR-OPEN-HOURS
               MOVE SLR-OPEN-HOURS TO SLR-PAUSE-FROM
           END-IF
           IF SLR-PAUSE-TO > SLR-STOP-HOURS
               MOVE SLR-STOP-HOURS TO SLR-PAUSE-TO
           END-IF
           IF SLR-PAUSE-TO > SLR-PAUSE-FROM
               COMPUTE SLR-PAUSED-HOURS = SLR-PAUSED-HOURS
                   + SLR-PAUSE-TO - SLR-PAUSE-FROM
           END-IF.
       3510-EXIT.
           EXIT.

       5000-JUDGE-CLOCK.
           IF SLR-ELAPSED < ZERO
               MOVE ZERO TO SLR-ELAPSED
           MOVE 'TICKETS CLOCKED' TO SLR-TL-LABEL
           MOVE SLR-TKT-READ TO SLR-TL-COUNT
           WRITE REPORT-LINE FROM SLR-TOTAL-LINE
           MOVE 'MERGED - FOLLOW PARENT' TO SLR-TL-LABEL
           MOVE SLR-MERGED-CT TO SLR-TL-COUNT
           WRITE REPORT-LINE FROM SLR-TOTAL-LINE
           MOVE 'CLOCKS PAUSED FOR MAINT' TO SLR-TL-LABEL
           MOVE SLR-PAUSED-CT TO SLR-TL-COUNT
           WRITE REPORT-LINE FROM SLR-TOTAL-LINE
           MOVE 'APPROACHING BREACH' TO SLR-TL-LABEL
           MOVE SLR-WARN-CT TO SLR-TL-COUNT
           WRITE REPORT-LINE FROM SLR-TOTAL-LINE
       9100-EXIT.
           EXIT.

       COPY MAINT-WINDOW.

       COPY DATE-SERVICE.
