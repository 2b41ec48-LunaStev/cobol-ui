      *> this cycle and raises an in-app notification plus a mail
      *> to the on-call inbox (template 'incident'). The register
      *> feeds the recent-incidents list on the status section of
      *> 11_service.cbl. Samples a component gives while a
      *> window booked for it on the maintenance calendar
      *> (MAINT-FILE) is open are planned downtime: they neither
      *> open an incident nor page anyone, though a recovery
      *> inside the window still closes one already open. A
      *> component still down once its window has ended opens an
      *> incident on the first sample after it. Run after each
      *> HLTHSAMP sweep.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCTRACK.
       ENVIRONMENT DIVISION.
               FILE STATUS IS ICT-NTFOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS ICT-SPL-STATUS.
           SELECT MAINT-IN ASSIGN TO MNTINDD
               FILE STATUS IS ICT-MNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  MAINT-IN.
       01  MAINT-IN-RECORD        PIC X(113).
       WORKING-STORAGE SECTION.
       77  ICT-HSTIN-STATUS       PIC X(02).
       77  ICT-INCIN-STATUS       PIC X(02).
       77  ICT-NTFIN-STATUS      PIC X(02).
       77  ICT-NTFOUT-STATUS      PIC X(02).
       77  ICT-SPL-STATUS         PIC X(02).
       77  ICT-MNT-STATUS         PIC X(02).
       77  ICT-SAMPLES-READ       PIC 9(07) COMP VALUE ZERO.
       77  ICT-INC-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  ICT-OLD-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  ICT-NEW-CT             PIC 9(03) COMP VALUE ZERO.
       77  ICT-PLANNED-CT         PIC 9(07) COMP VALUE ZERO.
       77  ICT-COMP-COUNT         PIC 9(02) COMP VALUE ZERO.
       77  ICT-CX                 PIC 9(02) COMP VALUE ZERO.
       77  ICT-IX                 PIC 9(03) COMP VALUE ZERO.
              88 ICT-INCIN-EOF    VALUE 'Y'.
           05 ICT-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ICT-NTFIN-EOF    VALUE 'Y'.
           05 ICT-MNT-EOF-SW      PIC X(01) VALUE 'N'.
              88 ICT-MNT-EOF      VALUE 'Y'.
      *> Alerts address the owner feed and the on-call inbox.
       01  ICT-OWNER              PIC X(10) VALUE 'LunaStev'.
       01  ICT-ONCALL-EMAIL       PIC X(40) VALUE
       COPY INCIDENT-RECORD.
       COPY NOTIFY-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY MAINT-RECORD.
       COPY MAINT-WINDOW-WS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT HISTORY-IN INCIDENT-IN NOTIFY-IN MAINT-IN
           OPEN OUTPUT INCIDENT-OUT
           OPEN EXTEND NOTIFY-OUT SPOOL-OUT
           IF ICT-HSTIN-STATUS NOT = '00'
            OR ICT-NTFIN-STATUS NOT = '00'
            OR ICT-NTFOUT-STATUS NOT = '00'
            OR ICT-SPL-STATUS NOT = '00'
            OR ICT-MNT-STATUS NOT = '00'
               DISPLAY 'INCTRACK: OPEN FAILED HIST='
                       ICT-HSTIN-STATUS
                       ' INC=' ICT-INCIN-STATUS '/'
                       ' NTF=' ICT-NTFIN-STATUS '/'
                       ICT-NTFOUT-STATUS
                       ' SPOOL=' ICT-SPL-STATUS
                       ' MNT=' ICT-MNT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-FIND-NOTIFY-SEQ THRU 1200-EXIT
               UNTIL ICT-NTFIN-EOF
           CLOSE NOTIFY-IN
           PERFORM 1300-LOAD-WINDOW THRU 1300-EXIT
               UNTIL ICT-MNT-EOF
           CLOSE MAINT-IN
           PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

       1300-LOAD-WINDOW.
           READ MAINT-IN INTO MAINT-RECORD
               AT END SET ICT-MNT-EOF TO TRUE
               GO TO 1300-EXIT
           END-READ
           PERFORM 9850-MW-ADD-WINDOW THRU 9850-EXIT
           IF MW-TABLE-FULL
               DISPLAY 'INCTRACK: MAINTENANCE TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1300-EXIT.
           EXIT.

       3000-REPLAY-SAMPLE.
           ADD 1 TO ICT-SAMPLES-READ
           PERFORM 3100-FIND-COMPONENT THRU 3100-EXIT
               GO TO 3000-NEXT
           END-IF
           MOVE ICT-HIT TO ICT-CX
           IF SH-STATUS NOT = 'Operational'
               MOVE SH-COMPONENT TO MW-COMPONENT-IN
               MOVE SH-DATE TO MW-DATE-IN
               MOVE SH-TIME TO MW-TIME-IN
               PERFORM 9860-MW-FIND-WINDOW THRU 9860-EXIT
               IF MW-HIT > ZERO
                   ADD 1 TO ICT-PLANNED-CT
                   GO TO 3000-NEXT
               END-IF
           END-IF
           IF SH-STATUS = 'Operational'
               IF ICT-C-OPEN-SW (ICT-CX) = 'Y'
                   PERFORM 3300-CLOSE-INCIDENT THRU 3300-EXIT
           CLOSE HISTORY-IN INCIDENT-OUT NOTIFY-OUT SPOOL-OUT
           DISPLAY 'INCTRACK: ' ICT-SAMPLES-READ ' SAMPLES, '
                   ICT-INC-COUNT ' INCIDENTS, '
                   ICT-NEW-CT ' NEWLY OPENED, '
                   ICT-PLANNED-CT ' IN MAINTENANCE'.
       9000-EXIT.
           EXIT.

       COPY MAINT-WINDOW.
