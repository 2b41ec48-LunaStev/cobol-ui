      *> MNTNOTE.cbl
      *> Maintenance calendar run. MAINT-FILE lists the windows
      *> booked against each component; this run walks every
      *> window against the run stamp (PARM='YYYY-MM-DD
      *> HH:MM:SS'): one the clock has not reached is Scheduled,
      *> one the clock is inside is Underway, one it has passed is
      *> Complete - the states the Service status card filters its
      *> upcoming and in-progress lists on. A window that starts
      *> within the next 48 hours (or is already running) and has
      *> not been announced sends its notice: an in-app
      *> notification to every Active account and a mail to each
      *> of them (template 'maintenance'), once - the notice flag
      *> rides the rewritten calendar. Cancelled windows are
      *> carried untouched. The rewritten calendar promotes on a
      *> clean end. Run with each HLTHSAMP sweep, ahead of
      *> INCTRACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-IN ASSIGN TO MNTINDD
               FILE STATUS IS MNN-MNTIN-STATUS.
           SELECT MAINT-OUT ASSIGN TO MNTOUTDD
               FILE STATUS IS MNN-MNTOUT-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS MNN-USRIN-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS MNN-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS MNN-NTFOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS MNN-SPL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN.
       01  MAINT-IN-RECORD        PIC X(113).
       FD  MAINT-OUT.
       01  MAINT-OUT-RECORD       PIC X(113).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       WORKING-STORAGE SECTION.
       77  MNN-MNTIN-STATUS       PIC X(02).
       77  MNN-MNTOUT-STATUS      PIC X(02).
       77  MNN-USRIN-STATUS       PIC X(02).
       77  MNN-NTFIN-STATUS       PIC X(02).
       77  MNN-NTFOUT-STATUS      PIC X(02).
       77  MNN-SPL-STATUS         PIC X(02).
       77  MNN-WINDOWS-READ       PIC 9(05) COMP VALUE ZERO.
       77  MNN-NOTICED-CT         PIC 9(05) COMP VALUE ZERO.
       77  MNN-SENT-CT            PIC 9(05) COMP VALUE ZERO.
       77  MNN-USER-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  MNN-UX                 PIC 9(04) COMP VALUE ZERO.
       77  MNN-NOW-MINS           PIC S9(11) COMP VALUE ZERO.
       77  MNN-START-MINS         PIC S9(11) COMP VALUE ZERO.
       77  MNN-WORK-MINS          PIC S9(11) COMP VALUE ZERO.
       77  MNN-NEXT-NTF           PIC 9(06) VALUE ZERO.
      *> Notice lead time: a window is announced once its start
      *> is this many minutes away (48 hours).
       77  MNN-LEAD-MINS          PIC 9(05) COMP VALUE 2880.
       01  MNN-SWITCHES.
           05 MNN-MNTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 MNN-MNTIN-EOF    VALUE 'Y'.
           05 MNN-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 MNN-USRIN-EOF    VALUE 'Y'.
           05 MNN-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 MNN-NTFIN-EOF    VALUE 'Y'.
       01  MNN-NOW-STAMP.
           05 MNN-NOW-DATE        PIC X(10).
           05 MNN-NOW-TIME        PIC X(08).
       01  MNN-START-STAMP.
           05 MNN-ST-DATE         PIC X(10).
           05 MNN-ST-TIME         PIC X(08).
       01  MNN-END-STAMP.
           05 MNN-EN-DATE         PIC X(10).
           05 MNN-EN-TIME         PIC X(08).
       01  MNN-CONV-DATE          PIC X(10).
       01  MNN-TIME-WORK.
           05 MNN-TW-X            PIC X(08).
           05 MNN-TW-PARTS REDEFINES MNN-TW-X.
              10 MNN-TW-HH        PIC 9(02).
              10 FILLER           PIC X(01).
              10 MNN-TW-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 MNN-TW-SS        PIC 9(02).
       01  MNN-SEQ-WORK.
           05 MNN-SEQ-X           PIC X(06).
           05 MNN-SEQ-9 REDEFINES MNN-SEQ-X
                                  PIC 9(06).
      *> Who hears about a window: every Active account.
       01  MNN-USER-TABLE.
           05 MNN-USER OCCURS 1000 TIMES.
              10 MNN-U-NAME       PIC X(10).
              10 MNN-U-EMAIL      PIC X(40).
       01  MNN-NOTE-TEXT          PIC X(44).
       01  MNN-NOTE-REF           PIC X(20).
       COPY MAINT-RECORD.
       COPY USER-RECORD.
       COPY NOTIFY-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY DATE-SERVICE-WS.
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
           PERFORM 3000-WALK-WINDOW THRU 3000-EXIT
               UNTIL MNN-MNTIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 19
               DISPLAY 'MNTNOTE: PARM MUST BE THE RUN STAMP '
                       'YYYY-MM-DD HH:MM:SS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-DATE TO MNN-NOW-DATE MNN-CONV-DATE
           MOVE PARM-TIME TO MNN-NOW-TIME MNN-TW-X
           PERFORM 9100-STAMP-TO-MINUTES THRU 9100-EXIT
           IF MNN-WORK-MINS = ZERO
               DISPLAY 'MNTNOTE: RUN STAMP NOT VALID: ' PARM-STAMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE MNN-WORK-MINS TO MNN-NOW-MINS
           OPEN INPUT MAINT-IN USERS-IN NOTIFY-IN
           OPEN OUTPUT MAINT-OUT
           OPEN EXTEND NOTIFY-OUT SPOOL-OUT
           IF MNN-MNTIN-STATUS NOT = '00'
            OR MNN-MNTOUT-STATUS NOT = '00'
            OR MNN-USRIN-STATUS NOT = '00'
            OR MNN-NTFIN-STATUS NOT = '00'
            OR MNN-NTFOUT-STATUS NOT = '00'
            OR MNN-SPL-STATUS NOT = '00'
               DISPLAY 'MNTNOTE: OPEN FAILED MNT='
                       MNN-MNTIN-STATUS '/' MNN-MNTOUT-STATUS
                       ' USERS=' MNN-USRIN-STATUS
                       ' NTF=' MNN-NTFIN-STATUS '/'
                       MNN-NTFOUT-STATUS
                       ' SPOOL=' MNN-SPL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USER THRU 1100-EXIT
               UNTIL MNN-USRIN-EOF
           CLOSE USERS-IN
           PERFORM 1200-FIND-NOTIFY-SEQ THRU 1200-EXIT
               UNTIL MNN-NTFIN-EOF
           CLOSE NOTIFY-IN
           PERFORM 8100-READ-MAINT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET MNN-USRIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF USER-STATUS NOT = 'Active'
               GO TO 1100-EXIT
           END-IF
           IF MNN-USER-COUNT >= 1000
               DISPLAY 'MNTNOTE: USER TABLE FULL AT 1000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO MNN-USER-COUNT
           MOVE USER-NAME TO MNN-U-NAME (MNN-USER-COUNT)
           MOVE USER-EMAIL TO MNN-U-EMAIL (MNN-USER-COUNT).
       1100-EXIT.
           EXIT.

       1200-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET MNN-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO MNN-SEQ-X
                   IF MNN-SEQ-X IS NUMERIC
                    AND MNN-SEQ-9 > MNN-NEXT-NTF
                       MOVE MNN-SEQ-9 TO MNN-NEXT-NTF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> State first, then the notice; every row is carried to
      *> the new calendar whether it changed or not.
       3000-WALK-WINDOW.
           ADD 1 TO MNN-WINDOWS-READ
           IF MNT-CANCELLED
               GO TO 3000-CARRY
           END-IF
           MOVE MNT-START-DATE TO MNN-ST-DATE
           MOVE MNT-START-TIME TO MNN-ST-TIME
           MOVE MNT-END-DATE TO MNN-EN-DATE
           MOVE MNT-END-TIME TO MNN-EN-TIME
           EVALUATE TRUE
               WHEN MNN-NOW-STAMP NOT < MNN-END-STAMP
                   MOVE 'Complete' TO MNT-STATE
               WHEN MNN-NOW-STAMP NOT < MNN-START-STAMP
                   MOVE 'Underway' TO MNT-STATE
               WHEN OTHER
                   MOVE 'Scheduled' TO MNT-STATE
           END-EVALUATE
           IF MNT-NOTICE-SENT OR MNT-COMPLETE
               GO TO 3000-CARRY
           END-IF
           MOVE MNT-START-DATE TO MNN-CONV-DATE
           MOVE MNT-START-TIME TO MNN-TW-X
           PERFORM 9100-STAMP-TO-MINUTES THRU 9100-EXIT
           MOVE MNN-WORK-MINS TO MNN-START-MINS
           IF MNN-START-MINS = ZERO
               DISPLAY 'MNTNOTE: WINDOW ' MNT-ID
                       ' START NOT VALID - NO NOTICE'
               MOVE 4 TO RETURN-CODE
               GO TO 3000-CARRY
           END-IF
           IF MNN-NOW-MINS + MNN-LEAD-MINS < MNN-START-MINS
               GO TO 3000-CARRY
           END-IF
           PERFORM 3100-SEND-NOTICE THRU 3100-EXIT.
       3000-CARRY.
           WRITE MAINT-OUT-RECORD FROM MAINT-RECORD
           PERFORM 8100-READ-MAINT THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-SEND-NOTICE.
           MOVE SPACES TO MNN-NOTE-TEXT
           STRING 'maintenance: ' DELIMITED BY SIZE
                  MNT-COMPONENT DELIMITED BY SPACE
                  ' ' MNT-START-DATE ' ' DELIMITED BY SIZE
                  MNT-START-TIME (1:5) DELIMITED BY SIZE
               INTO MNN-NOTE-TEXT
           MOVE SPACES TO MNN-NOTE-REF
           STRING MNT-COMPONENT DELIMITED BY SPACE
                  ' ' MNT-START-DATE (6:5) ' ' DELIMITED BY SIZE
                  MNT-START-TIME (1:5) DELIMITED BY SIZE
               INTO MNN-NOTE-REF
           PERFORM 3200-NOTIFY-ONE THRU 3200-EXIT
               VARYING MNN-UX FROM 1 BY 1
               UNTIL MNN-UX > MNN-USER-COUNT
           MOVE 'Y' TO MNT-NOTICED
           ADD 1 TO MNN-NOTICED-CT.
       3100-EXIT.
           EXIT.

       3200-NOTIFY-ONE.
           ADD 1 TO MNN-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE MNN-NEXT-NTF TO MNN-SEQ-9
           MOVE MNN-SEQ-X TO NTF-SEQ
           MOVE PARM-DATE TO NTF-DATE
           MOVE PARM-TIME TO NTF-TIME
           MOVE MNN-U-NAME (MNN-UX) TO NTF-USER
           MOVE MNN-NOTE-TEXT TO NTF-TEXT
           MOVE 'Y' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-DATE TO SPL-DATE
           MOVE PARM-TIME TO SPL-TIME
           MOVE MNN-U-EMAIL (MNN-UX) TO SPL-TO
           MOVE 'maintenance' TO SPL-TEMPLATE
           MOVE MNN-NOTE-REF TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           ADD 1 TO MNN-SENT-CT.
       3200-EXIT.
           EXIT.

       8100-READ-MAINT.
           READ MAINT-IN INTO MAINT-RECORD
               AT END SET MNN-MNTIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE MAINT-IN MAINT-OUT NOTIFY-OUT SPOOL-OUT
           DISPLAY 'MNTNOTE: ' MNN-WINDOWS-READ ' WINDOWS, '
                   MNN-NOTICED-CT ' ANNOUNCED, '
                   MNN-SENT-CT ' NOTICES SENT'.
       9000-EXIT.
           EXIT.

      *> MNN-CONV-DATE and MNN-TW-X to real-calendar minutes
      *> through the shared date service; zero when malformed.
       9100-STAMP-TO-MINUTES.
           MOVE ZERO TO MNN-WORK-MINS
           MOVE MNN-CONV-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL NOT = ZERO
            AND MNN-TW-HH IS NUMERIC
            AND MNN-TW-MM IS NUMERIC
               COMPUTE MNN-WORK-MINS =
                   (DS-SERIAL * 1440)
                   + (MNN-TW-HH * 60)
                   + MNN-TW-MM
           END-IF.
       9100-EXIT.
           EXIT.

       COPY DATE-SERVICE.
