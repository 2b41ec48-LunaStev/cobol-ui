      *> RPTMISS.cbl
      *> Weekly "reports you missed" digest. RPTREG logs each
      *> subscriber it tells about a registered run on RPTDLV-FILE
      *> with the seq of the notification it wrote; a run counts
      *> as opened once that notification has been read. For the
      *> seven days up to the run date this job takes every
      *> delivery not yet digested whose notification is still
      *> unread, lists it back to the subscriber as one feed row
      *> per run ('missed: <report> <run date>'), and spools one
      *> mail per subscriber (template 'reports-missed', the count
      *> in the reference). The listed rows are marked digested on
      *> a rewritten delivery log, which the JCL promotes, so next
      *> week's run never lists them again. The feed rows it
      *> writes are born digested - the weekly mail has already
      *> carried them - so the daily digest does not mail them a
      *> second time. PARM='YYYY-MM-DD' stamps the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMISS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-IN ASSIGN TO DLVINDD
               FILE STATUS IS RMS-DLVIN-STATUS.
           SELECT DELIVERY-OUT ASSIGN TO DLVNEWDD
               FILE STATUS IS RMS-DLVOUT-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS RMS-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS RMS-NTFOUT-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS RMS-USR-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS RMS-SPL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-IN.
       01  DELIVERY-IN-RECORD     PIC X(103).
       FD  DELIVERY-OUT.
       01  DELIVERY-OUT-RECORD    PIC X(103).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       WORKING-STORAGE SECTION.
       77  RMS-DLVIN-STATUS       PIC X(02).
       77  RMS-DLVOUT-STATUS      PIC X(02).
       77  RMS-NTFIN-STATUS       PIC X(02).
       77  RMS-NTFOUT-STATUS      PIC X(02).
       77  RMS-USR-STATUS         PIC X(02).
       77  RMS-SPL-STATUS         PIC X(02).
       77  RMS-DLV-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  RMS-CANDIDATES         PIC 9(05) COMP VALUE ZERO.
       77  RMS-OPENED             PIC 9(05) COMP VALUE ZERO.
       77  RMS-MISSED             PIC 9(05) COMP VALUE ZERO.
       77  RMS-MAILS              PIC 9(05) COMP VALUE ZERO.
       77  RMS-USER-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  RMS-DX                 PIC 9(05) COMP VALUE ZERO.
       77  RMS-UX                 PIC 9(04) COMP VALUE ZERO.
       77  RMS-HIT                PIC 9(04) COMP VALUE ZERO.
       77  RMS-NEXT-NTF           PIC 9(06) VALUE ZERO.
       77  RMS-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  RMS-FROM-SERIAL        PIC S9(07) COMP VALUE ZERO.
       01  RMS-SWITCHES.
           05 RMS-DLVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RMS-DLVIN-EOF    VALUE 'Y'.
           05 RMS-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 RMS-NTFIN-EOF    VALUE 'Y'.
           05 RMS-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 RMS-USR-EOF      VALUE 'Y'.
           05 RMS-WEEK-SW         PIC X(01) VALUE 'N'.
              88 RMS-IN-WEEK      VALUE 'Y'.
      *> The runs in question (undigested, inside the week), in
      *> log order; the rest of the log passes straight through
      *> when it is rewritten. RMS-D-STATE is C for a run still in
      *> question and O once its notification turns up read.
       01  RMS-DLV-TABLE.
           05 RMS-DLV-ENTRY OCCURS 5000 TIMES.
              10 RMS-D-RECORD     PIC X(103).
              10 RMS-D-STATE      PIC X(01).
                 88 RMS-D-CANDIDATE VALUE 'C'.
                 88 RMS-D-OPENED  VALUE 'O'.
      *> Per-subscriber count of missed runs and where to mail it.
       01  RMS-USER-TABLE.
           05 RMS-USER OCCURS 5000 TIMES.
              10 RMS-U-NAME       PIC X(10).
              10 RMS-U-EMAIL      PIC X(40).
              10 RMS-U-COUNT      PIC 9(05) COMP.
       01  RMS-SEQ-WORK.
           05 RMS-SEQ-X           PIC X(06).
           05 RMS-SEQ-9 REDEFINES RMS-SEQ-X
                                  PIC 9(06).
       01  RMS-COUNT-ED           PIC ZZZZ9.
       COPY RPTDLV-RECORD.
       COPY NOTIFY-RECORD.
       COPY USER-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-DELIVERY THRU 2000-EXIT
               UNTIL RMS-DLVIN-EOF
           PERFORM 3000-CHECK-NOTIFY THRU 3000-EXIT
               UNTIL RMS-NTFIN-EOF
           CLOSE DELIVERY-IN NOTIFY-IN
           OPEN INPUT DELIVERY-IN
           IF RMS-DLVIN-STATUS NOT = '00'
               DISPLAY 'RPTMISS: DELIVERY REOPEN FAILED, STATUS='
                       RMS-DLVIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO RMS-DLVIN-EOF-SW
           OPEN EXTEND NOTIFY-OUT SPOOL-OUT
           OPEN OUTPUT DELIVERY-OUT
           IF RMS-NTFOUT-STATUS NOT = '00'
            OR RMS-SPL-STATUS NOT = '00'
            OR RMS-DLVOUT-STATUS NOT = '00'
               DISPLAY 'RPTMISS: OPEN FAILED NTFOUT='
                       RMS-NTFOUT-STATUS
                       ' SPOOL=' RMS-SPL-STATUS
                       ' DLVOUT=' RMS-DLVOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO RMS-DX
           PERFORM 4000-LIST-MISSED THRU 4000-EXIT
               UNTIL RMS-DLVIN-EOF
           CLOSE DELIVERY-IN
           PERFORM 5000-SPOOL-MAIL THRU 5000-EXIT
               VARYING RMS-UX FROM 1 BY 1
               UNTIL RMS-UX > RMS-USER-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'RPTMISS: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'RPTMISS: RUN DATE ' PARM-RUN-DATE
                       ' IS NOT A DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO RMS-RUN-SERIAL
           COMPUTE RMS-FROM-SERIAL = RMS-RUN-SERIAL - 7
           OPEN INPUT DELIVERY-IN NOTIFY-IN USERS-IN
           IF RMS-DLVIN-STATUS NOT = '00'
            OR RMS-NTFIN-STATUS NOT = '00'
            OR RMS-USR-STATUS NOT = '00'
               DISPLAY 'RPTMISS: OPEN FAILED DLV='
                       RMS-DLVIN-STATUS
                       ' NTF=' RMS-NTFIN-STATUS
                       ' USERS=' RMS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      *> A run is in question when it is not yet digested and its
      *> run date falls in the week ending on the run date.
       2000-LOAD-DELIVERY.
           READ DELIVERY-IN INTO RPTDLV-RECORD
               AT END SET RMS-DLVIN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO RMS-DLV-COUNT
           PERFORM 2100-TEST-WEEK THRU 2100-EXIT
           IF NOT RMS-IN-WEEK
               GO TO 2000-EXIT
           END-IF
           IF RMS-CANDIDATES >= 5000
               DISPLAY 'RPTMISS: WEEK TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RMS-CANDIDATES
           MOVE RPTDLV-RECORD TO RMS-D-RECORD (RMS-CANDIDATES)
           SET RMS-D-CANDIDATE (RMS-CANDIDATES) TO TRUE.
       2000-EXIT.
           EXIT.

       2100-TEST-WEEK.
           MOVE 'N' TO RMS-WEEK-SW
           IF RDV-IN-DIGEST
               GO TO 2100-EXIT
           END-IF
           MOVE RDV-RUN-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL > RMS-FROM-SERIAL
            AND DS-SERIAL NOT > RMS-RUN-SERIAL
               SET RMS-IN-WEEK TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> One pass of the feed: notes the highest seq for the rows
      *> this run adds, and clears every run whose notification
      *> has been read.
       3000-CHECK-NOTIFY.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET RMS-NTFIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           MOVE NTF-SEQ TO RMS-SEQ-X
           IF RMS-SEQ-X IS NUMERIC
            AND RMS-SEQ-9 > RMS-NEXT-NTF
               MOVE RMS-SEQ-9 TO RMS-NEXT-NTF
           END-IF
           IF NOT NTF-IS-READ
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-MATCH-DELIVERY THRU 3100-EXIT
               VARYING RMS-DX FROM 1 BY 1
               UNTIL RMS-DX > RMS-CANDIDATES.
       3000-EXIT.
           EXIT.

       3100-MATCH-DELIVERY.
           IF RMS-D-CANDIDATE (RMS-DX)
            AND RMS-D-RECORD (RMS-DX) (97:6) = NTF-SEQ
            AND RMS-D-RECORD (RMS-DX) (1:10) = NTF-USER
               SET RMS-D-OPENED (RMS-DX) TO TRUE
               ADD 1 TO RMS-OPENED
           END-IF.
       3100-EXIT.
           EXIT.

      *> Every row goes back on the log; a missed run goes back
      *> marked digested, with its feed row and its count. The
      *> runs in question come back in the order 2000 tabled them.
       4000-LIST-MISSED.
           READ DELIVERY-IN INTO RPTDLV-RECORD
               AT END SET RMS-DLVIN-EOF TO TRUE
               GO TO 4000-EXIT
           END-READ
           PERFORM 2100-TEST-WEEK THRU 2100-EXIT
           IF NOT RMS-IN-WEEK
               GO TO 4000-WRITE
           END-IF
           ADD 1 TO RMS-DX
           IF NOT RMS-D-CANDIDATE (RMS-DX)
               GO TO 4000-WRITE
           END-IF
           MOVE 'Y' TO RDV-DIGESTED
           ADD 1 TO RMS-MISSED
           ADD 1 TO RMS-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE RMS-NEXT-NTF TO RMS-SEQ-9
           MOVE RMS-SEQ-X TO NTF-SEQ
           MOVE PARM-RUN-DATE TO NTF-DATE
           MOVE '00:00:00' TO NTF-TIME
           MOVE RDV-USER TO NTF-USER
           STRING 'missed: ' DELIMITED BY SIZE
                  RDV-REPORT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RDV-RUN-DATE DELIMITED BY SIZE
               INTO NTF-TEXT
           MOVE 'Y' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'Y' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD
           DISPLAY 'RPTMISS: ' RDV-USER ' MISSED ' RDV-REPORT
                   ' OF ' RDV-RUN-DATE
           PERFORM 4100-COUNT-FOR-USER THRU 4100-EXIT.
       4000-WRITE.
           WRITE DELIVERY-OUT-RECORD FROM RPTDLV-RECORD.
       4000-EXIT.
           EXIT.

       4100-COUNT-FOR-USER.
           MOVE ZERO TO RMS-HIT
           PERFORM 4110-MATCH-USER THRU 4110-EXIT
               VARYING RMS-UX FROM 1 BY 1
               UNTIL RMS-UX > RMS-USER-COUNT OR RMS-HIT > 0
           IF RMS-HIT = ZERO
               IF RMS-USER-COUNT >= 5000
                   DISPLAY 'RPTMISS: USER TABLE FULL AT 5000'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO RMS-USER-COUNT
               MOVE RMS-USER-COUNT TO RMS-HIT
               MOVE RDV-USER TO RMS-U-NAME (RMS-HIT)
               MOVE SPACES TO RMS-U-EMAIL (RMS-HIT)
               MOVE ZERO TO RMS-U-COUNT (RMS-HIT)
           END-IF
           ADD 1 TO RMS-U-COUNT (RMS-HIT).
       4100-EXIT.
           EXIT.

       4110-MATCH-USER.
           IF RMS-U-NAME (RMS-UX) = RDV-USER
               MOVE RMS-UX TO RMS-HIT
           END-IF.
       4110-EXIT.
           EXIT.

      *> One mail per subscriber with anything missed; the address
      *> comes from the users master by name, and a user it no
      *> longer knows gets the feed rows but no mail.
       5000-SPOOL-MAIL.
           PERFORM 5100-FIND-EMAIL THRU 5100-EXIT
           IF RMS-U-EMAIL (RMS-UX) = SPACES
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE RMS-U-EMAIL (RMS-UX) TO SPL-TO
           MOVE 'reports-missed' TO SPL-TEMPLATE
           MOVE RMS-U-COUNT (RMS-UX) TO RMS-COUNT-ED
           STRING RMS-COUNT-ED ' missed runs'
               DELIMITED BY SIZE INTO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           ADD 1 TO RMS-MAILS.
       5000-EXIT.
           EXIT.

       5100-FIND-EMAIL.
           MOVE 'N' TO RMS-USR-EOF-SW
           PERFORM 5110-SCAN-USERS THRU 5110-EXIT
               UNTIL RMS-USR-EOF
                  OR RMS-U-EMAIL (RMS-UX) NOT = SPACES
           CLOSE USERS-IN
           OPEN INPUT USERS-IN.
       5100-EXIT.
           EXIT.

       5110-SCAN-USERS.
           READ USERS-IN INTO USER-RECORD
               AT END SET RMS-USR-EOF TO TRUE
               NOT AT END
                   IF USER-NAME (1:10) = RMS-U-NAME (RMS-UX)
                       MOVE USER-EMAIL
                           TO RMS-U-EMAIL (RMS-UX)
                   END-IF
           END-READ.
       5110-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE DELIVERY-OUT NOTIFY-OUT USERS-IN SPOOL-OUT
           DISPLAY 'RPTMISS: ' RMS-DLV-COUNT ' DELIVERIES, '
                   RMS-CANDIDATES ' IN THE WEEK, '
                   RMS-OPENED ' OPENED, '
                   RMS-MISSED ' MISSED, '
                   RMS-MAILS ' MAILS SPOOLED'.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.
