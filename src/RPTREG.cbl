      *>   cols 10-33  report name
      *>   cols 35-78  output dataset name
      *> The run date is stamped from the system date.
      *> Once the row is on the registry, everyone subscribed to
      *> the report on RPTSUB-FILE hears about the run: a
      *> notification in their feed, and for mail delivery a
      *> spooled mail (template 'report-ready') naming the
      *> dataset. A subscriber who is no longer Active, or whose
      *> role has lost its policy.json grant to read the report's
      *> resource (REPORT-ACCESS.cpy), is passed over. Each
      *> delivery is logged on RPTDLV-FILE for the weekly missed-
      *> reports digest. A delivery that cannot be made - a
      *> subscription file that will not open - leaves the
      *> registry row in place and ends RC=4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREG.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT REGISTRY-OUT ASSIGN TO REGDD
               FILE STATUS IS REG-OUT-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS REG-SUB-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS REG-USR-STATUS.
           SELECT POLICY-IN ASSIGN TO POLICYDD
               FILE STATUS IS REG-POL-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS REG-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS REG-NTFOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS REG-SPL-STATUS.
           SELECT DELIVERY-OUT ASSIGN TO DLVDD
               FILE STATUS IS REG-DLV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-OUT.
       01  REGISTRY-OUT-RECORD    PIC X(86).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(45).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  POLICY-IN.
       01  POLICY-IN-RECORD       PIC X(80).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  DELIVERY-OUT.
       01  DELIVERY-OUT-RECORD    PIC X(103).
       WORKING-STORAGE SECTION.
       77  REG-OUT-STATUS         PIC X(02).
       77  REG-SUB-STATUS         PIC X(02).
       77  REG-USR-STATUS         PIC X(02).
       77  REG-POL-STATUS         PIC X(02).
       77  REG-NTFIN-STATUS       PIC X(02).
       77  REG-NTFOUT-STATUS      PIC X(02).
       77  REG-SPL-STATUS         PIC X(02).
       77  REG-DLV-STATUS         PIC X(02).
       77  REG-SENT-CT            PIC 9(05) COMP VALUE ZERO.
       77  REG-PASSED-CT          PIC 9(05) COMP VALUE ZERO.
       77  REG-USER-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  REG-UX                 PIC 9(04) COMP VALUE ZERO.
       77  REG-USER-HIT           PIC 9(04) COMP VALUE ZERO.
       77  REG-RX                 PIC 9(03) COMP VALUE ZERO.
       77  REG-NEXT-NTF           PIC 9(06) VALUE ZERO.
       01  REG-SWITCHES.
           05 REG-SUB-EOF-SW      PIC X(01) VALUE 'N'.
              88 REG-SUB-EOF      VALUE 'Y'.
           05 REG-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 REG-USR-EOF      VALUE 'Y'.
           05 REG-POL-EOF-SW      PIC X(01) VALUE 'N'.
              88 REG-POL-EOF      VALUE 'Y'.
           05 REG-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 REG-NTFIN-EOF    VALUE 'Y'.
       01  REG-SYS-DATE.
           05 REG-SD-YYYY         PIC X(04).
           05 REG-SD-MM           PIC X(02).
           05 REG-SD-DD           PIC X(02).
       01  REG-SYS-TIME.
           05 REG-ST-HH           PIC X(02).
           05 REG-ST-MM           PIC X(02).
           05 REG-ST-SS           PIC X(02).
           05 FILLER              PIC X(02).
       01  REG-RUN-TIME           PIC X(08).
       01  REG-SEQ-WORK.
           05 REG-SEQ-X           PIC X(06).
           05 REG-SEQ-9 REDEFINES REG-SEQ-X
                                  PIC 9(06).
      *> The report's policy.json resource, from REPORT-ACCESS;
      *> a job not listed there is readable through '*' only.
       01  REG-RESOURCE           PIC X(16).
       01  REG-USER-TABLE.
           05 REG-USER OCCURS 1000 TIMES.
              10 REG-U-NAME       PIC X(10).
              10 REG-U-EMAIL      PIC X(40).
              10 REG-U-ROLE       PIC X(10).
              10 REG-U-STATUS     PIC X(10).
       COPY REPORT-RECORD.
       COPY RPTSUB-RECORD.
       COPY RPTDLV-RECORD.
       COPY USER-RECORD.
       COPY NOTIFY-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY REPORT-ACCESS.
       COPY POLICY-CHECK-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               GOBACK
           END-IF
           ACCEPT REG-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT REG-SYS-TIME FROM TIME
           MOVE PARM-NAME TO RPT-NAME
           MOVE SPACES TO RPT-RUN-DATE
           STRING REG-SD-YYYY '-' REG-SD-MM '-' REG-SD-DD
           WRITE REGISTRY-OUT-RECORD FROM REPORT-RECORD
           CLOSE REGISTRY-OUT
           DISPLAY 'RPTREG: REGISTERED ' RPT-NAME ' FOR ' RPT-JOB
           PERFORM 2000-DELIVER THRU 2000-EXIT
           GOBACK.
       0000-EXIT.
           EXIT.

       2000-DELIVER.
           OPEN INPUT SUBS-IN USERS-IN POLICY-IN NOTIFY-IN
           OPEN EXTEND NOTIFY-OUT SPOOL-OUT DELIVERY-OUT
           IF REG-SUB-STATUS NOT = '00'
            OR REG-USR-STATUS NOT = '00'
            OR REG-POL-STATUS NOT = '00'
            OR REG-NTFIN-STATUS NOT = '00'
            OR REG-NTFOUT-STATUS NOT = '00'
            OR REG-SPL-STATUS NOT = '00'
            OR REG-DLV-STATUS NOT = '00'
               DISPLAY 'RPTREG: OPEN FAILED SUBS=' REG-SUB-STATUS
                       ' USERS=' REG-USR-STATUS
                       ' POLICY=' REG-POL-STATUS
                       ' NTF=' REG-NTFIN-STATUS '/'
                       REG-NTFOUT-STATUS
                       ' SPOOL=' REG-SPL-STATUS
                       ' DLV=' REG-DLV-STATUS
                       ' - SUBSCRIBERS NOT TOLD'
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO REG-RUN-TIME
           STRING REG-ST-HH ':' REG-ST-MM ':' REG-ST-SS
               DELIMITED BY SIZE INTO REG-RUN-TIME
           MOVE '(none)' TO REG-RESOURCE
           PERFORM 2050-MATCH-ACCESS THRU 2050-EXIT
               VARYING REG-RX FROM 1 BY 1
               UNTIL REG-RX > RAC-COUNT
           PERFORM 2100-LOAD-USER THRU 2100-EXIT
               UNTIL REG-USR-EOF
           PERFORM 2200-LOAD-GRANT THRU 2200-EXIT
               UNTIL REG-POL-EOF
           PERFORM 2300-FIND-NOTIFY-SEQ THRU 2300-EXIT
               UNTIL REG-NTFIN-EOF
           PERFORM 3000-TELL-SUBSCRIBER THRU 3000-EXIT
               UNTIL REG-SUB-EOF
           CLOSE SUBS-IN USERS-IN POLICY-IN NOTIFY-IN
                 NOTIFY-OUT SPOOL-OUT DELIVERY-OUT
           DISPLAY 'RPTREG: ' REG-SENT-CT ' SUBSCRIBERS TOLD, '
                   REG-PASSED-CT ' PASSED OVER'.
       2000-EXIT.
           EXIT.

       2050-MATCH-ACCESS.
           IF RAC-JOB (REG-RX) = PARM-JOB
               MOVE RAC-RESOURCE (REG-RX) TO REG-RESOURCE
           END-IF.
       2050-EXIT.
           EXIT.

       2100-LOAD-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET REG-USR-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF REG-USER-COUNT >= 1000
               DISPLAY 'RPTREG: USER TABLE FULL AT 1000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO REG-USER-COUNT
           MOVE USER-NAME TO REG-U-NAME (REG-USER-COUNT)
           MOVE USER-EMAIL TO REG-U-EMAIL (REG-USER-COUNT)
           MOVE USER-ROLE TO REG-U-ROLE (REG-USER-COUNT)
           MOVE USER-STATUS TO REG-U-STATUS (REG-USER-COUNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-GRANT.
           READ POLICY-IN INTO PC-LINE
               AT END SET REG-POL-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           PERFORM 9900-PC-ADD-LINE THRU 9900-EXIT
           IF PC-TABLE-FULL
               DISPLAY 'RPTREG: GRANT TABLE FULL AT 64'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET REG-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO REG-SEQ-X
                   IF REG-SEQ-X IS NUMERIC
                    AND REG-SEQ-9 > REG-NEXT-NTF
                       MOVE REG-SEQ-9 TO REG-NEXT-NTF
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

      *> One subscription row: only the ones for this report, for
      *> an Active user whose role may still read it.
       3000-TELL-SUBSCRIBER.
           READ SUBS-IN INTO RPTSUB-RECORD
               AT END SET REG-SUB-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           IF RSB-REPORT NOT = PARM-NAME
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO REG-USER-HIT
           PERFORM 3100-MATCH-USER THRU 3100-EXIT
               VARYING REG-UX FROM 1 BY 1
               UNTIL REG-UX > REG-USER-COUNT OR REG-USER-HIT > 0
           IF REG-USER-HIT = ZERO
               ADD 1 TO REG-PASSED-CT
               GO TO 3000-EXIT
           END-IF
           IF REG-U-STATUS (REG-USER-HIT) NOT = 'Active'
               ADD 1 TO REG-PASSED-CT
               GO TO 3000-EXIT
           END-IF
           MOVE REG-U-ROLE (REG-USER-HIT) TO PC-ROLE
           MOVE REG-RESOURCE TO PC-RESOURCE
           MOVE 'read' TO PC-ACTION
           PERFORM 9910-PC-CHECK THRU 9910-EXIT
           IF NOT PC-GRANTED
               DISPLAY 'RPTREG: ' RSB-USER ' NO LONGER MAY READ '
                       REG-RESOURCE ' - PASSED OVER'
               ADD 1 TO REG-PASSED-CT
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO REG-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE REG-NEXT-NTF TO REG-SEQ-9
           MOVE REG-SEQ-X TO NTF-SEQ
           MOVE RPT-RUN-DATE TO NTF-DATE
           MOVE REG-RUN-TIME TO NTF-TIME
           MOVE RSB-USER TO NTF-USER
           STRING 'report: ' DELIMITED BY SIZE
                  PARM-NAME DELIMITED BY SIZE
               INTO NTF-TEXT
           MOVE 'N' TO NTF-EMAIL
           IF RSB-BY-MAIL
               MOVE 'Y' TO NTF-EMAIL
           END-IF
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD
           IF RSB-BY-MAIL
               PERFORM 3200-SPOOL-MAIL THRU 3200-EXIT
           END-IF
           MOVE SPACES TO RPTDLV-RECORD
           MOVE RSB-USER TO RDV-USER
           MOVE PARM-NAME TO RDV-REPORT
           MOVE RPT-RUN-DATE TO RDV-RUN-DATE
           MOVE PARM-JOB TO RDV-JOB
           MOVE PARM-DSNAME TO RDV-DSNAME
           MOVE NTF-SEQ TO RDV-NTF-SEQ
           MOVE 'N' TO RDV-DIGESTED
           WRITE DELIVERY-OUT-RECORD FROM RPTDLV-RECORD
           ADD 1 TO REG-SENT-CT.
       3000-EXIT.
           EXIT.

       3100-MATCH-USER.
           IF REG-U-NAME (REG-UX) = RSB-USER
               MOVE REG-UX TO REG-USER-HIT
           END-IF.
       3100-EXIT.
           EXIT.

      *> The mail reference is twenty bytes, so it carries the
      *> dataset name after the APPL. high-level qualifier every
      *> report dataset shares; the template puts it back.
       3200-SPOOL-MAIL.
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE RPT-RUN-DATE TO SPL-DATE
           MOVE REG-RUN-TIME TO SPL-TIME
           MOVE REG-U-EMAIL (REG-USER-HIT) TO SPL-TO
           MOVE 'report-ready' TO SPL-TEMPLATE
           IF PARM-DSNAME (1:5) = 'APPL.'
               MOVE PARM-DSNAME (6:20) TO SPL-REF
           ELSE
               MOVE PARM-DSNAME TO SPL-REF
           END-IF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD.
       3200-EXIT.
           EXIT.

       COPY POLICY-CHECK.
