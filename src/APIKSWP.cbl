      *> APIKSWP.cbl
      *> Nightly API key sweep. Walks APIKEY-FILE against the run
      *> date (PARM='YYYY-MM-DD', real calendar days). An Active
      *> key 180 days past issue - or past its AKY-EXPIRES, which
      *> APIKMNT sets 180 days out - is forced to rotate: it is
      *> set Expired, APIKCHK refuses it from then on with
      *> apikey.err.expired, the owner is mailed (template
      *> 'apikey-rotate') to issue a replacement from the API keys
      *> card, and the expiry is audited as apikey under 'system'.
      *> An Active key nobody has used for 90 days - counted from
      *> AKY-LAST-USED, or from issue if it has never been used -
      *> is flagged idle for the workspace admins to review; its
      *> next verified call clears the flag. Revoked and Expired
      *> keys pass through untouched. The report lists every key
      *> acted on or idle, and the rewritten master goes to a new
      *> file for the JCL to promote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-IN ASSIGN TO KEYINDD
               FILE STATUS IS AKS-KEYIN-STATUS.
           SELECT KEY-OUT ASSIGN TO KEYNEWDD
               FILE STATUS IS AKS-KEYOUT-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS AKS-USR-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS AKS-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS AKS-AUDOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS AKS-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS AKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-IN.
       01  KEY-IN-RECORD          PIC X(139).
       FD  KEY-OUT.
       01  KEY-OUT-RECORD         PIC X(139).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  AKS-KEYIN-STATUS       PIC X(02).
       77  AKS-KEYOUT-STATUS      PIC X(02).
       77  AKS-USR-STATUS         PIC X(02).
       77  AKS-AUDIN-STATUS       PIC X(02).
       77  AKS-AUDOUT-STATUS      PIC X(02).
       77  AKS-SPL-STATUS         PIC X(02).
       77  AKS-RPT-STATUS         PIC X(02).
       77  AKS-KEY-READ           PIC 9(05) COMP VALUE ZERO.
       77  AKS-CLOSED-CT          PIC 9(05) COMP VALUE ZERO.
       77  AKS-ROTATED-CT         PIC 9(05) COMP VALUE ZERO.
       77  AKS-IDLE-CT            PIC 9(05) COMP VALUE ZERO.
       77  AKS-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  AKS-UX                 PIC 9(05) COMP VALUE ZERO.
       77  AKS-USER-IX            PIC 9(05) COMP VALUE ZERO.
       77  AKS-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  AKS-SET-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  AKS-AGE                PIC S9(07) COMP VALUE ZERO.
       77  AKS-UNUSED             PIC S9(07) COMP VALUE ZERO.
       77  AKS-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  AKS-SWITCHES.
           05 AKS-KEYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKS-KEYIN-EOF    VALUE 'Y'.
           05 AKS-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 AKS-USR-EOF      VALUE 'Y'.
           05 AKS-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AKS-AUDIN-EOF    VALUE 'Y'.
       01  AKS-USER-TABLE.
           05 AKS-USER-ENTRY OCCURS 5000 TIMES.
              10 AKS-UT-RECORD    PIC X(113).
       01  AKS-DATE-WORK          PIC X(10).
       01  AKS-SEQ-WORK.
           05 AKS-SEQ-X           PIC X(08).
           05 AKS-SEQ-9 REDEFINES AKS-SEQ-X
                                  PIC 9(08).
       01  AKS-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'APIKSWP - API KEY SWEEP              RUN ON '.
           05 AKS-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  AKS-HEAD-2.
           05 FILLER              PIC X(55) VALUE
              'KEY       OWNER   WORKSPACE     ISSUED      LAST USED'.
           05 FILLER              PIC X(78) VALUE
              '  AGE  UNUSED  ACTION'.
       01  AKS-DETAIL.
           05 AKS-DT-KEY          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AKS-DT-OWNER        PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AKS-DT-WORKSPACE    PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AKS-DT-CREATED      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AKS-DT-LAST-USED    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 AKS-DT-AGE          PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 AKS-DT-UNUSED       PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AKS-DT-VERDICT      PIC X(63).
       01  AKS-TOTAL-LINE.
           05 AKS-TL-LABEL        PIC X(24).
           05 AKS-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       COPY APIKEY-RECORD.
       COPY USER-RECORD.
       COPY AUDIT-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-SWEEP-ONE THRU 3000-EXIT
               UNTIL AKS-KEYIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'APIKSWP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO AKS-DATE-WORK
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF AKS-SET-SERIAL = ZERO
               DISPLAY 'APIKSWP: RUN DATE NOT NUMERIC: '
                       PARM-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE AKS-SET-SERIAL TO AKS-RUN-SERIAL
           OPEN INPUT KEY-IN USERS-IN AUDIT-IN
           OPEN OUTPUT KEY-OUT REPORT-OUT
           OPEN EXTEND SPOOL-OUT
           IF AKS-KEYIN-STATUS NOT = '00'
            OR AKS-USR-STATUS NOT = '00'
            OR AKS-AUDIN-STATUS NOT = '00'
            OR AKS-KEYOUT-STATUS NOT = '00'
            OR AKS-SPL-STATUS NOT = '00'
            OR AKS-RPT-STATUS NOT = '00'
               DISPLAY 'APIKSWP: OPEN FAILED KEYS='
                       AKS-KEYIN-STATUS
                       ' USERS=' AKS-USR-STATUS
                       ' AUDIN=' AKS-AUDIN-STATUS
                       ' KEYOUT=' AKS-KEYOUT-STATUS
                       ' SPOOL=' AKS-SPL-STATUS
                       ' RPT=' AKS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL AKS-USR-EOF
           PERFORM 1200-FIND-AUDIT-SEQ THRU 1200-EXIT
               UNTIL AKS-AUDIN-EOF
           CLOSE USERS-IN AUDIT-IN
           OPEN EXTEND AUDIT-OUT
           IF AKS-AUDOUT-STATUS NOT = '00'
               DISPLAY 'APIKSWP: OPEN FAILED AUDOUT='
                       AKS-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO AKS-H1-DATE
           WRITE REPORT-LINE FROM AKS-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM AKS-HEAD-2
           PERFORM 8100-READ-KEY THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-USERS.
           READ USERS-IN
               AT END SET AKS-USR-EOF TO TRUE
               NOT AT END
                   IF AKS-USER-COUNT < 5000
                       ADD 1 TO AKS-USER-COUNT
                       MOVE USERS-IN-RECORD
                           TO AKS-UT-RECORD (AKS-USER-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET AKS-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO AKS-SEQ-X
                   IF AKS-SEQ-X IS NUMERIC
                    AND AKS-SEQ-9 > AKS-NEXT-SEQ
                       MOVE AKS-SEQ-9 TO AKS-NEXT-SEQ
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> A key whose issue date does not parse is left Active and
      *> listed for a person to look at rather than expired on a
      *> guess.
       3000-SWEEP-ONE.
           ADD 1 TO AKS-KEY-READ
           IF NOT AKY-ACTIVE
               ADD 1 TO AKS-CLOSED-CT
               GO TO 3000-WRITE
           END-IF
           MOVE AKY-ID TO AKS-DT-KEY
           MOVE AKY-OWNER TO AKS-DT-OWNER
           MOVE AKY-WORKSPACE TO AKS-DT-WORKSPACE
           MOVE AKY-CREATED TO AKS-DT-CREATED
           MOVE AKY-LAST-USED TO AKS-DT-LAST-USED
           MOVE AKY-CREATED TO AKS-DATE-WORK
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF AKS-SET-SERIAL = ZERO
               MOVE ZERO TO AKS-DT-AGE
               MOVE ZERO TO AKS-DT-UNUSED
               MOVE 'NO ISSUE DATE - revoke and reissue'
                   TO AKS-DT-VERDICT
               WRITE REPORT-LINE FROM AKS-DETAIL
               GO TO 3000-WRITE
           END-IF
           COMPUTE AKS-AGE = AKS-RUN-SERIAL - AKS-SET-SERIAL
           IF AKY-LAST-USED NOT = SPACES
               MOVE AKY-LAST-USED TO AKS-DATE-WORK
               PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           END-IF
           COMPUTE AKS-UNUSED = AKS-RUN-SERIAL - AKS-SET-SERIAL
           MOVE AKS-AGE TO AKS-DT-AGE
           MOVE AKS-UNUSED TO AKS-DT-UNUSED
           IF AKS-AGE NOT < 180
            OR (AKY-EXPIRES NOT = SPACES
                AND PARM-RUN-DATE NOT < AKY-EXPIRES)
               PERFORM 3500-FORCE-ROTATION THRU 3500-EXIT
               MOVE 'ROTATION FORCED - expired, owner mailed'
                   TO AKS-DT-VERDICT
               WRITE REPORT-LINE FROM AKS-DETAIL
               GO TO 3000-WRITE
           END-IF
           IF AKS-UNUSED NOT < 90
               MOVE 'Y' TO AKY-IDLE
               ADD 1 TO AKS-IDLE-CT
               MOVE 'IDLE - unused 90 days or more'
                   TO AKS-DT-VERDICT
               WRITE REPORT-LINE FROM AKS-DETAIL
           END-IF.
       3000-WRITE.
           WRITE KEY-OUT-RECORD FROM APIKEY-RECORD
           PERFORM 8100-READ-KEY THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3500-FORCE-ROTATION.
           SET AKY-EXPIRED TO TRUE
           MOVE PARM-RUN-DATE TO AKY-CLOSED
           ADD 1 TO AKS-ROTATED-CT
           ADD 1 TO AKS-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE AKS-NEXT-SEQ TO AKS-SEQ-9
           MOVE AKS-SEQ-X TO AUDIT-SEQ
           MOVE PARM-RUN-DATE TO AUDIT-DATE
           MOVE '00:00:00' TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE 'system' TO AUDIT-ACTOR
           MOVE 'apikey' TO AUDIT-EVENT
           STRING 'rotation forced ' AKY-ID
               DELIMITED BY SIZE INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           MOVE ZERO TO AKS-USER-IX
           PERFORM 3510-MATCH-USER THRU 3510-EXIT
               VARYING AKS-UX FROM 1 BY 1
               UNTIL AKS-UX > AKS-USER-COUNT
                  OR AKS-USER-IX > ZERO
           IF AKS-USER-IX = ZERO
               GO TO 3500-EXIT
           END-IF
           MOVE AKS-UT-RECORD (AKS-USER-IX) TO USER-RECORD
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE PARM-RUN-DATE TO SPL-DATE
           MOVE '00:00:00' TO SPL-TIME
           MOVE USER-EMAIL TO SPL-TO
           MOVE 'apikey-rotate' TO SPL-TEMPLATE
           MOVE AKY-ID TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD.
       3500-EXIT.
           EXIT.

       3510-MATCH-USER.
           IF AKS-UT-RECORD (AKS-UX) (1:6) = AKY-OWNER
               MOVE AKS-UX TO AKS-USER-IX
           END-IF.
       3510-EXIT.
           EXIT.

       8100-READ-KEY.
           READ KEY-IN INTO APIKEY-RECORD
               AT END SET AKS-KEYIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'KEYS SWEPT' TO AKS-TL-LABEL
           MOVE AKS-KEY-READ TO AKS-TL-COUNT
           WRITE REPORT-LINE FROM AKS-TOTAL-LINE
           MOVE 'ALREADY REVOKED/EXPIRED' TO AKS-TL-LABEL
           MOVE AKS-CLOSED-CT TO AKS-TL-COUNT
           WRITE REPORT-LINE FROM AKS-TOTAL-LINE
           MOVE 'ROTATION FORCED' TO AKS-TL-LABEL
           MOVE AKS-ROTATED-CT TO AKS-TL-COUNT
           WRITE REPORT-LINE FROM AKS-TOTAL-LINE
           MOVE 'FLAGGED IDLE' TO AKS-TL-LABEL
           MOVE AKS-IDLE-CT TO AKS-TL-COUNT
           WRITE REPORT-LINE FROM AKS-TOTAL-LINE
           CLOSE KEY-IN KEY-OUT AUDIT-OUT SPOOL-OUT REPORT-OUT
           DISPLAY 'APIKSWP: ' AKS-KEY-READ ' SWEPT, '
                   AKS-ROTATED-CT ' ROTATED, '
                   AKS-IDLE-CT ' IDLE'.
       9000-EXIT.
           EXIT.

      *> Real-calendar serial through the shared date service
      *> into AKS-SET-SERIAL, zero when not YYYY-MM-DD.
       9100-DATE-TO-SERIAL.
           MOVE AKS-DATE-WORK TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO AKS-SET-SERIAL.
       9100-EXIT.
           EXIT.

       COPY DATE-SERVICE.
