      *> APRSWP.cbl
      *> Approval expiry sweep. APPLYTRN holds a large credit or an
      *> Owner/Admin grant Awaiting on APPROVAL-FILE until a second
      *> user decides it, and refuses a decision made 72 hours or
      *> more after the request. This job closes those out: every
      *> entry still Awaiting 72 hours after it was requested, as
      *> of the run date and time on the PARM ('YYYY-MM-DD
      *> HH:MM:SS', real calendar through the shared date
      *> service), is set Expired with 'system' as the decider and
      *> audited (approval, naming the requester). The next
      *> APPLYTRN run settles the held queue row as Rejected. The
      *> register passes old master to new and promotes on a clean
      *> end. The report lists what expired this run and what is
      *> still waiting, with its age, so the approvers can see
      *> what is about to lapse. Run nightly, clear of APPLYTRN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-IN ASSIGN TO APRINDD
               FILE STATUS IS ASW-APRIN-STATUS.
           SELECT APPROVAL-OUT ASSIGN TO APRNEWDD
               FILE STATUS IS ASW-APROUT-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS ASW-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS ASW-AUDOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS ASW-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-IN.
       01  APPROVAL-IN-RECORD     PIC X(334).
       FD  APPROVAL-OUT.
       01  APPROVAL-OUT-RECORD    PIC X(334).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  ASW-APRIN-STATUS       PIC X(02).
       77  ASW-APROUT-STATUS      PIC X(02).
       77  ASW-AUDIN-STATUS       PIC X(02).
       77  ASW-AUDOUT-STATUS      PIC X(02).
       77  ASW-RPT-STATUS         PIC X(02).
       77  ASW-AX                 PIC 9(04) COMP VALUE ZERO.
       77  ASW-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  ASW-EXPIRED-CT         PIC 9(05) COMP VALUE ZERO.
       77  ASW-AWAITING-CT        PIC 9(05) COMP VALUE ZERO.
       77  ASW-DECIDED-CT         PIC 9(05) COMP VALUE ZERO.
       77  ASW-SECTION-CT         PIC 9(05) COMP VALUE ZERO.
       77  ASW-NEXT-SEQ           PIC 9(08) VALUE ZERO.
      *> An entry lapses 72 hours (259200 seconds) after it was
      *> requested - the same limit APPLYTRN decides against.
       77  ASW-APPROVAL-SECS      PIC S9(11) COMP VALUE 259200.
       77  ASW-RUN-STAMP          PIC S9(11) COMP VALUE ZERO.
       77  ASW-REQ-STAMP          PIC S9(11) COMP VALUE ZERO.
       77  ASW-ELAPSED-SECS       PIC S9(11) COMP VALUE ZERO.
       77  ASW-DAY-SECS           PIC 9(05) COMP VALUE ZERO.
       77  ASW-AGE-HOURS          PIC 9(05) COMP VALUE ZERO.
       01  ASW-SWITCHES.
           05 ASW-APRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ASW-APRIN-EOF    VALUE 'Y'.
           05 ASW-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ASW-AUDIN-EOF    VALUE 'Y'.
           05 ASW-STAMP-SW        PIC X(01) VALUE 'N'.
              88 ASW-STAMP-OK     VALUE 'Y'.
      *> Every entry this run found Awaiting, with what it did to
      *> it; the outcome drives the report sections. Decided
      *> entries pass straight through to the new register.
       01  ASW-APR-TABLE.
           05 ASW-APR-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 ASW-APR OCCURS 5000 TIMES.
              10 ASW-A-IMAGE      PIC X(334).
              10 ASW-A-HOURS      PIC 9(05) COMP.
              10 ASW-A-OUTCOME    PIC X(01).
                 88 ASW-A-EXPIRED  VALUE 'E'.
                 88 ASW-A-WAITING  VALUE 'W'.
       01  ASW-SEQ-WORK.
           05 ASW-SEQ-X           PIC X(08).
           05 ASW-SEQ-9 REDEFINES ASW-SEQ-X
                                  PIC 9(08).
       01  ASW-TIME-WORK.
           05 ASW-TW-HH           PIC 9(02).
           05 FILLER              PIC X(01).
           05 ASW-TW-MM           PIC 9(02).
           05 FILLER              PIC X(01).
           05 ASW-TW-SS           PIC 9(02).
       01  ASW-HEAD-1.
           05 FILLER              PIC X(38) VALUE
              'APRSWP - APPROVAL EXPIRY SWEEP RUN AT '.
           05 ASW-H1-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-H1-TIME         PIC X(08).
           05 FILLER              PIC X(76) VALUE SPACES.
       01  ASW-SECTION-LINE.
           05 ASW-SL-TITLE        PIC X(133).
       01  ASW-HEAD-2.
           05 FILLER              PIC X(07) VALUE 'TRN'.
           05 FILLER              PIC X(13) VALUE 'WORKSPACE'.
           05 FILLER              PIC X(11) VALUE 'KIND'.
           05 FILLER              PIC X(11) VALUE 'REQUESTER'.
           05 FILLER              PIC X(20) VALUE 'REQUESTED'.
           05 FILLER              PIC X(07) VALUE 'HOURS'.
           05 FILLER              PIC X(64) VALUE 'SUMMARY'.
       01  ASW-DETAIL.
           05 ASW-DT-SEQ          PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-WORKSPACE    PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-KIND         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-REQUESTER    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-REQ-DATE     PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-REQ-TIME     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ASW-DT-HOURS        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ASW-DT-SUMMARY      PIC X(40).
           05 FILLER              PIC X(24) VALUE SPACES.
       01  ASW-NONE-LINE.
           05 FILLER              PIC X(133) VALUE '  (none)'.
       01  ASW-TOTAL-LINE.
           05 ASW-TL-LABEL        PIC X(20).
           05 ASW-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       COPY APPROVAL-RECORD.
       COPY AUDIT-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-RUN-TIME       PIC X(08).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-FIND-AUDIT-SEQ THRU 1200-EXIT
               UNTIL ASW-AUDIN-EOF
           CLOSE AUDIT-IN
           OPEN EXTEND AUDIT-OUT
           IF ASW-AUDOUT-STATUS NOT = '00'
               DISPLAY 'APRSWP: OPEN FAILED AUDOUT='
                       ASW-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-SWEEP-APPROVAL THRU 3000-EXIT
               UNTIL ASW-APRIN-EOF
           CLOSE APPROVAL-IN
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 19
               DISPLAY 'APRSWP: PARM MUST BE THE RUN DATE AND '
                       'TIME, YYYY-MM-DD HH:MM:SS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DI-X
           MOVE PARM-RUN-TIME TO ASW-TIME-WORK
           PERFORM 9100-STAMP-SECONDS THRU 9100-EXIT
           IF NOT ASW-STAMP-OK
               DISPLAY 'APRSWP: RUN DATE OR TIME NOT VALID: '
                       PARM-RUN-DATE ' ' PARM-RUN-TIME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ASW-REQ-STAMP TO ASW-RUN-STAMP
           OPEN INPUT APPROVAL-IN AUDIT-IN
           OPEN OUTPUT APPROVAL-OUT REPORT-OUT
           IF ASW-APRIN-STATUS NOT = '00'
            OR ASW-AUDIN-STATUS NOT = '00'
            OR ASW-APROUT-STATUS NOT = '00'
            OR ASW-RPT-STATUS NOT = '00'
               DISPLAY 'APRSWP: OPEN FAILED APRIN=' ASW-APRIN-STATUS
                       ' AUDIN=' ASW-AUDIN-STATUS
                       ' APROUT=' ASW-APROUT-STATUS
                       ' RPT=' ASW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO ASW-H1-DATE
           MOVE PARM-RUN-TIME TO ASW-H1-TIME
           WRITE REPORT-LINE FROM ASW-HEAD-1.
       1000-EXIT.
           EXIT.

       1200-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET ASW-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO ASW-SEQ-X
                   IF ASW-SEQ-X IS NUMERIC
                    AND ASW-SEQ-9 > ASW-NEXT-SEQ
                       MOVE ASW-SEQ-9 TO ASW-NEXT-SEQ
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> Decided entries pass straight through. An Awaiting one
      *> whose request stamp does not parse is left for a person
      *> to look at rather than expired on a guess.
       3000-SWEEP-APPROVAL.
           READ APPROVAL-IN INTO APPROVAL-RECORD
               AT END SET ASW-APRIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           ADD 1 TO ASW-READ-CT
           MOVE ZERO TO ASW-AX
           IF NOT APR-AWAITING
               ADD 1 TO ASW-DECIDED-CT
               GO TO 3000-WRITE
           END-IF
           IF ASW-APR-COUNT >= 5000
               DISPLAY 'APRSWP: AWAITING TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ASW-APR-COUNT
           MOVE ASW-APR-COUNT TO ASW-AX
           MOVE SPACE TO ASW-A-OUTCOME (ASW-AX)
           MOVE APR-REQ-DATE TO DS-DI-X
           MOVE APR-REQ-TIME TO ASW-TIME-WORK
           PERFORM 9100-STAMP-SECONDS THRU 9100-EXIT
           IF NOT ASW-STAMP-OK
               MOVE ZERO TO ASW-ELAPSED-SECS
           ELSE
               COMPUTE ASW-ELAPSED-SECS =
                   ASW-RUN-STAMP - ASW-REQ-STAMP
           END-IF
           IF ASW-ELAPSED-SECS < ZERO
               MOVE ZERO TO ASW-ELAPSED-SECS
           END-IF
           COMPUTE ASW-AGE-HOURS = ASW-ELAPSED-SECS / 3600
           MOVE ASW-AGE-HOURS TO ASW-A-HOURS (ASW-AX)
           IF ASW-ELAPSED-SECS < ASW-APPROVAL-SECS
               SET ASW-A-WAITING (ASW-AX) TO TRUE
               ADD 1 TO ASW-AWAITING-CT
               GO TO 3000-WRITE
           END-IF
           MOVE 'Expired' TO APR-STATUS
           MOVE 'system' TO APR-DECIDER
           MOVE PARM-RUN-DATE TO APR-DEC-DATE
           MOVE PARM-RUN-TIME TO APR-DEC-TIME
           SET ASW-A-EXPIRED (ASW-AX) TO TRUE
           ADD 1 TO ASW-EXPIRED-CT
           PERFORM 3100-AUDIT-EXPIRY THRU 3100-EXIT.
       3000-WRITE.
           IF ASW-AX > ZERO
               MOVE APPROVAL-RECORD TO ASW-A-IMAGE (ASW-AX)
           END-IF
           WRITE APPROVAL-OUT-RECORD FROM APPROVAL-RECORD.
       3000-EXIT.
           EXIT.

       3100-AUDIT-EXPIRY.
           ADD 1 TO ASW-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE ASW-NEXT-SEQ TO ASW-SEQ-9
           MOVE ASW-SEQ-X TO AUDIT-SEQ
           MOVE PARM-RUN-DATE TO AUDIT-DATE
           MOVE PARM-RUN-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE 'system' TO AUDIT-ACTOR
           MOVE 'approval' TO AUDIT-EVENT
           STRING 'expired ' DELIMITED BY SIZE
                  APR-TRN-SEQ DELIMITED BY SPACE
                  ' for ' DELIMITED BY SIZE
                  APR-REQUESTER DELIMITED BY SPACE
               INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       3100-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           MOVE 'EXPIRED THIS RUN' TO ASW-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE 'STILL AWAITING APPROVAL' TO ASW-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REGISTER ENTRIES' TO ASW-TL-LABEL
           MOVE ASW-READ-CT TO ASW-TL-COUNT
           WRITE REPORT-LINE FROM ASW-TOTAL-LINE
           MOVE 'ALREADY DECIDED' TO ASW-TL-LABEL
           MOVE ASW-DECIDED-CT TO ASW-TL-COUNT
           WRITE REPORT-LINE FROM ASW-TOTAL-LINE
           MOVE 'EXPIRED' TO ASW-TL-LABEL
           MOVE ASW-EXPIRED-CT TO ASW-TL-COUNT
           WRITE REPORT-LINE FROM ASW-TOTAL-LINE
           MOVE 'STILL AWAITING' TO ASW-TL-LABEL
           MOVE ASW-AWAITING-CT TO ASW-TL-COUNT
           WRITE REPORT-LINE FROM ASW-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM ASW-SECTION-LINE
           WRITE REPORT-LINE FROM ASW-HEAD-2
           MOVE ZERO TO ASW-SECTION-CT
           PERFORM 5200-PRINT-APPROVAL THRU 5200-EXIT
               VARYING ASW-AX FROM 1 BY 1
               UNTIL ASW-AX > ASW-APR-COUNT
           IF ASW-SECTION-CT = ZERO
               WRITE REPORT-LINE FROM ASW-NONE-LINE
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-APPROVAL.
           IF ASW-SL-TITLE = 'EXPIRED THIS RUN'
               IF NOT ASW-A-EXPIRED (ASW-AX)
                   GO TO 5200-EXIT
               END-IF
           ELSE
               IF NOT ASW-A-WAITING (ASW-AX)
                   GO TO 5200-EXIT
               END-IF
           END-IF
           MOVE ASW-A-IMAGE (ASW-AX) TO APPROVAL-RECORD
           MOVE APR-TRN-SEQ TO ASW-DT-SEQ
           MOVE APR-WORKSPACE TO ASW-DT-WORKSPACE
           MOVE APR-KIND TO ASW-DT-KIND
           MOVE APR-REQUESTER TO ASW-DT-REQUESTER
           MOVE APR-REQ-DATE TO ASW-DT-REQ-DATE
           MOVE APR-REQ-TIME TO ASW-DT-REQ-TIME
           MOVE ASW-A-HOURS (ASW-AX) TO ASW-DT-HOURS
           MOVE APR-SUMMARY TO ASW-DT-SUMMARY
           WRITE REPORT-LINE FROM ASW-DETAIL
           ADD 1 TO ASW-SECTION-CT.
       5200-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE APPROVAL-OUT AUDIT-OUT REPORT-OUT
           DISPLAY 'APRSWP: ' ASW-READ-CT ' ENTRIES, '
                   ASW-EXPIRED-CT ' EXPIRED, '
                   ASW-AWAITING-CT ' STILL AWAITING'.
       9000-EXIT.
           EXIT.

      *> Seconds since the date service's epoch for the date in
      *> DS-DATE-IN and the time in ASW-TIME-WORK, into
      *> ASW-REQ-STAMP; ASW-STAMP-OK is off when either will not
      *> parse.
       9100-STAMP-SECONDS.
           MOVE 'N' TO ASW-STAMP-SW
           MOVE ZERO TO ASW-REQ-STAMP
           IF ASW-TW-HH IS NOT NUMERIC
            OR ASW-TW-MM IS NOT NUMERIC
            OR ASW-TW-SS IS NOT NUMERIC
               GO TO 9100-EXIT
           END-IF
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 9100-EXIT
           END-IF
           COMPUTE ASW-DAY-SECS = ASW-TW-HH * 3600
               + ASW-TW-MM * 60 + ASW-TW-SS
           COMPUTE ASW-REQ-STAMP = DS-SERIAL * 86400 + ASW-DAY-SECS
           SET ASW-STAMP-OK TO TRUE.
       9100-EXIT.
           EXIT.

       COPY DATE-SERVICE.
