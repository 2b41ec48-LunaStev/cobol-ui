      *> CRDHOLD.cbl
      *> Nightly delinquency credit-hold sweep. A level-3 DUNGEN
      *> notice is the end of the dunning line, but the workspace
      *> kept full service however long the invoice then sat
      *> unpaid. This job reads every final notice in DUNNING-FILE
      *> and measures it against the run date and grace days on
      *> the PARM ('YYYY-MM-DD NNN', real calendar days through the
      *> shared date service):
      *>   hold    - a final notice still unpaid (invoice not Paid)
      *>             the grace days or more after it went out, with
      *>             no Active promise to pay against the invoice,
      *>             puts the workspace's SUBSCRIPTION-FILE record
      *>             on Hold; AUTHCHK then lets users in through
      *>             it only as its Owner or Billing members, so
      *>             someone can still pay
      *>   release - a workspace on Hold with no final notice left
      *>             unpaid (PAYRECON has marked the invoices Paid)
      *>             is set back to good standing on the same run
      *> A promise taken after the hold does not lift it; only the
      *> balance clearing does. Every hold and release is audited
      *> (credit.hold / credit.lift). Each final notice counts
      *> only against the workspace its invoice bills
      *> (INVOICE-WORKSPACE), so one workspace's arrears never hold
      *> another. The Active Owner and Billing members of each
      *> workspace held or released (MEMBER-FILE) get a
      *> notification feed row saying so. The rewritten
      *> subscription master promotes on a clean end. Run nightly
      *> after PRMSWP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUN-IN ASSIGN TO DUNINDD
               FILE STATUS IS CHD-DUNIN-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS CHD-INVIN-STATUS.
           SELECT PROMISE-IN ASSIGN TO PRMINDD
               FILE STATUS IS CHD-PRMIN-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBSDD
               FILE STATUS IS CHD-SUBIN-STATUS.
           SELECT SUBS-OUT ASSIGN TO SUBSNEW
               FILE STATUS IS CHD-SUBOUT-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS CHD-USRIN-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS CHD-MBRIN-STATUS.
           SELECT AUDIT-IN ASSIGN TO AUDINDD
               FILE STATUS IS CHD-AUDIN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO AUDOUTDD
               FILE STATUS IS CHD-AUDOUT-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS CHD-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS CHD-NTFOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CHD-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUN-IN.
       01  DUN-IN-RECORD          PIC X(64).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  PROMISE-IN.
       01  PROMISE-IN-RECORD      PIC X(86).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  SUBS-OUT.
       01  SUBS-OUT-RECORD        PIC X(93).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  CHD-DUNIN-STATUS       PIC X(02).
       77  CHD-INVIN-STATUS       PIC X(02).
       77  CHD-PRMIN-STATUS       PIC X(02).
       77  CHD-SUBIN-STATUS       PIC X(02).
       77  CHD-SUBOUT-STATUS      PIC X(02).
       77  CHD-USRIN-STATUS       PIC X(02).
       77  CHD-MBRIN-STATUS       PIC X(02).
       77  CHD-AUDIN-STATUS       PIC X(02).
       77  CHD-AUDOUT-STATUS      PIC X(02).
       77  CHD-NTFIN-STATUS       PIC X(02).
       77  CHD-NTFOUT-STATUS      PIC X(02).
       77  CHD-RPT-STATUS         PIC X(02).
       77  CHD-DX                 PIC 9(03) COMP VALUE ZERO.
       77  CHD-HIT                PIC 9(03) COMP VALUE ZERO.
       77  CHD-CX                 PIC 9(03) COMP VALUE ZERO.
       77  CHD-CHG-HIT            PIC 9(03) COMP VALUE ZERO.
       77  CHD-GRACE-DAYS         PIC 9(03) VALUE ZERO.
       77  CHD-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  CHD-WORK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  CHD-FINALS-READ        PIC 9(05) COMP VALUE ZERO.
       77  CHD-UNPAID-CT          PIC 9(05) COMP VALUE ZERO.
       77  CHD-PAST-GRACE-CT      PIC 9(05) COMP VALUE ZERO.
       77  CHD-SUBS-READ          PIC 9(05) COMP VALUE ZERO.
       77  CHD-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  CHD-LIFTED-CT          PIC 9(05) COMP VALUE ZERO.
       77  CHD-STILL-HELD-CT      PIC 9(05) COMP VALUE ZERO.
       77  CHD-NOTIFIED-CT        PIC 9(05) COMP VALUE ZERO.
       77  CHD-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       77  CHD-NEXT-NTF           PIC 9(06) VALUE ZERO.
       01  CHD-SWITCHES.
           05 CHD-DUNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-DUNIN-EOF    VALUE 'Y'.
           05 CHD-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-INVIN-EOF    VALUE 'Y'.
           05 CHD-PRMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-PRMIN-EOF    VALUE 'Y'.
           05 CHD-SUBIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-SUBIN-EOF    VALUE 'Y'.
           05 CHD-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-USRIN-EOF    VALUE 'Y'.
           05 CHD-MBRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-MBRIN-EOF    VALUE 'Y'.
           05 CHD-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-AUDIN-EOF    VALUE 'Y'.
           05 CHD-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CHD-NTFIN-EOF    VALUE 'Y'.
      *> Still owed: some final notice billed to the workspace in
      *> hand is unpaid at all. Past grace: one of them has also
      *> run out its grace days with no promise standing, which is
      *> what places a hold. Both are weighed afresh for each
      *> subscription read.
           05 CHD-OWED-SW         PIC X(01) VALUE 'N'.
              88 CHD-STILL-OWED   VALUE 'Y'.
           05 CHD-PAST-GRACE-SW   PIC X(01) VALUE 'N'.
              88 CHD-PAST-GRACE   VALUE 'Y'.
           05 CHD-PLACED-SW       PIC X(01) VALUE 'N'.
              88 CHD-HOLD-PLACED  VALUE 'Y'.
           05 CHD-LIFTED-SW       PIC X(01) VALUE 'N'.
              88 CHD-HOLD-LIFTED  VALUE 'Y'.
      *> One entry per invoice that has had its final notice,
      *> with the invoice's standing gathered from the other files.
       01  CHD-FINAL-TABLE.
           05 CHD-FINAL-COUNT     PIC 9(03) COMP VALUE ZERO.
           05 CHD-FINAL OCCURS 500 TIMES.
              10 CHD-F-INVOICE    PIC X(13).
              10 CHD-F-WORKSPACE  PIC X(12).
              10 CHD-F-DATE       PIC X(10).
              10 CHD-F-STATUS     PIC X(10).
              10 CHD-F-OPEN-BAL   PIC S9(09)V99 COMP-3.
              10 CHD-F-DAYS       PIC S9(07) COMP.
              10 CHD-F-PROMISED   PIC X(01).
                 88 CHD-F-UNDER-PROMISE VALUE 'Y'.
              10 CHD-F-NOTE       PIC X(40).
      *> One entry per workspace held or released this run, so
      *> its Owner and Billing members can be told.
       01  CHD-CHANGE-TABLE.
           05 CHD-CHG-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 CHD-CHG OCCURS 500 TIMES.
              10 CHD-C-WORKSPACE  PIC X(12).
              10 CHD-C-INVOICE    PIC X(13).
              10 CHD-C-ACTION     PIC X(01).
                 88 CHD-C-HELD    VALUE 'H'.
                 88 CHD-C-LIFTED  VALUE 'L'.
      *> One entry per Owner or Billing member of a changed
      *> workspace, pointing at its change entry.
       01  CHD-CONTACT-TABLE.
           05 CHD-CONTACT-COUNT   PIC 9(03) COMP VALUE ZERO.
           05 CHD-CONTACT OCCURS 500 TIMES.
              10 CHD-CT-USER-ID   PIC X(06).
              10 CHD-CT-CHANGE    PIC 9(03) COMP.
       01  CHD-KEY-INVOICE        PIC X(13) VALUE SPACES.
       01  CHD-CAUSE-INVOICE      PIC X(13) VALUE SPACES.
       01  CHD-DATE-WORK.
           05 CHD-DW-X            PIC X(10).
           05 CHD-DW-PARTS REDEFINES CHD-DW-X.
              10 CHD-DW-YYYY      PIC 9(04).
              10 FILLER           PIC X(01).
              10 CHD-DW-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 CHD-DW-DD        PIC 9(02).
       01  CHD-SEQ-WORK.
           05 CHD-SEQ-X           PIC X(08).
           05 CHD-SEQ-9 REDEFINES CHD-SEQ-X
                                  PIC 9(08).
       01  CHD-NTF-WORK.
           05 CHD-NTF-X           PIC X(06).
           05 CHD-NTF-9 REDEFINES CHD-NTF-X
                                  PIC 9(06).
       01  CHD-NTF-TEXT           PIC X(44) VALUE SPACES.
       01  CHD-HEAD-1.
           05 FILLER              PIC X(42) VALUE
              'CRDHOLD - CREDIT HOLD SWEEP       RUN ON  '.
           05 CHD-H1-DATE         PIC X(10).
           05 FILLER              PIC X(14) VALUE
              '   GRACE DAYS '.
           05 CHD-H1-GRACE        PIC ZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  CHD-SECTION-LINE.
           05 CHD-SL-TITLE        PIC X(133).
       01  CHD-HEAD-2.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(11) VALUE 'FINAL SENT'.
           05 FILLER              PIC X(06) VALUE ' DAYS'.
           05 FILLER              PIC X(11) VALUE 'STATUS'.
           05 FILLER              PIC X(14) VALUE 'OPEN BAL'.
           05 FILLER              PIC X(77) VALUE 'DISPOSITION'.
       01  CHD-DETAIL.
           05 CHD-DT-INVOICE      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-DT-DAYS         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-DT-STATUS       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-DT-OPEN-BAL     PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-DT-NOTE         PIC X(77).
       01  CHD-HEAD-3.
           05 FILLER              PIC X(13) VALUE 'WORKSPACE'.
           05 FILLER              PIC X(13) VALUE 'PLAN'.
           05 FILLER              PIC X(09) VALUE 'STANDING'.
           05 FILLER              PIC X(11) VALUE 'HOLD SINCE'.
           05 FILLER              PIC X(87) VALUE 'ACTION'.
       01  CHD-WS-LINE.
           05 CHD-WL-WORKSPACE    PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-WL-PLAN         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-WL-STANDING     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-WL-SINCE        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHD-WL-ACTION       PIC X(87).
       01  CHD-NONE-LINE.
           05 FILLER              PIC X(133) VALUE '  (none)'.
       01  CHD-TOTAL-LINE.
           05 CHD-TL-LABEL        PIC X(24).
           05 CHD-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       COPY DUNNING-RECORD.
       COPY INVOICE-RECORD.
       COPY PROMISE-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY USER-RECORD.
       COPY MEMBER-RECORD.
       COPY AUDIT-RECORD.
       COPY NOTIFY-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-GRACE-DAYS     PIC X(03).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-FINAL THRU 1100-EXIT
               UNTIL CHD-DUNIN-EOF
           PERFORM 1200-NOTE-INVOICE THRU 1200-EXIT
               UNTIL CHD-INVIN-EOF
           PERFORM 1300-NOTE-PROMISE THRU 1300-EXIT
               UNTIL CHD-PRMIN-EOF
           PERFORM 1400-FIND-AUDIT-SEQ THRU 1400-EXIT
               UNTIL CHD-AUDIN-EOF
           PERFORM 1500-FIND-NOTIFY-SEQ THRU 1500-EXIT
               UNTIL CHD-NTFIN-EOF
           CLOSE DUN-IN INVOICE-IN PROMISE-IN AUDIT-IN NOTIFY-IN
           OPEN EXTEND AUDIT-OUT NOTIFY-OUT
           IF CHD-AUDOUT-STATUS NOT = '00'
            OR CHD-NTFOUT-STATUS NOT = '00'
               DISPLAY 'CRDHOLD: OPEN FAILED AUDOUT='
                       CHD-AUDOUT-STATUS
                       ' NTFOUT=' CHD-NTFOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-PRINT-FINALS THRU 2000-EXIT
           PERFORM 3000-SWEEP-WORKSPACE THRU 3000-EXIT
               UNTIL CHD-SUBIN-EOF
           IF CHD-HOLD-PLACED OR CHD-HOLD-LIFTED
               PERFORM 4000-TAKE-MEMBER THRU 4000-EXIT
                   UNTIL CHD-MBRIN-EOF
               PERFORM 4100-NOTIFY-USER THRU 4100-EXIT
                   UNTIL CHD-USRIN-EOF
           END-IF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 14
            OR PARM-GRACE-DAYS IS NOT NUMERIC
               DISPLAY 'CRDHOLD: PARM MUST BE THE RUN DATE AND '
                       'GRACE DAYS, YYYY-MM-DD NNN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-GRACE-DAYS TO CHD-GRACE-DAYS
           MOVE PARM-RUN-DATE TO CHD-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF CHD-WORK-SERIAL = ZERO
               DISPLAY 'CRDHOLD: RUN DATE NOT NUMERIC: '
                       PARM-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CHD-WORK-SERIAL TO CHD-RUN-SERIAL
           OPEN INPUT DUN-IN INVOICE-IN PROMISE-IN SUBS-IN
           OPEN INPUT USERS-IN MEMBER-IN AUDIT-IN NOTIFY-IN
           OPEN OUTPUT SUBS-OUT REPORT-OUT
           IF CHD-DUNIN-STATUS NOT = '00'
            OR CHD-INVIN-STATUS NOT = '00'
            OR CHD-PRMIN-STATUS NOT = '00'
            OR CHD-SUBIN-STATUS NOT = '00'
            OR CHD-USRIN-STATUS NOT = '00'
            OR CHD-MBRIN-STATUS NOT = '00'
            OR CHD-AUDIN-STATUS NOT = '00'
            OR CHD-NTFIN-STATUS NOT = '00'
            OR CHD-SUBOUT-STATUS NOT = '00'
            OR CHD-RPT-STATUS NOT = '00'
               DISPLAY 'CRDHOLD: OPEN FAILED DUNIN='
                       CHD-DUNIN-STATUS
                       ' INVIN=' CHD-INVIN-STATUS
                       ' PRMIN=' CHD-PRMIN-STATUS
                       ' SUBS=' CHD-SUBIN-STATUS '/'
                       CHD-SUBOUT-STATUS
                       ' USERS=' CHD-USRIN-STATUS
                       ' MBR=' CHD-MBRIN-STATUS
                       ' AUD=' CHD-AUDIN-STATUS
                       ' NTF=' CHD-NTFIN-STATUS
                       ' RPT=' CHD-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO CHD-H1-DATE
           MOVE CHD-GRACE-DAYS TO CHD-H1-GRACE
           WRITE REPORT-LINE FROM CHD-HEAD-1
           PERFORM 8100-READ-DUNNING THRU 8100-EXIT
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT
           PERFORM 8300-READ-PROMISE THRU 8300-EXIT.
       1000-EXIT.
           EXIT.

      *> Only level-3 rows matter; the first one logged for an
      *> invoice is when its grace began.
       1100-LOAD-FINAL.
           IF DUN-LEVEL NOT = 3
               GO TO 1100-NEXT
           END-IF
           ADD 1 TO CHD-FINALS-READ
           MOVE DUN-INVOICE TO CHD-KEY-INVOICE
           PERFORM 1110-FIND-FINAL THRU 1110-EXIT
           IF CHD-HIT > ZERO
               GO TO 1100-NEXT
           END-IF
           IF CHD-FINAL-COUNT >= 500
               DISPLAY 'CRDHOLD: FINAL NOTICE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHD-FINAL-COUNT
           MOVE DUN-INVOICE TO CHD-F-INVOICE (CHD-FINAL-COUNT)
           MOVE DUN-DATE TO CHD-F-DATE (CHD-FINAL-COUNT)
           MOVE SPACES TO CHD-F-STATUS (CHD-FINAL-COUNT)
                          CHD-F-WORKSPACE (CHD-FINAL-COUNT)
                          CHD-F-NOTE (CHD-FINAL-COUNT)
           MOVE ZERO TO CHD-F-OPEN-BAL (CHD-FINAL-COUNT)
           MOVE 'N' TO CHD-F-PROMISED (CHD-FINAL-COUNT)
           MOVE DUN-DATE TO CHD-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           MOVE ZERO TO CHD-F-DAYS (CHD-FINAL-COUNT)
           IF CHD-WORK-SERIAL > ZERO
               COMPUTE CHD-F-DAYS (CHD-FINAL-COUNT) =
                   CHD-RUN-SERIAL - CHD-WORK-SERIAL
           END-IF.
       1100-NEXT.
           PERFORM 8100-READ-DUNNING THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

       1110-FIND-FINAL.
           MOVE ZERO TO CHD-HIT
           PERFORM 1120-MATCH-FINAL THRU 1120-EXIT
               VARYING CHD-DX FROM 1 BY 1
               UNTIL CHD-DX > CHD-FINAL-COUNT OR CHD-HIT > ZERO.
       1110-EXIT.
           EXIT.

       1120-MATCH-FINAL.
           IF CHD-F-INVOICE (CHD-DX) = CHD-KEY-INVOICE
               MOVE CHD-DX TO CHD-HIT
           END-IF.
       1120-EXIT.
           EXIT.

       1200-NOTE-INVOICE.
           IF INVOICE-IS-CREDIT
               GO TO 1200-NEXT
           END-IF
           MOVE INVOICE-NUMBER TO CHD-KEY-INVOICE
           PERFORM 1110-FIND-FINAL THRU 1110-EXIT
           IF CHD-HIT = ZERO
               GO TO 1200-NEXT
           END-IF
           MOVE INVOICE-STATUS TO CHD-F-STATUS (CHD-HIT)
           MOVE INVOICE-WORKSPACE TO CHD-F-WORKSPACE (CHD-HIT)
           MOVE INVOICE-OPEN-BAL TO CHD-F-OPEN-BAL (CHD-HIT).
       1200-NEXT.
           PERFORM 8200-READ-INVOICE THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

       1300-NOTE-PROMISE.
           IF NOT PRM-ACTIVE
               GO TO 1300-NEXT
           END-IF
           MOVE PRM-INVOICE TO CHD-KEY-INVOICE
           PERFORM 1110-FIND-FINAL THRU 1110-EXIT
           IF CHD-HIT > ZERO
               MOVE 'Y' TO CHD-F-PROMISED (CHD-HIT)
           END-IF.
       1300-NEXT.
           PERFORM 8300-READ-PROMISE THRU 8300-EXIT.
       1300-EXIT.
           EXIT.

       1400-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET CHD-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO CHD-SEQ-X
                   IF CHD-SEQ-X IS NUMERIC
                    AND CHD-SEQ-9 > CHD-NEXT-SEQ
                       MOVE CHD-SEQ-9 TO CHD-NEXT-SEQ
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

       1500-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET CHD-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO CHD-NTF-X
                   IF CHD-NTF-X IS NUMERIC
                    AND CHD-NTF-9 > CHD-NEXT-NTF
                       MOVE CHD-NTF-9 TO CHD-NEXT-NTF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *> Judge each final notice and list it. A Paid invoice (or
      *> one no longer on file) is settled; anything else is
      *> still owed, and past grace unless a promise stands.
       2000-PRINT-FINALS.
           MOVE 'FINAL NOTICES' TO CHD-SL-TITLE
           WRITE REPORT-LINE FROM CHD-SECTION-LINE
           WRITE REPORT-LINE FROM CHD-HEAD-2
           IF CHD-FINAL-COUNT = ZERO
               WRITE REPORT-LINE FROM CHD-NONE-LINE
           END-IF
           PERFORM 2100-JUDGE-FINAL THRU 2100-EXIT
               VARYING CHD-DX FROM 1 BY 1
               UNTIL CHD-DX > CHD-FINAL-COUNT.
       2000-EXIT.
           EXIT.

       2100-JUDGE-FINAL.
           EVALUATE TRUE
               WHEN CHD-F-STATUS (CHD-DX) = SPACES
                   MOVE 'invoice not on file - ignored'
                       TO CHD-F-NOTE (CHD-DX)
               WHEN CHD-F-STATUS (CHD-DX) = 'Paid'
                   MOVE 'paid - settled'
                       TO CHD-F-NOTE (CHD-DX)
               WHEN CHD-F-UNDER-PROMISE (CHD-DX)
                   ADD 1 TO CHD-UNPAID-CT
                   MOVE 'unpaid - promise to pay stands'
                       TO CHD-F-NOTE (CHD-DX)
               WHEN CHD-F-DAYS (CHD-DX) < CHD-GRACE-DAYS
                   ADD 1 TO CHD-UNPAID-CT
                   MOVE 'unpaid - within grace'
                       TO CHD-F-NOTE (CHD-DX)
               WHEN OTHER
                   ADD 1 TO CHD-UNPAID-CT
                   ADD 1 TO CHD-PAST-GRACE-CT
                   MOVE 'unpaid past grace - workspace to hold'
                       TO CHD-F-NOTE (CHD-DX)
           END-EVALUATE
           MOVE CHD-F-INVOICE (CHD-DX) TO CHD-DT-INVOICE
           MOVE CHD-F-DATE (CHD-DX) TO CHD-DT-DATE
           MOVE CHD-F-DAYS (CHD-DX) TO CHD-DT-DAYS
           MOVE CHD-F-STATUS (CHD-DX) TO CHD-DT-STATUS
           MOVE CHD-F-OPEN-BAL (CHD-DX) TO CHD-DT-OPEN-BAL
           MOVE CHD-F-NOTE (CHD-DX) TO CHD-DT-NOTE
           WRITE REPORT-LINE FROM CHD-DETAIL.
       2100-EXIT.
           EXIT.

       3000-SWEEP-WORKSPACE.
           READ SUBS-IN INTO SUBSCRIPTION-RECORD
               AT END SET CHD-SUBIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           ADD 1 TO CHD-SUBS-READ
           IF CHD-SUBS-READ = 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'WORKSPACES' TO CHD-SL-TITLE
               WRITE REPORT-LINE FROM CHD-SECTION-LINE
               WRITE REPORT-LINE FROM CHD-HEAD-3
           END-IF
           MOVE SPACES TO CHD-WL-ACTION
           PERFORM 3050-WEIGH-WORKSPACE THRU 3050-EXIT
           EVALUATE TRUE
               WHEN SUBS-ON-HOLD AND NOT CHD-STILL-OWED
                   PERFORM 3200-LIFT-HOLD THRU 3200-EXIT
               WHEN SUBS-ON-HOLD
                   ADD 1 TO CHD-STILL-HELD-CT
                   MOVE 'remains on hold - final notice unpaid'
                       TO CHD-WL-ACTION
               WHEN CHD-PAST-GRACE
                   PERFORM 3100-PLACE-HOLD THRU 3100-EXIT
               WHEN CHD-STILL-OWED
                   MOVE 'final notice unpaid - no hold yet'
                       TO CHD-WL-ACTION
               WHEN OTHER
                   MOVE 'good standing' TO CHD-WL-ACTION
           END-EVALUATE
           MOVE SUBS-WORKSPACE TO CHD-WL-WORKSPACE
           MOVE SUBS-PLAN-NAME TO CHD-WL-PLAN
           MOVE SUBS-STATUS TO CHD-WL-STANDING
           IF SUBS-STATUS = SPACES
               MOVE 'Active' TO CHD-WL-STANDING
           END-IF
           MOVE SUBS-HOLD-DATE TO CHD-WL-SINCE
           WRITE REPORT-LINE FROM CHD-WS-LINE
           WRITE SUBS-OUT-RECORD FROM SUBSCRIPTION-RECORD.
       3000-EXIT.
           EXIT.

      *> Only the final notices on invoices this workspace was
      *> billed decide its standing; the judging in 2100 applies.
       3050-WEIGH-WORKSPACE.
           MOVE 'N' TO CHD-OWED-SW CHD-PAST-GRACE-SW
           MOVE SPACES TO CHD-CAUSE-INVOICE
           PERFORM 3060-WEIGH-FINAL THRU 3060-EXIT
               VARYING CHD-DX FROM 1 BY 1
               UNTIL CHD-DX > CHD-FINAL-COUNT.
       3050-EXIT.
           EXIT.

       3060-WEIGH-FINAL.
           IF CHD-F-WORKSPACE (CHD-DX) NOT = SUBS-WORKSPACE
            OR CHD-F-STATUS (CHD-DX) = SPACES
            OR CHD-F-STATUS (CHD-DX) = 'Paid'
               GO TO 3060-EXIT
           END-IF
           SET CHD-STILL-OWED TO TRUE
           IF CHD-F-UNDER-PROMISE (CHD-DX)
            OR CHD-F-DAYS (CHD-DX) < CHD-GRACE-DAYS
               GO TO 3060-EXIT
           END-IF
           SET CHD-PAST-GRACE TO TRUE
           IF CHD-CAUSE-INVOICE = SPACES
               MOVE CHD-F-INVOICE (CHD-DX) TO CHD-CAUSE-INVOICE
           END-IF.
       3060-EXIT.
           EXIT.

       3100-PLACE-HOLD.
           MOVE 'Hold' TO SUBS-STATUS
           MOVE PARM-RUN-DATE TO SUBS-HOLD-DATE
           SET CHD-HOLD-PLACED TO TRUE
           ADD 1 TO CHD-HELD-CT
           PERFORM 3300-NOTE-CHANGE THRU 3300-EXIT
           SET CHD-C-HELD (CHD-CHG-COUNT) TO TRUE
           MOVE SPACES TO CHD-WL-ACTION
           STRING 'HOLD PLACED - ' DELIMITED BY SIZE
                  CHD-CAUSE-INVOICE DELIMITED BY SPACE
                  ' unpaid past grace' DELIMITED BY SIZE
               INTO CHD-WL-ACTION
           PERFORM 8800-NEXT-AUDIT THRU 8800-EXIT
           MOVE 'credit.hold' TO AUDIT-EVENT
           STRING SUBS-WORKSPACE DELIMITED BY SPACE
                  ' hold ' DELIMITED BY SIZE
                  CHD-CAUSE-INVOICE DELIMITED BY SPACE
               INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       3100-EXIT.
           EXIT.

       3200-LIFT-HOLD.
           MOVE SPACES TO SUBS-STATUS SUBS-HOLD-DATE
           SET CHD-HOLD-LIFTED TO TRUE
           ADD 1 TO CHD-LIFTED-CT
           PERFORM 3300-NOTE-CHANGE THRU 3300-EXIT
           SET CHD-C-LIFTED (CHD-CHG-COUNT) TO TRUE
           MOVE 'HOLD LIFTED - final notices settled'
               TO CHD-WL-ACTION
           PERFORM 8800-NEXT-AUDIT THRU 8800-EXIT
           MOVE 'credit.lift' TO AUDIT-EVENT
           STRING SUBS-WORKSPACE DELIMITED BY SPACE
                  ' released, balance clear' DELIMITED BY SIZE
               INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       3200-EXIT.
           EXIT.

       3300-NOTE-CHANGE.
           IF CHD-CHG-COUNT >= 500
               DISPLAY 'CRDHOLD: CHANGED WORKSPACE TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHD-CHG-COUNT
           MOVE SUBS-WORKSPACE TO CHD-C-WORKSPACE (CHD-CHG-COUNT)
           MOVE CHD-CAUSE-INVOICE TO CHD-C-INVOICE (CHD-CHG-COUNT).
       3300-EXIT.
           EXIT.

      *> The Active Owner and Billing members of a workspace held
      *> or released are the ones who can still sign in and pay,
      *> so they are the ones told.
       4000-TAKE-MEMBER.
           READ MEMBER-IN INTO MEMBER-RECORD
               AT END SET CHD-MBRIN-EOF TO TRUE
               GO TO 4000-EXIT
           END-READ
           IF NOT MBR-ACTIVE
            OR (MBR-ROLE NOT = 'Owner' AND MBR-ROLE NOT = 'Billing')
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO CHD-CHG-HIT
           PERFORM 4010-MATCH-CHANGE THRU 4010-EXIT
               VARYING CHD-CX FROM 1 BY 1
               UNTIL CHD-CX > CHD-CHG-COUNT OR CHD-CHG-HIT > ZERO
           IF CHD-CHG-HIT = ZERO
               GO TO 4000-EXIT
           END-IF
           IF CHD-CONTACT-COUNT >= 500
               DISPLAY 'CRDHOLD: CONTACT TABLE FULL AT 500'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CHD-CONTACT-COUNT
           MOVE MBR-USER-ID TO CHD-CT-USER-ID (CHD-CONTACT-COUNT)
           MOVE CHD-CHG-HIT TO CHD-CT-CHANGE (CHD-CONTACT-COUNT).
       4000-EXIT.
           EXIT.

       4010-MATCH-CHANGE.
           IF CHD-C-WORKSPACE (CHD-CX) = MBR-WORKSPACE
               MOVE CHD-CX TO CHD-CHG-HIT
           END-IF.
       4010-EXIT.
           EXIT.

      *> A contact is told only while the user is Active, one
      *> feed row per workspace of theirs that changed.
       4100-NOTIFY-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET CHD-USRIN-EOF TO TRUE
               GO TO 4100-EXIT
           END-READ
           IF USER-STATUS NOT = 'Active'
               GO TO 4100-EXIT
           END-IF
           PERFORM 4110-NOTIFY-CONTACT THRU 4110-EXIT
               VARYING CHD-CX FROM 1 BY 1
               UNTIL CHD-CX > CHD-CONTACT-COUNT.
       4100-EXIT.
           EXIT.

       4110-NOTIFY-CONTACT.
           IF CHD-CT-USER-ID (CHD-CX) NOT = USER-ID
               GO TO 4110-EXIT
           END-IF
           MOVE CHD-CT-CHANGE (CHD-CX) TO CHD-CHG-HIT
           IF CHD-C-HELD (CHD-CHG-HIT)
               MOVE SPACES TO CHD-NTF-TEXT
               STRING 'credit hold: pay ' DELIMITED BY SIZE
                      CHD-C-INVOICE (CHD-CHG-HIT) DELIMITED BY SPACE
                      ' to restore' DELIMITED BY SIZE
                   INTO CHD-NTF-TEXT
           ELSE
               MOVE 'credit hold lifted - full service restored'
                   TO CHD-NTF-TEXT
           END-IF
           PERFORM 4200-WRITE-NOTIFY THRU 4200-EXIT.
       4110-EXIT.
           EXIT.

       4200-WRITE-NOTIFY.
           ADD 1 TO CHD-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE CHD-NEXT-NTF TO CHD-NTF-9
           MOVE CHD-NTF-X TO NTF-SEQ
           MOVE PARM-RUN-DATE TO NTF-DATE
           MOVE '00:00:00' TO NTF-TIME
           MOVE USER-NAME (1:10) TO NTF-USER
           MOVE CHD-NTF-TEXT TO NTF-TEXT
           MOVE 'N' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD
           ADD 1 TO CHD-NOTIFIED-CT.
       4200-EXIT.
           EXIT.

       8100-READ-DUNNING.
           READ DUN-IN INTO DUNNING-RECORD
               AT END SET CHD-DUNIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET CHD-INVIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-PROMISE.
           READ PROMISE-IN INTO PROMISE-RECORD
               AT END SET CHD-PRMIN-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8800-NEXT-AUDIT.
           ADD 1 TO CHD-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE CHD-NEXT-SEQ TO CHD-SEQ-9
           MOVE CHD-SEQ-X TO AUDIT-SEQ
           MOVE PARM-RUN-DATE TO AUDIT-DATE
           MOVE '00:00:00' TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE 'system' TO AUDIT-ACTOR.
       8800-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FINAL NOTICES READ' TO CHD-TL-LABEL
           MOVE CHD-FINALS-READ TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'STILL UNPAID' TO CHD-TL-LABEL
           MOVE CHD-UNPAID-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'UNPAID PAST GRACE' TO CHD-TL-LABEL
           MOVE CHD-PAST-GRACE-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'HOLDS PLACED' TO CHD-TL-LABEL
           MOVE CHD-HELD-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'HOLDS LIFTED' TO CHD-TL-LABEL
           MOVE CHD-LIFTED-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'REMAINING ON HOLD' TO CHD-TL-LABEL
           MOVE CHD-STILL-HELD-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           MOVE 'CONTACTS NOTIFIED' TO CHD-TL-LABEL
           MOVE CHD-NOTIFIED-CT TO CHD-TL-COUNT
           WRITE REPORT-LINE FROM CHD-TOTAL-LINE
           CLOSE SUBS-IN SUBS-OUT USERS-IN MEMBER-IN AUDIT-OUT
                 NOTIFY-OUT REPORT-OUT
           DISPLAY 'CRDHOLD: ' CHD-FINAL-COUNT ' FINAL NOTICES, '
                   CHD-HELD-CT ' HELD, '
                   CHD-LIFTED-CT ' LIFTED, '
                   CHD-STILL-HELD-CT ' STILL ON HOLD'.
       9000-EXIT.
           EXIT.

      *> Real-calendar serial through the shared date service
      *> into CHD-WORK-SERIAL, zero when not YYYY-MM-DD.
       9100-DATE-TO-SERIAL.
           MOVE CHD-DW-X TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO CHD-WORK-SERIAL.
       9100-EXIT.
           EXIT.

       COPY DATE-SERVICE.
