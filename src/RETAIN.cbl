      *> RETAIN.cbl
      *> Retention run for the stores that otherwise grow forever -
      *> TRANS-FILE, MAIL-QUEUE, NOTIFY-FILE, TKTMSG-FILE,
      *> TKTEVENT-FILE, JOBLOG-FILE and PAYAPP-FILE - the way
      *> AUDARCH and HITARCH trim their own files. RETAIN-FILE says
      *> per store how many days rows are kept, the date field that
      *> ages them and whether an expired row is archived to the
      *> store's dated generation or deleted; a store with no row
      *> there is copied through whole. The cutoff is the PARM run
      *> date ('YYYY-MM-DD') less the store's days, counted on the
      *> shared calendar; a row dated before it has expired.
      *> Kept whatever their age:
      *>   - rows still in use: Pending or Awaiting transactions,
      *>     mail not yet Sent or Dead, unread notifications, the
      *>     thread and events of a ticket that is not Closed, the
      *>     applications of an invoice not yet Paid or Void, and
      *>     each job's last JOBLOG row (its current state for the
      *>     Job history card and JOBWATCH);
      *>   - the newest row of every store, so the appenders that
      *>     take the next sequence number from the file never
      *>     start over;
      *>   - a row whose date will not parse - DATACHK's business,
      *>     not a reason to purge;
      *>   - a row under legal hold on LEGALHOLD-FILE: one dated
      *>     inside a range hold, or one naming a person under a
      *>     subject hold (the transaction, message or event
      *>     actor, the mail recipient, the notified user - a hold
      *>     on a USER-ID or email covers the actor name through
      *>     USERS-FILE). Held rows are listed at the foot of the
      *>     report with the matter that holds them.
      *> Each store is rewritten to a new dataset and promoted by
      *> the JCL only on a clean end. The per-store before,
      *> archived, deleted and after counts go to the printed
      *> report and to RETCNT-FILE, which DATACHK cross-checks
      *> against the live stores.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-IN ASSIGN TO RETSCHDD
               FILE STATUS IS RTN-SCH-STATUS.
           SELECT TICKET-IN ASSIGN TO TKTINDD
               FILE STATUS IS RTN-TKT-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS RTN-INV-STATUS.
           SELECT TRANS-IN ASSIGN TO TRANSDD
               FILE STATUS IS RTN-TRNIN-STATUS.
           SELECT TRANS-ARCH ASSIGN TO TRNARCDD
               FILE STATUS IS RTN-TRNARC-STATUS.
           SELECT TRANS-NEW ASSIGN TO TRNNEWDD
               FILE STATUS IS RTN-TRNNEW-STATUS.
           SELECT MAIL-IN ASSIGN TO MAILDD
               FILE STATUS IS RTN-MLIN-STATUS.
           SELECT MAIL-ARCH ASSIGN TO MLARCDD
               FILE STATUS IS RTN-MLARC-STATUS.
           SELECT MAIL-NEW ASSIGN TO MAILNEW
               FILE STATUS IS RTN-MLNEW-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS RTN-NTFIN-STATUS.
           SELECT NOTIFY-ARCH ASSIGN TO NTFARCDD
               FILE STATUS IS RTN-NTFARC-STATUS.
           SELECT NOTIFY-NEW ASSIGN TO NTFNEWDD
               FILE STATUS IS RTN-NTFNEW-STATUS.
           SELECT TKTMSG-IN ASSIGN TO TKMINDD
               FILE STATUS IS RTN-TKMIN-STATUS.
           SELECT TKTMSG-ARCH ASSIGN TO TKMARCDD
               FILE STATUS IS RTN-TKMARC-STATUS.
           SELECT TKTMSG-NEW ASSIGN TO TKMNEWDD
               FILE STATUS IS RTN-TKMNEW-STATUS.
           SELECT EVENT-IN ASSIGN TO TKEINDD
               FILE STATUS IS RTN-TKEIN-STATUS.
           SELECT EVENT-ARCH ASSIGN TO TKEARCDD
               FILE STATUS IS RTN-TKEARC-STATUS.
           SELECT EVENT-NEW ASSIGN TO TKENEWDD
               FILE STATUS IS RTN-TKENEW-STATUS.
           SELECT JOBLOG-IN ASSIGN TO JLOGINDD
               FILE STATUS IS RTN-JLIN-STATUS.
           SELECT JOBLOG-ARCH ASSIGN TO JLARCDD
               FILE STATUS IS RTN-JLARC-STATUS.
           SELECT JOBLOG-NEW ASSIGN TO JLNEWDD
               FILE STATUS IS RTN-JLNEW-STATUS.
           SELECT PAYAPP-IN ASSIGN TO PAYAPPDD
               FILE STATUS IS RTN-PAIN-STATUS.
           SELECT PAYAPP-ARCH ASSIGN TO PAARCDD
               FILE STATUS IS RTN-PAARC-STATUS.
           SELECT PAYAPP-NEW ASSIGN TO PANEWDD
               FILE STATUS IS RTN-PANEW-STATUS.
           SELECT COUNTS-OUT ASSIGN TO RETCNTDD
               FILE STATUS IS RTN-CNT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS RTN-RPT-STATUS.
           SELECT HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS RTN-HOLD-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS RTN-USR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(40).
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  TRANS-ARCH.
       01  TRANS-ARCH-RECORD      PIC X(200).
       FD  TRANS-NEW.
       01  TRANS-NEW-RECORD       PIC X(200).
       FD  MAIL-IN.
       01  MAIL-IN-RECORD         PIC X(132).
       FD  MAIL-ARCH.
       01  MAIL-ARCH-RECORD       PIC X(132).
       FD  MAIL-NEW.
       01  MAIL-NEW-RECORD        PIC X(132).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-ARCH.
       01  NOTIFY-ARCH-RECORD     PIC X(82).
       FD  NOTIFY-NEW.
       01  NOTIFY-NEW-RECORD      PIC X(82).
       FD  TKTMSG-IN.
       01  TKTMSG-IN-RECORD       PIC X(143).
       FD  TKTMSG-ARCH.
       01  TKTMSG-ARCH-RECORD     PIC X(143).
       FD  TKTMSG-NEW.
       01  TKTMSG-NEW-RECORD      PIC X(143).
       FD  EVENT-IN.
       01  EVENT-IN-RECORD        PIC X(84).
       FD  EVENT-ARCH.
       01  EVENT-ARCH-RECORD      PIC X(84).
       FD  EVENT-NEW.
       01  EVENT-NEW-RECORD       PIC X(84).
       FD  JOBLOG-IN.
       01  JOBLOG-IN-RECORD       PIC X(90).
       FD  JOBLOG-ARCH.
       01  JOBLOG-ARCH-RECORD     PIC X(90).
       FD  JOBLOG-NEW.
       01  JOBLOG-NEW-RECORD      PIC X(90).
       FD  PAYAPP-IN.
       01  PAYAPP-IN-RECORD       PIC X(63).
       FD  PAYAPP-ARCH.
       01  PAYAPP-ARCH-RECORD     PIC X(63).
       FD  PAYAPP-NEW.
       01  PAYAPP-NEW-RECORD      PIC X(63).
       FD  COUNTS-OUT.
       01  COUNTS-OUT-RECORD      PIC X(68).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       FD  HOLD-IN.
       01  HOLD-IN-RECORD         PIC X(140).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       WORKING-STORAGE SECTION.
       77  RTN-SCH-STATUS         PIC X(02).
       77  RTN-TKT-STATUS         PIC X(02).
       77  RTN-INV-STATUS         PIC X(02).
       77  RTN-TRNIN-STATUS       PIC X(02).
       77  RTN-TRNARC-STATUS      PIC X(02).
       77  RTN-TRNNEW-STATUS      PIC X(02).
       77  RTN-MLIN-STATUS        PIC X(02).
       77  RTN-MLARC-STATUS       PIC X(02).
       77  RTN-MLNEW-STATUS       PIC X(02).
       77  RTN-NTFIN-STATUS       PIC X(02).
       77  RTN-NTFARC-STATUS      PIC X(02).
       77  RTN-NTFNEW-STATUS      PIC X(02).
       77  RTN-TKMIN-STATUS       PIC X(02).
       77  RTN-TKMARC-STATUS      PIC X(02).
       77  RTN-TKMNEW-STATUS      PIC X(02).
       77  RTN-TKEIN-STATUS       PIC X(02).
       77  RTN-TKEARC-STATUS      PIC X(02).
       77  RTN-TKENEW-STATUS      PIC X(02).
       77  RTN-JLIN-STATUS        PIC X(02).
       77  RTN-JLARC-STATUS       PIC X(02).
       77  RTN-JLNEW-STATUS       PIC X(02).
       77  RTN-PAIN-STATUS        PIC X(02).
       77  RTN-PAARC-STATUS       PIC X(02).
       77  RTN-PANEW-STATUS       PIC X(02).
       77  RTN-CNT-STATUS         PIC X(02).
       77  RTN-RPT-STATUS         PIC X(02).
       77  RTN-HOLD-STATUS        PIC X(02).
       77  RTN-USR-STATUS         PIC X(02).
       77  RTN-SX                 PIC 9(02) COMP VALUE ZERO.
       77  RTN-FOUND-SX           PIC 9(02) COMP VALUE ZERO.
       77  RTN-TX                 PIC 9(04) COMP VALUE ZERO.
       77  RTN-TKT-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  RTN-INV-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  RTN-JOB-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  RTN-JOB-X              PIC 9(04) COMP VALUE ZERO.
       77  RTN-REC-NO             PIC 9(07) COMP VALUE ZERO.
       77  RTN-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  RTN-TOT-BEFORE         PIC 9(07) COMP VALUE ZERO.
       77  RTN-TOT-ARCHIVED       PIC 9(07) COMP VALUE ZERO.
       77  RTN-TOT-DELETED        PIC 9(07) COMP VALUE ZERO.
       77  RTN-TOT-AFTER          PIC 9(07) COMP VALUE ZERO.
       77  RTN-HL-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  RTN-HL-OVER            PIC 9(07) COMP VALUE ZERO.
       77  RTN-HX                 PIC 9(04) COMP VALUE ZERO.
       01  RTN-SWITCHES.
           05 RTN-EOF-SW          PIC X(01) VALUE 'N'.
              88 RTN-EOF          VALUE 'Y'.
           05 RTN-LIVE-SW         PIC X(01) VALUE 'N'.
              88 RTN-LIVE         VALUE 'Y'.
           05 RTN-FOUND-SW        PIC X(01) VALUE 'N'.
              88 RTN-FOUND        VALUE 'Y'.
           05 RTN-OUTCOME-SW      PIC X(01) VALUE 'K'.
              88 RTN-KEEP         VALUE 'K'.
              88 RTN-TO-ARCHIVE   VALUE 'A'.
              88 RTN-TO-DELETE    VALUE 'D'.
       01  RTN-REC-DATE           PIC X(10).
      *> The person a row names, for the subject holds; blank for
      *> the stores that name nobody.
       01  RTN-REC-SUBJECT        PIC X(40).
       01  RTN-RUN-DATE           PIC X(10).
      *> The stores this run knows, in the order it trims them,
      *> with the one date field each can be aged by. A schedule
      *> row naming any other store or field stops the run.
       01  RTN-STORE-VALUES.
           05 FILLER              PIC X(28) VALUE
              'TRANS       TRN-DATE        '.
           05 FILLER              PIC X(28) VALUE
              'MAIL-QUEUE  MAIL-DATE       '.
           05 FILLER              PIC X(28) VALUE
              'NOTIFY      NTF-DATE        '.
           05 FILLER              PIC X(28) VALUE
              'TKTMSG      TM-DATE         '.
           05 FILLER              PIC X(28) VALUE
              'TKTEVENT    TKE-DATE        '.
           05 FILLER              PIC X(28) VALUE
              'JOBLOG      JL-DATE         '.
           05 FILLER              PIC X(28) VALUE
              'PAYAPP      PA-DATE         '.
       01  RTN-STORE-TABLE REDEFINES RTN-STORE-VALUES.
           05 RTN-SV OCCURS 7 TIMES.
              10 RTN-SV-NAME      PIC X(12).
              10 RTN-SV-FIELD     PIC X(16).
       01  RTN-STORE-STATE.
           05 RTN-ST OCCURS 7 TIMES.
              10 RTN-ST-ACTION    PIC X(01).
                 88 RTN-ST-ARCHIVE  VALUE 'A'.
                 88 RTN-ST-DELETE   VALUE 'D'.
                 88 RTN-ST-KEEP-ALL VALUE 'K'.
              10 RTN-ST-DAYS      PIC 9(05).
              10 RTN-ST-CUTOFF    PIC X(10).
              10 RTN-ST-BEFORE    PIC 9(07) COMP.
              10 RTN-ST-ARCHIVED  PIC 9(07) COMP.
              10 RTN-ST-DELETED   PIC 9(07) COMP.
              10 RTN-ST-AFTER     PIC 9(07) COMP.
              10 RTN-ST-HELD      PIC 9(07) COMP.
      *> Tickets not yet Closed and invoices not yet Paid or Void:
      *> their threads, events and applications stay live.
       01  RTN-TKT-TABLE.
           05 RTN-OPEN-TKT OCCURS 2000 TIMES
                                  PIC X(08).
       01  RTN-INV-TABLE.
           05 RTN-OPEN-INV OCCURS 2000 TIMES
                                  PIC X(13).
      *> Each job's last JOBLOG row, by position in the file.
       01  RTN-JOB-TABLE.
           05 RTN-JOB OCCURS 300 TIMES.
              10 RTN-JOB-NAME     PIC X(08).
              10 RTN-JOB-LAST     PIC 9(07) COMP.
      *> Rows kept under legal hold, for the foot of the report.
       01  RTN-HOLD-LIST.
           05 RTN-HL OCCURS 500 TIMES.
              10 RTN-HL-STORE     PIC X(12).
              10 RTN-HL-MATTER    PIC X(12).
              10 RTN-HL-DATE      PIC X(10).
              10 RTN-HL-SUBJECT   PIC X(40).
       COPY RETAIN-RECORD.
       COPY RETCNT-RECORD.
       COPY TICKET-RECORD.
       COPY INVOICE-RECORD.
       COPY TRANS-RECORD.
       COPY MAIL-RECORD.
       COPY NOTIFY-RECORD.
       COPY TKTMSG-RECORD.
       COPY TKTEVENT-RECORD.
       COPY JOBLOG-RECORD.
       COPY PAYAPP-RECORD.
       COPY USER-RECORD.
       COPY LEGALHOLD-RECORD.
       COPY LEGAL-HOLD-WS.
       COPY DATE-SERVICE-WS.
       01  RTN-TITLE-LINE.
           05 FILLER              PIC X(20)
                  VALUE 'RETENTION RUN FOR  '.
           05 RTN-TL-DATE         PIC X(10).
           05 FILLER              PIC X(103) VALUE SPACES.
       01  RTN-HEAD-LINE.
           05 FILLER              PIC X(49) VALUE
              'STORE        ACTION    DAYS  CUTOFF        BEFORE'.
           05 FILLER              PIC X(40) VALUE
              '  ARCHIVED   DELETED     AFTER      HELD'.
           05 FILLER              PIC X(44) VALUE SPACES.
       01  RTN-DETAIL-LINE.
           05 RTN-DL-STORE        PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-ACTION       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-DAYS         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTN-DL-CUTOFF       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-BEFORE       PIC ZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-ARCHIVED     PIC ZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-DELETED      PIC ZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-AFTER        PIC ZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-DL-HELD         PIC ZZZZZZZZ9.
           05 FILLER              PIC X(42) VALUE SPACES.
       01  RTN-HOLD-HEAD.
           05 FILLER              PIC X(26) VALUE
              'ROWS KEPT UNDER LEGAL HOLD'.
           05 FILLER              PIC X(107) VALUE SPACES.
       01  RTN-HOLD-COLS.
           05 FILLER              PIC X(47) VALUE
              'STORE        MATTER        DATE        SUBJECT'.
           05 FILLER              PIC X(86) VALUE SPACES.
       01  RTN-HOLD-LINE.
           05 RTN-HD-STORE        PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 RTN-HD-MATTER       PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTN-HD-DATE         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTN-HD-SUBJECT      PIC X(40).
           05 FILLER              PIC X(54) VALUE SPACES.
       01  RTN-HOLD-OVER-LINE.
           05 RTN-HO-COUNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(40) VALUE
              ' MORE HELD ROWS - LISTED ON SYSOUT ONLY'.
           05 FILLER              PIC X(86) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-TRIM-TRANS THRU 3000-EXIT
           PERFORM 3100-TRIM-MAIL THRU 3100-EXIT
           PERFORM 3200-TRIM-NOTIFY THRU 3200-EXIT
           PERFORM 3300-TRIM-TKTMSG THRU 3300-EXIT
           PERFORM 3400-TRIM-EVENTS THRU 3400-EXIT
           PERFORM 3500-TRIM-JOBLOG THRU 3500-EXIT
           PERFORM 3600-TRIM-PAYAPP THRU 3600-EXIT
           PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
               VARYING RTN-SX FROM 1 BY 1 UNTIL RTN-SX > 7
           PERFORM 8500-LIST-HELD THRU 8500-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE SPACES TO DS-DI-X
           IF PARM-LEN = 10
               MOVE PARM-RUN-DATE TO DS-DI-X
           END-IF
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'RETAIN: PARM MUST BE THE RUN DATE YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO RTN-RUN-DATE
           MOVE DS-SERIAL TO RTN-RUN-SERIAL
           PERFORM 1100-CLEAR-STORE THRU 1100-EXIT
               VARYING RTN-SX FROM 1 BY 1 UNTIL RTN-SX > 7
           OPEN INPUT SCHED-IN TICKET-IN INVOICE-IN
           IF RTN-SCH-STATUS NOT = '00'
            OR RTN-TKT-STATUS NOT = '00'
            OR RTN-INV-STATUS NOT = '00'
               DISPLAY 'RETAIN: OPEN FAILED SCHEDULE='
                       RTN-SCH-STATUS
                       ' TICKETS=' RTN-TKT-STATUS
                       ' INVOICES=' RTN-INV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
               UNTIL RTN-EOF
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 2100-LOAD-TICKET THRU 2100-EXIT
               UNTIL RTN-EOF
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 2200-LOAD-INVOICE THRU 2200-EXIT
               UNTIL RTN-EOF
           CLOSE SCHED-IN TICKET-IN INVOICE-IN
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT
           OPEN INPUT TRANS-IN MAIL-IN NOTIFY-IN TKTMSG-IN
                      EVENT-IN JOBLOG-IN PAYAPP-IN
           OPEN OUTPUT TRANS-ARCH TRANS-NEW MAIL-ARCH MAIL-NEW
                       NOTIFY-ARCH NOTIFY-NEW TKTMSG-ARCH
                       TKTMSG-NEW EVENT-ARCH EVENT-NEW
                       JOBLOG-ARCH JOBLOG-NEW PAYAPP-ARCH
                       PAYAPP-NEW COUNTS-OUT REPORT-OUT
           IF RTN-TRNIN-STATUS NOT = '00'
            OR RTN-MLIN-STATUS NOT = '00'
            OR RTN-NTFIN-STATUS NOT = '00'
            OR RTN-TKMIN-STATUS NOT = '00'
            OR RTN-TKEIN-STATUS NOT = '00'
            OR RTN-JLIN-STATUS NOT = '00'
            OR RTN-PAIN-STATUS NOT = '00'
               DISPLAY 'RETAIN: OPEN FAILED TRANS=' RTN-TRNIN-STATUS
                       ' MAIL=' RTN-MLIN-STATUS
                       ' NOTIFY=' RTN-NTFIN-STATUS
                       ' TKTMSG=' RTN-TKMIN-STATUS
                       ' TKTEVENT=' RTN-TKEIN-STATUS
                       ' JOBLOG=' RTN-JLIN-STATUS
                       ' PAYAPP=' RTN-PAIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RTN-TRNARC-STATUS NOT = '00'
            OR RTN-TRNNEW-STATUS NOT = '00'
            OR RTN-MLARC-STATUS NOT = '00'
            OR RTN-MLNEW-STATUS NOT = '00'
            OR RTN-NTFARC-STATUS NOT = '00'
            OR RTN-NTFNEW-STATUS NOT = '00'
            OR RTN-TKMARC-STATUS NOT = '00'
            OR RTN-TKMNEW-STATUS NOT = '00'
            OR RTN-TKEARC-STATUS NOT = '00'
            OR RTN-TKENEW-STATUS NOT = '00'
            OR RTN-JLARC-STATUS NOT = '00'
            OR RTN-JLNEW-STATUS NOT = '00'
            OR RTN-PAARC-STATUS NOT = '00'
            OR RTN-PANEW-STATUS NOT = '00'
            OR RTN-CNT-STATUS NOT = '00'
            OR RTN-RPT-STATUS NOT = '00'
               DISPLAY 'RETAIN: OPEN FAILED ON AN ARCHIVE, NEW STORE, '
                       'COUNTS OR REPORT DATASET'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RTN-RUN-DATE TO RTN-TL-DATE
           WRITE REPORT-LINE FROM RTN-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RTN-HEAD-LINE.
       1000-EXIT.
           EXIT.

       1100-CLEAR-STORE.
           MOVE 'K' TO RTN-ST-ACTION (RTN-SX)
           MOVE ZERO TO RTN-ST-DAYS (RTN-SX)
                        RTN-ST-BEFORE (RTN-SX)
                        RTN-ST-ARCHIVED (RTN-SX)
                        RTN-ST-DELETED (RTN-SX)
                        RTN-ST-AFTER (RTN-SX)
                        RTN-ST-HELD (RTN-SX)
           MOVE SPACES TO RTN-ST-CUTOFF (RTN-SX).
       1100-EXIT.
           EXIT.

      *> The register, then every user: the stores name people by
      *> actor name or email, so a hold placed on one is widened
      *> to the others here.
       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-IN USERS-IN
           IF RTN-HOLD-STATUS NOT = '00'
            OR RTN-USR-STATUS NOT = '00'
               DISPLAY 'RETAIN: OPEN FAILED HOLDS=' RTN-HOLD-STATUS
                       ' USERS=' RTN-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 1210-LOAD-HOLD THRU 1210-EXIT
               UNTIL RTN-EOF
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 1220-NOTE-USER THRU 1220-EXIT
               UNTIL RTN-EOF
           CLOSE HOLD-IN USERS-IN.
       1200-EXIT.
           EXIT.

       1210-LOAD-HOLD.
           READ HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 1210-EXIT
           END-READ
           PERFORM 9500-LH-ADD-HOLD THRU 9500-EXIT
           IF LH-TABLE-FULL
               DISPLAY 'RETAIN: LEGAL HOLD TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1210-EXIT.
           EXIT.

       1220-NOTE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 1220-EXIT
           END-READ
           MOVE USER-ID TO LH-USER-ID-IN
           MOVE USER-EMAIL TO LH-USER-EMAIL-IN
           MOVE USER-NAME (1:10) TO LH-USER-ACTOR-IN
           PERFORM 9510-LH-NOTE-USER THRU 9510-EXIT.
       1220-EXIT.
           EXIT.

      *> A schedule row this run cannot apply stops it before any
      *> store is touched - a half-applied schedule is worse than
      *> none.
       2000-LOAD-SCHEDULE.
           READ SCHED-IN INTO RETAIN-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           MOVE ZERO TO RTN-FOUND-SX
           PERFORM 2010-MATCH-STORE THRU 2010-EXIT
               VARYING RTN-SX FROM 1 BY 1
               UNTIL RTN-SX > 7 OR RTN-FOUND-SX > 0
           IF RTN-FOUND-SX = 0
               DISPLAY 'RETAIN: SCHEDULE NAMES AN UNKNOWN STORE '
                       RET-STORE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RTN-FOUND-SX TO RTN-SX
           IF NOT RTN-ST-KEEP-ALL (RTN-SX)
               DISPLAY 'RETAIN: SCHEDULE LISTS ' RET-STORE ' TWICE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RET-DATE-FIELD NOT = RTN-SV-FIELD (RTN-SX)
               DISPLAY 'RETAIN: ' RET-STORE ' IS AGED BY '
                       RTN-SV-FIELD (RTN-SX) ', NOT ' RET-DATE-FIELD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RET-ARCHIVE AND NOT RET-DELETE
               DISPLAY 'RETAIN: ' RET-STORE ' ACTION MUST BE A '
                       '(ARCHIVE) OR D (DELETE)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RET-DAYS IS NOT NUMERIC OR RET-DAYS = ZERO
               DISPLAY 'RETAIN: ' RET-STORE ' DAYS MUST BE A '
                       'NUMBER ABOVE ZERO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RET-ACTION TO RTN-ST-ACTION (RTN-SX)
           MOVE RET-DAYS TO RTN-ST-DAYS (RTN-SX)
           COMPUTE DS-SERIAL = RTN-RUN-SERIAL - RET-DAYS
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DI-X TO RTN-ST-CUTOFF (RTN-SX).
       2000-EXIT.
           EXIT.

       2010-MATCH-STORE.
           IF RTN-SV-NAME (RTN-SX) = RET-STORE
               MOVE RTN-SX TO RTN-FOUND-SX
           END-IF.
       2010-EXIT.
           EXIT.

       2100-LOAD-TICKET.
           READ TICKET-IN INTO TICKET-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF TKT-STATUS = 'Closed'
               GO TO 2100-EXIT
           END-IF
           IF RTN-TKT-COUNT = 2000
               DISPLAY 'RETAIN: OPEN TICKET TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RTN-TKT-COUNT
           MOVE TKT-ID TO RTN-OPEN-TKT (RTN-TKT-COUNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           IF INVOICE-STATUS = 'Paid' OR INVOICE-STATUS = 'Void'
               GO TO 2200-EXIT
           END-IF
           IF RTN-INV-COUNT = 2000
               DISPLAY 'RETAIN: OPEN INVOICE TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RTN-INV-COUNT
           MOVE INVOICE-NUMBER TO RTN-OPEN-INV (RTN-INV-COUNT).
       2200-EXIT.
           EXIT.

      *> Every store takes two passes: the first counts its rows,
      *> so the second knows which one is the newest.
       3000-TRIM-TRANS.
           MOVE 1 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3010-COUNT-TRANS THRU 3010-EXIT
               UNTIL RTN-EOF
           CLOSE TRANS-IN
           OPEN INPUT TRANS-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3020-ROUTE-TRANS THRU 3020-EXIT
               UNTIL RTN-EOF.
       3000-EXIT.
           EXIT.

       3010-COUNT-TRANS.
           READ TRANS-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3010-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3010-EXIT.
           EXIT.

       3020-ROUTE-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3020-EXIT
           END-READ
           MOVE TRN-DATE TO RTN-REC-DATE
           MOVE TRN-ACTOR TO RTN-REC-SUBJECT
           MOVE 'N' TO RTN-LIVE-SW
           IF TRN-PENDING OR TRN-AWAITING
               SET RTN-LIVE TO TRUE
           END-IF
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE TRANS-NEW-RECORD FROM TRANS-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE TRANS-ARCH-RECORD FROM TRANS-RECORD
           END-IF.
       3020-EXIT.
           EXIT.

       3100-TRIM-MAIL.
           MOVE 2 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3110-COUNT-MAIL THRU 3110-EXIT
               UNTIL RTN-EOF
           CLOSE MAIL-IN
           OPEN INPUT MAIL-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3120-ROUTE-MAIL THRU 3120-EXIT
               UNTIL RTN-EOF.
       3100-EXIT.
           EXIT.

       3110-COUNT-MAIL.
           READ MAIL-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3110-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3110-EXIT.
           EXIT.

      *> Only Sent and Dead are final; anything else EMAILER will
      *> still hand to the gateway or retry.
       3120-ROUTE-MAIL.
           READ MAIL-IN INTO MAIL-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3120-EXIT
           END-READ
           MOVE MAIL-DATE TO RTN-REC-DATE
           MOVE MAIL-TO TO RTN-REC-SUBJECT
           MOVE 'N' TO RTN-LIVE-SW
           IF NOT MAIL-SENT AND NOT MAIL-DEAD
               SET RTN-LIVE TO TRUE
           END-IF
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE MAIL-NEW-RECORD FROM MAIL-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE MAIL-ARCH-RECORD FROM MAIL-RECORD
           END-IF.
       3120-EXIT.
           EXIT.

       3200-TRIM-NOTIFY.
           MOVE 3 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3210-COUNT-NOTIFY THRU 3210-EXIT
               UNTIL RTN-EOF
           CLOSE NOTIFY-IN
           OPEN INPUT NOTIFY-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3220-ROUTE-NOTIFY THRU 3220-EXIT
               UNTIL RTN-EOF.
       3200-EXIT.
           EXIT.

       3210-COUNT-NOTIFY.
           READ NOTIFY-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3210-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3210-EXIT.
           EXIT.

       3220-ROUTE-NOTIFY.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3220-EXIT
           END-READ
           MOVE NTF-DATE TO RTN-REC-DATE
           MOVE NTF-USER TO RTN-REC-SUBJECT
           MOVE 'N' TO RTN-LIVE-SW
           IF NOT NTF-IS-READ
               SET RTN-LIVE TO TRUE
           END-IF
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE NOTIFY-NEW-RECORD FROM NOTIFY-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE NOTIFY-ARCH-RECORD FROM NOTIFY-RECORD
           END-IF.
       3220-EXIT.
           EXIT.

       3300-TRIM-TKTMSG.
           MOVE 4 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3310-COUNT-TKTMSG THRU 3310-EXIT
               UNTIL RTN-EOF
           CLOSE TKTMSG-IN
           OPEN INPUT TKTMSG-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3320-ROUTE-TKTMSG THRU 3320-EXIT
               UNTIL RTN-EOF.
       3300-EXIT.
           EXIT.

       3310-COUNT-TKTMSG.
           READ TKTMSG-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3310-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3310-EXIT.
           EXIT.

       3320-ROUTE-TKTMSG.
           READ TKTMSG-IN INTO TKTMSG-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3320-EXIT
           END-READ
           MOVE TM-DATE TO RTN-REC-DATE
           MOVE TM-AUTHOR TO RTN-REC-SUBJECT
           MOVE TM-TICKET TO TKT-ID
           PERFORM 6000-FIND-OPEN-TICKET THRU 6000-EXIT
           MOVE RTN-FOUND-SW TO RTN-LIVE-SW
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE TKTMSG-NEW-RECORD FROM TKTMSG-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE TKTMSG-ARCH-RECORD FROM TKTMSG-RECORD
           END-IF.
       3320-EXIT.
           EXIT.

       3400-TRIM-EVENTS.
           MOVE 5 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3410-COUNT-EVENTS THRU 3410-EXIT
               UNTIL RTN-EOF
           CLOSE EVENT-IN
           OPEN INPUT EVENT-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3420-ROUTE-EVENT THRU 3420-EXIT
               UNTIL RTN-EOF.
       3400-EXIT.
           EXIT.

       3410-COUNT-EVENTS.
           READ EVENT-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3410-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3410-EXIT.
           EXIT.

       3420-ROUTE-EVENT.
           READ EVENT-IN INTO TKTEVENT-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3420-EXIT
           END-READ
           MOVE TKE-DATE TO RTN-REC-DATE
           MOVE TKE-ACTOR TO RTN-REC-SUBJECT
           MOVE TKE-ID TO TKT-ID
           PERFORM 6000-FIND-OPEN-TICKET THRU 6000-EXIT
           MOVE RTN-FOUND-SW TO RTN-LIVE-SW
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE EVENT-NEW-RECORD FROM TKTEVENT-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE EVENT-ARCH-RECORD FROM TKTEVENT-RECORD
           END-IF.
       3420-EXIT.
           EXIT.

      *> The counting pass also notes where each job's last row
      *> sits; that row is the job's current state and stays.
       3500-TRIM-JOBLOG.
           MOVE 6 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3510-COUNT-JOBLOG THRU 3510-EXIT
               UNTIL RTN-EOF
           CLOSE JOBLOG-IN
           OPEN INPUT JOBLOG-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3520-ROUTE-JOBLOG THRU 3520-EXIT
               UNTIL RTN-EOF.
       3500-EXIT.
           EXIT.

       3510-COUNT-JOBLOG.
           READ JOBLOG-IN INTO JOBLOG-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3510-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX)
           PERFORM 6200-FIND-JOB THRU 6200-EXIT
           IF RTN-JOB-X = 0
               IF RTN-JOB-COUNT = 300
                   DISPLAY 'RETAIN: JOB TABLE FULL AT 300'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO RTN-JOB-COUNT
               MOVE RTN-JOB-COUNT TO RTN-JOB-X
               MOVE JL-JOB TO RTN-JOB-NAME (RTN-JOB-X)
           END-IF
           MOVE RTN-ST-BEFORE (RTN-SX) TO RTN-JOB-LAST (RTN-JOB-X).
       3510-EXIT.
           EXIT.

       3520-ROUTE-JOBLOG.
           READ JOBLOG-IN INTO JOBLOG-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3520-EXIT
           END-READ
           MOVE JL-DATE TO RTN-REC-DATE
           MOVE SPACES TO RTN-REC-SUBJECT
           MOVE 'N' TO RTN-LIVE-SW
           PERFORM 6200-FIND-JOB THRU 6200-EXIT
           IF RTN-JOB-X > 0
               IF RTN-JOB-LAST (RTN-JOB-X) = RTN-REC-NO + 1
                   SET RTN-LIVE TO TRUE
               END-IF
           END-IF
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE JOBLOG-NEW-RECORD FROM JOBLOG-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE JOBLOG-ARCH-RECORD FROM JOBLOG-RECORD
           END-IF.
       3520-EXIT.
           EXIT.

       3600-TRIM-PAYAPP.
           MOVE 7 TO RTN-SX
           MOVE 'N' TO RTN-EOF-SW
           PERFORM 3610-COUNT-PAYAPP THRU 3610-EXIT
               UNTIL RTN-EOF
           CLOSE PAYAPP-IN
           OPEN INPUT PAYAPP-IN
           MOVE 'N' TO RTN-EOF-SW
           MOVE ZERO TO RTN-REC-NO
           PERFORM 3620-ROUTE-PAYAPP THRU 3620-EXIT
               UNTIL RTN-EOF.
       3600-EXIT.
           EXIT.

       3610-COUNT-PAYAPP.
           READ PAYAPP-IN
               AT END SET RTN-EOF TO TRUE
               GO TO 3610-EXIT
           END-READ
           ADD 1 TO RTN-ST-BEFORE (RTN-SX).
       3610-EXIT.
           EXIT.

       3620-ROUTE-PAYAPP.
           READ PAYAPP-IN INTO PAYAPP-RECORD
               AT END SET RTN-EOF TO TRUE
               GO TO 3620-EXIT
           END-READ
           MOVE PA-DATE TO RTN-REC-DATE
           MOVE SPACES TO RTN-REC-SUBJECT
           PERFORM 6100-FIND-OPEN-INVOICE THRU 6100-EXIT
           MOVE RTN-FOUND-SW TO RTN-LIVE-SW
           PERFORM 5000-ROUTE-ROW THRU 5000-EXIT
           IF RTN-KEEP
               WRITE PAYAPP-NEW-RECORD FROM PAYAPP-RECORD
           END-IF
           IF RTN-TO-ARCHIVE
               WRITE PAYAPP-ARCH-RECORD FROM PAYAPP-RECORD
           END-IF.
       3620-EXIT.
           EXIT.

      *> Decides one row of store RTN-SX: RTN-REC-DATE and
      *> RTN-LIVE-SW in, RTN-OUTCOME-SW out, counts kept here.
      *> ISO dates compare correctly as text once they parse.
       5000-ROUTE-ROW.
           ADD 1 TO RTN-REC-NO
           SET RTN-KEEP TO TRUE
           IF RTN-ST-KEEP-ALL (RTN-SX)
            OR RTN-REC-NO = RTN-ST-BEFORE (RTN-SX)
               GO TO 5000-TALLY
           END-IF
           MOVE RTN-REC-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
            OR RTN-REC-DATE NOT < RTN-ST-CUTOFF (RTN-SX)
               GO TO 5000-TALLY
           END-IF
           IF RTN-LIVE
               ADD 1 TO RTN-ST-HELD (RTN-SX)
               GO TO 5000-TALLY
           END-IF
           PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
           IF LH-HIT > 0
               ADD 1 TO RTN-ST-HELD (RTN-SX)
               GO TO 5000-TALLY
           END-IF
           IF RTN-ST-ARCHIVE (RTN-SX)
               SET RTN-TO-ARCHIVE TO TRUE
           ELSE
               SET RTN-TO-DELETE TO TRUE
           END-IF.
       5000-TALLY.
           IF RTN-KEEP
               ADD 1 TO RTN-ST-AFTER (RTN-SX)
           END-IF
           IF RTN-TO-ARCHIVE
               ADD 1 TO RTN-ST-ARCHIVED (RTN-SX)
           END-IF
           IF RTN-TO-DELETE
               ADD 1 TO RTN-ST-DELETED (RTN-SX)
           END-IF.
       5000-EXIT.
           EXIT.

      *> An expired row a legal hold covers - by the person it
      *> names or by its date - is kept and noted for the report.
       5100-CHECK-HOLD.
           MOVE RTN-REC-SUBJECT TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           IF LH-HIT = ZERO
               MOVE RTN-REC-DATE TO LH-DATE-IN
               PERFORM 9530-LH-CHECK-DATE THRU 9530-EXIT
           END-IF
           IF LH-HIT = ZERO
               GO TO 5100-EXIT
           END-IF
           IF RTN-HL-COUNT = 500
               ADD 1 TO RTN-HL-OVER
               DISPLAY 'RETAIN: HELD BY ' LH-E-MATTER (LH-HIT)
                       ' - ' RTN-SV-NAME (RTN-SX) ' '
                       RTN-REC-DATE ' ' RTN-REC-SUBJECT
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO RTN-HL-COUNT
           MOVE RTN-SV-NAME (RTN-SX) TO RTN-HL-STORE (RTN-HL-COUNT)
           MOVE LH-E-MATTER (LH-HIT) TO RTN-HL-MATTER (RTN-HL-COUNT)
           MOVE RTN-REC-DATE TO RTN-HL-DATE (RTN-HL-COUNT)
           MOVE RTN-REC-SUBJECT TO RTN-HL-SUBJECT (RTN-HL-COUNT).
       5100-EXIT.
           EXIT.

       6000-FIND-OPEN-TICKET.
           MOVE 'N' TO RTN-FOUND-SW
           PERFORM 6010-CHECK-TICKET THRU 6010-EXIT
               VARYING RTN-TX FROM 1 BY 1
               UNTIL RTN-TX > RTN-TKT-COUNT OR RTN-FOUND.
       6000-EXIT.
           EXIT.

       6010-CHECK-TICKET.
           IF RTN-OPEN-TKT (RTN-TX) = TKT-ID
               SET RTN-FOUND TO TRUE
           END-IF.
       6010-EXIT.
           EXIT.

       6100-FIND-OPEN-INVOICE.
           MOVE 'N' TO RTN-FOUND-SW
           PERFORM 6110-CHECK-INVOICE THRU 6110-EXIT
               VARYING RTN-TX FROM 1 BY 1
               UNTIL RTN-TX > RTN-INV-COUNT OR RTN-FOUND.
       6100-EXIT.
           EXIT.

       6110-CHECK-INVOICE.
           IF RTN-OPEN-INV (RTN-TX) = PA-INVOICE
               SET RTN-FOUND TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

       6200-FIND-JOB.
           MOVE ZERO TO RTN-JOB-X
           PERFORM 6210-CHECK-JOB THRU 6210-EXIT
               VARYING RTN-TX FROM 1 BY 1
               UNTIL RTN-TX > RTN-JOB-COUNT OR RTN-JOB-X > 0.
       6200-EXIT.
           EXIT.

       6210-CHECK-JOB.
           IF RTN-JOB-NAME (RTN-TX) = JL-JOB
               MOVE RTN-TX TO RTN-JOB-X
           END-IF.
       6210-EXIT.
           EXIT.

       8000-WRITE-COUNTS.
           MOVE SPACES TO RETCNT-RECORD
           MOVE RTN-RUN-DATE TO RCN-RUN-DATE
           MOVE RTN-SV-NAME (RTN-SX) TO RCN-STORE
           MOVE RTN-ST-ACTION (RTN-SX) TO RCN-ACTION
           MOVE RTN-ST-CUTOFF (RTN-SX) TO RCN-CUTOFF
           MOVE RTN-ST-BEFORE (RTN-SX) TO RCN-BEFORE
           MOVE RTN-ST-ARCHIVED (RTN-SX) TO RCN-ARCHIVED
           MOVE RTN-ST-DELETED (RTN-SX) TO RCN-DELETED
           MOVE RTN-ST-AFTER (RTN-SX) TO RCN-AFTER
           MOVE RTN-ST-HELD (RTN-SX) TO RCN-HELD
           WRITE COUNTS-OUT-RECORD FROM RETCNT-RECORD
           MOVE RTN-SV-NAME (RTN-SX) TO RTN-DL-STORE
           EVALUATE TRUE
               WHEN RTN-ST-ARCHIVE (RTN-SX)
                   MOVE 'ARCHIVE' TO RTN-DL-ACTION
               WHEN RTN-ST-DELETE (RTN-SX)
                   MOVE 'DELETE' TO RTN-DL-ACTION
               WHEN OTHER
                   MOVE 'KEEP ALL' TO RTN-DL-ACTION
           END-EVALUATE
           MOVE RTN-ST-DAYS (RTN-SX) TO RTN-DL-DAYS
           MOVE RTN-ST-CUTOFF (RTN-SX) TO RTN-DL-CUTOFF
           MOVE RTN-ST-BEFORE (RTN-SX) TO RTN-DL-BEFORE
           MOVE RTN-ST-ARCHIVED (RTN-SX) TO RTN-DL-ARCHIVED
           MOVE RTN-ST-DELETED (RTN-SX) TO RTN-DL-DELETED
           MOVE RTN-ST-AFTER (RTN-SX) TO RTN-DL-AFTER
           MOVE RTN-ST-HELD (RTN-SX) TO RTN-DL-HELD
           WRITE REPORT-LINE FROM RTN-DETAIL-LINE
           ADD RTN-ST-BEFORE (RTN-SX) TO RTN-TOT-BEFORE
           ADD RTN-ST-ARCHIVED (RTN-SX) TO RTN-TOT-ARCHIVED
           ADD RTN-ST-DELETED (RTN-SX) TO RTN-TOT-DELETED
           ADD RTN-ST-AFTER (RTN-SX) TO RTN-TOT-AFTER.
       8000-EXIT.
           EXIT.

      *> The foot of the report: every row kept under legal hold.
       8500-LIST-HELD.
           IF RTN-HL-COUNT = 0 AND RTN-HL-OVER = 0
               GO TO 8500-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RTN-HOLD-HEAD
           WRITE REPORT-LINE FROM RTN-HOLD-COLS
           PERFORM 8510-HELD-LINE THRU 8510-EXIT
               VARYING RTN-HX FROM 1 BY 1 UNTIL RTN-HX > RTN-HL-COUNT
           IF RTN-HL-OVER > 0
               MOVE RTN-HL-OVER TO RTN-HO-COUNT
               WRITE REPORT-LINE FROM RTN-HOLD-OVER-LINE
           END-IF.
       8500-EXIT.
           EXIT.

       8510-HELD-LINE.
           MOVE RTN-HL-STORE (RTN-HX) TO RTN-HD-STORE
           MOVE RTN-HL-MATTER (RTN-HX) TO RTN-HD-MATTER
           MOVE RTN-HL-DATE (RTN-HX) TO RTN-HD-DATE
           MOVE RTN-HL-SUBJECT (RTN-HX) TO RTN-HD-SUBJECT
           WRITE REPORT-LINE FROM RTN-HOLD-LINE.
       8510-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE TRANS-IN TRANS-ARCH TRANS-NEW
                 MAIL-IN MAIL-ARCH MAIL-NEW
                 NOTIFY-IN NOTIFY-ARCH NOTIFY-NEW
                 TKTMSG-IN TKTMSG-ARCH TKTMSG-NEW
                 EVENT-IN EVENT-ARCH EVENT-NEW
                 JOBLOG-IN JOBLOG-ARCH JOBLOG-NEW
                 PAYAPP-IN PAYAPP-ARCH PAYAPP-NEW
                 COUNTS-OUT REPORT-OUT
           DISPLAY 'RETAIN: ' RTN-TOT-BEFORE ' ROWS BEFORE, '
                   RTN-TOT-ARCHIVED ' ARCHIVED, '
                   RTN-TOT-DELETED ' DELETED, '
                   RTN-TOT-AFTER ' AFTER'.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY LEGAL-HOLD.
