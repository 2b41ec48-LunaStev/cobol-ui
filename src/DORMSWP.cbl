      *> is not ninety days of it. The rewritten users master
      *> promotes on a clean end; reload the KSDS with
      *> jcl/USRIDX.jcl afterwards.
      *> PARM='YYYY-MM-DD BUS' counts the idle gap in business
      *> days instead (weekends and HOLIDAY-FILE's bank holidays
      *> do not count); warnings then go out only on business
      *> days, as the count stands still over a weekend.
      *> An account under a subject hold on LEGALHOLD-FILE (by id,
      *> email or actor name) is never suspended: it is listed
      *> with the matter instead and counted on its own total
      *> line. Warnings still go out to it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.
       ENVIRONMENT DIVISION.
               FILE STATUS IS DSW-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS DSW-RPT-STATUS.
           SELECT HOLIDAY-IN ASSIGN TO HOLDD
               FILE STATUS IS DSW-HOL-STATUS.
           SELECT LEGAL-HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS DSW-LGH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  USERS-OUT.
       01  USERS-OUT-RECORD       PIC X(113).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       FD  HOLIDAY-IN.
       01  HOLIDAY-IN-RECORD      PIC X(40).
       FD  LEGAL-HOLD-IN.
       01  LEGAL-HOLD-IN-RECORD   PIC X(140).
       WORKING-STORAGE SECTION.
       77  DSW-USRIN-STATUS       PIC X(02).
       77  DSW-USROUT-STATUS      PIC X(02).
       77  DSW-AUDOUT-STATUS      PIC X(02).
       77  DSW-SPL-STATUS         PIC X(02).
       77  DSW-RPT-STATUS         PIC X(02).
       77  DSW-HOL-STATUS         PIC X(02).
       77  DSW-LGH-STATUS         PIC X(02).
       77  DSW-USERS-READ         PIC 9(05) COMP VALUE ZERO.
       77  DSW-WARNED-CT          PIC 9(05) COMP VALUE ZERO.
       77  DSW-SUSPENDED-CT       PIC 9(05) COMP VALUE ZERO.
       77  DSW-NOTRAIL-CT         PIC 9(05) COMP VALUE ZERO.
       77  DSW-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  DSW-ACT-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  DSW-AX                 PIC 9(03) COMP VALUE ZERO.
       77  DSW-HIT                PIC 9(03) COMP VALUE ZERO.
       77  DSW-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  DSW-WORK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  DSW-IDLE-DAYS          PIC S9(07) COMP VALUE ZERO.
       77  DSW-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       01  DSW-SWITCHES.
           05 DSW-USRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 DSW-USRIN-EOF    VALUE 'Y'.
           05 DSW-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 DSW-AUDIN-EOF    VALUE 'Y'.
           05 DSW-HOL-EOF-SW      PIC X(01) VALUE 'N'.
              88 DSW-HOL-EOF      VALUE 'Y'.
           05 DSW-LGH-EOF-SW      PIC X(01) VALUE 'N'.
              88 DSW-LGH-EOF      VALUE 'Y'.
           05 DSW-BASIS-SW        PIC X(01) VALUE 'C'.
              88 DSW-BUSINESS-BASIS VALUE 'B'.
           05 DSW-WARN-SW         PIC X(01) VALUE 'Y'.
              88 DSW-WARN-DAY     VALUE 'Y'.
      *> Last activity per actor, built in one pass of the trail.
       01  DSW-ACT-TABLE.
           05 DSW-ACT OCCURS 200 TIMES.
              10 FILLER           PIC X(01).
              10 DSW-DW-DD        PIC 9(02).
       01  DSW-SEQ-WORK.
           05 DSW-SEQ-X           PIC X(08).
           05 DSW-SEQ-9 REDEFINES DSW-SEQ-X
                                  PIC 9(08).
       01  DSW-HEAD-1.
           05 FILLER              PIC X(42) VALUE
              'DORMSWP - DORMANT ACCOUNT SWEEP   RUN ON  '.
           05 DSW-H1-DATE         PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DSW-H1-BASIS        PIC X(30) VALUE
              'IDLE DAYS ARE CALENDAR DAYS'.
           05 FILLER              PIC X(48) VALUE SPACES.
       01  DSW-DETAIL.
           05 DSW-DT-ID           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
       COPY USER-RECORD.
       COPY AUDIT-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY HOLIDAY-RECORD.
       COPY LEGALHOLD-RECORD.
       COPY LEGAL-HOLD-WS.
       COPY BUSINESS-DAY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-DAY-BASIS      PIC X(03).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
            AND (PARM-LEN NOT = 14 OR PARM-DAY-BASIS NOT = 'BUS')
               DISPLAY 'DORMSWP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD, OPTIONALLY FOLLOWED BY BUS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF
           MOVE DSW-WORK-SERIAL TO DSW-RUN-SERIAL
           OPEN INPUT USERS-IN AUDIT-IN LEGAL-HOLD-IN
           OPEN OUTPUT USERS-OUT REPORT-OUT
           OPEN EXTEND SPOOL-OUT
           IF DSW-USRIN-STATUS NOT = '00'
            OR DSW-AUDIN-STATUS NOT = '00'
            OR DSW-SPL-STATUS NOT = '00'
            OR DSW-RPT-STATUS NOT = '00'
            OR DSW-LGH-STATUS NOT = '00'
               DISPLAY 'DORMSWP: OPEN FAILED USERS='
                       DSW-USRIN-STATUS '/' DSW-USROUT-STATUS
                       ' AUD=' DSW-AUDIN-STATUS
                       ' SPOOL=' DSW-SPL-STATUS
                       ' RPT=' DSW-RPT-STATUS
                       ' HOLDS=' DSW-LGH-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1600-LOAD-HOLD THRU 1600-EXIT
               UNTIL DSW-LGH-EOF
           CLOSE LEGAL-HOLD-IN
           IF PARM-LEN = 14
               PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT
           END-IF
           MOVE PARM-RUN-DATE TO DSW-H1-DATE
           WRITE REPORT-LINE FROM DSW-HEAD-1
           PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> Business-day counting: the holiday calendar is read only
      *> when the PARM asks for it.
       1500-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-IN
           IF DSW-HOL-STATUS NOT = '00'
               DISPLAY 'DORMSWP: OPEN FAILED HOLIDAY=' DSW-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1550-LOAD-HOLIDAY THRU 1550-EXIT
               UNTIL DSW-HOL-EOF
           CLOSE HOLIDAY-IN
           SET DSW-BUSINESS-BASIS TO TRUE
           MOVE 'IDLE DAYS ARE BUSINESS DAYS' TO DSW-H1-BASIS
           MOVE DSW-RUN-SERIAL TO BD-SERIAL-IN
           PERFORM 9885-BD-TEST-DAY THRU 9885-EXIT
           MOVE BD-BUSINESS-SW TO DSW-WARN-SW.
       1500-EXIT.
           EXIT.

       1550-LOAD-HOLIDAY.
           READ HOLIDAY-IN INTO HOLIDAY-RECORD
               AT END SET DSW-HOL-EOF TO TRUE
               GO TO 1550-EXIT
           END-READ
           PERFORM 9880-BD-ADD-HOLIDAY THRU 9880-EXIT
           IF BD-TABLE-FULL
               DISPLAY 'DORMSWP: HOLIDAY TABLE FULL AT 100'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1550-EXIT.
           EXIT.

       1600-LOAD-HOLD.
           READ LEGAL-HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET DSW-LGH-EOF TO TRUE
               GO TO 1600-EXIT
           END-READ
           PERFORM 9500-LH-ADD-HOLD THRU 9500-EXIT
           IF LH-TABLE-FULL
               DISPLAY 'DORMSWP: LEGAL HOLD TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1600-EXIT.
           EXIT.

       2000-TRACK-ACTIVITY.
           MOVE AUDIT-SEQ TO DSW-SEQ-X
           IF DSW-SEQ-X IS NUMERIC
               WRITE REPORT-LINE FROM DSW-DETAIL
               GO TO 3000-WRITE
           END-IF
           PERFORM 9150-IDLE-DAYS THRU 9150-EXIT
           IF DSW-IDLE-DAYS < 60
               GO TO 3000-WRITE
           END-IF
           MOVE USER-NAME (1:10) TO DSW-DT-NAME
           MOVE DSW-A-LAST-DATE (DSW-HIT) TO DSW-DT-LAST
           MOVE DSW-IDLE-DAYS TO DSW-DT-IDLE
           MOVE ZERO TO LH-HIT
           IF DSW-IDLE-DAYS NOT < 90
               PERFORM 3200-CHECK-HOLD THRU 3200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LH-HIT > 0
                   ADD 1 TO DSW-HELD-CT
                   MOVE SPACES TO DSW-DT-VERDICT
                   STRING 'HELD - legal hold '
                          LH-E-MATTER (LH-HIT)
                          ', not suspended'
                       DELIMITED BY SIZE INTO DSW-DT-VERDICT
               WHEN DSW-IDLE-DAYS NOT < 90
                   ADD 1 TO DSW-SUSPENDED-CT
                   MOVE 'Suspended' TO USER-STATUS
                   MOVE 'SUSPENDED - 90 idle days'
                       TO DSW-DT-VERDICT
                   PERFORM 3500-AUDIT-SUSPEND THRU 3500-EXIT
               WHEN (DSW-IDLE-DAYS = 60 OR DSW-IDLE-DAYS = 75)
                AND DSW-WARN-DAY
                   ADD 1 TO DSW-WARNED-CT
                   MOVE 'warning mailed' TO DSW-DT-VERDICT
                   PERFORM 3600-WARN-ACCOUNT THRU 3600-EXIT
       3100-EXIT.
           EXIT.

      *> A hold may name the account by id or by email; the
      *> trail knows it by actor name.
       3200-CHECK-HOLD.
           MOVE USER-ID TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           IF LH-HIT > 0
               GO TO 3200-EXIT
           END-IF
           MOVE USER-EMAIL TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           IF LH-HIT > 0
               GO TO 3200-EXIT
           END-IF
           MOVE USER-NAME (1:10) TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT.
       3200-EXIT.
           EXIT.

       3500-AUDIT-SUSPEND.
           ADD 1 TO DSW-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'NO TRAIL ACTIVITY' TO DSW-TL-LABEL
           MOVE DSW-NOTRAIL-CT TO DSW-TL-COUNT
           WRITE REPORT-LINE FROM DSW-TOTAL-LINE
           MOVE 'LEGAL HOLD - KEPT ACTIVE' TO DSW-TL-LABEL
           MOVE DSW-HELD-CT TO DSW-TL-COUNT
           WRITE REPORT-LINE FROM DSW-TOTAL-LINE
           CLOSE USERS-IN USERS-OUT REPORT-OUT SPOOL-OUT
                 AUDIT-OUT
           DISPLAY 'DORMSWP: ' DSW-USERS-READ ' USERS, '
                   DSW-WARNED-CT ' WARNED, '
                   DSW-SUSPENDED-CT ' SUSPENDED, '
                   DSW-HELD-CT ' HELD'.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

      *> Days from the account's last activity to the run date, in
      *> the count the PARM chose.
       9150-IDLE-DAYS.
           IF NOT DSW-BUSINESS-BASIS
               COMPUTE DSW-IDLE-DAYS =
                   DSW-RUN-SERIAL - DSW-A-LAST (DSW-HIT)
               GO TO 9150-EXIT
           END-IF
           MOVE DSW-A-LAST (DSW-HIT) TO BD-FROM-SERIAL
           MOVE DSW-RUN-SERIAL TO BD-TO-SERIAL
           PERFORM 9890-BD-COUNT-BETWEEN THRU 9890-EXIT
           MOVE BD-DAYS TO DSW-IDLE-DAYS.
       9150-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY BUSINESS-DAY.

       COPY LEGAL-HOLD.
