      *> flow. The report lists everything aged 75 and over, plus
      *> credentials with no set date at all (loaded before the
      *> field existed) so the review can chase them.
      *> PARM='YYYY-MM-DD BUS' counts the ages in business days
      *> instead (weekends and HOLIDAY-FILE's bank holidays do not
      *> count); warnings then go out only on business days, as
      *> the count stands still over a weekend.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSWP.
       ENVIRONMENT DIVISION.
               FILE STATUS IS CSW-SPL-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CSW-RPT-STATUS.
           SELECT HOLIDAY-IN ASSIGN TO HOLDD
               FILE STATUS IS CSW-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-IN.
       01  CRED-IN-RECORD         PIC X(70).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       FD  HOLIDAY-IN.
       01  HOLIDAY-IN-RECORD      PIC X(40).
       WORKING-STORAGE SECTION.
       77  CSW-CRDIN-STATUS       PIC X(02).
       77  CSW-USR-STATUS         PIC X(02).
       77  CSW-SPL-STATUS         PIC X(02).
       77  CSW-RPT-STATUS         PIC X(02).
       77  CSW-HOL-STATUS         PIC X(02).
       77  CSW-CRED-READ          PIC 9(05) COMP VALUE ZERO.
       77  CSW-WARNED-CT          PIC 9(05) COMP VALUE ZERO.
       77  CSW-EXPIRED-CT         PIC 9(05) COMP VALUE ZERO.
              88 CSW-CRDIN-EOF    VALUE 'Y'.
           05 CSW-USR-EOF-SW      PIC X(01) VALUE 'N'.
              88 CSW-USR-EOF      VALUE 'Y'.
           05 CSW-HOL-EOF-SW      PIC X(01) VALUE 'N'.
              88 CSW-HOL-EOF      VALUE 'Y'.
           05 CSW-BASIS-SW        PIC X(01) VALUE 'C'.
              88 CSW-BUSINESS-BASIS VALUE 'B'.
           05 CSW-WARN-SW         PIC X(01) VALUE 'Y'.
              88 CSW-WARN-DAY     VALUE 'Y'.
       01  CSW-USER-TABLE.
           05 CSW-USER-ENTRY OCCURS 5000 TIMES.
              10 CSW-UT-RECORD    PIC X(113).
       01  CSW-DATE-WORK.
           05 CSW-DW-X            PIC X(10).
           05 CSW-DW-PARTS REDEFINES CSW-DW-X.
           05 FILLER              PIC X(44) VALUE
              'CREDSWP - CREDENTIAL AGING SWEEP     RUN ON '.
           05 CSW-H1-DATE         PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CSW-H1-BASIS        PIC X(30) VALUE
              'AGES ARE CALENDAR DAYS'.
           05 FILLER              PIC X(46) VALUE SPACES.
       01  CSW-DETAIL.
           05 CSW-DT-USER         PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
       COPY CREDENTIAL-RECORD.
       COPY USER-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY HOLIDAY-RECORD.
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
               DISPLAY 'CREDSWP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD, OPTIONALLY FOLLOWED BY BUS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
               UNTIL CSW-USR-EOF
           CLOSE USERS-IN
           IF PARM-LEN = 14
               PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT
           END-IF
           MOVE PARM-RUN-DATE TO CSW-H1-DATE
           WRITE REPORT-LINE FROM CSW-HEAD-1
           PERFORM 8100-READ-CRED THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> Business-day counting: the holiday calendar is read only
      *> when the PARM asks for it.
       1500-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-IN
           IF CSW-HOL-STATUS NOT = '00'
               DISPLAY 'CREDSWP: OPEN FAILED HOLIDAY=' CSW-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1550-LOAD-HOLIDAY THRU 1550-EXIT
               UNTIL CSW-HOL-EOF
           CLOSE HOLIDAY-IN
           SET CSW-BUSINESS-BASIS TO TRUE
           MOVE 'AGES ARE BUSINESS DAYS' TO CSW-H1-BASIS
           MOVE CSW-RUN-SERIAL TO BD-SERIAL-IN
           PERFORM 9885-BD-TEST-DAY THRU 9885-EXIT
           MOVE BD-BUSINESS-SW TO CSW-WARN-SW.
       1500-EXIT.
           EXIT.

       1550-LOAD-HOLIDAY.
           READ HOLIDAY-IN INTO HOLIDAY-RECORD
               AT END SET CSW-HOL-EOF TO TRUE
               GO TO 1550-EXIT
           END-READ
           PERFORM 9880-BD-ADD-HOLIDAY THRU 9880-EXIT
           IF BD-TABLE-FULL
               DISPLAY 'CREDSWP: HOLIDAY TABLE FULL AT 100'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1550-EXIT.
           EXIT.

       3000-SWEEP-ONE.
           ADD 1 TO CSW-CRED-READ
           IF CRED-SET-DATE = SPACES
           IF CSW-SET-SERIAL = ZERO
               GO TO 3000-NEXT
           END-IF
           PERFORM 9150-CREDENTIAL-AGE THRU 9150-EXIT
           IF CSW-AGE < 75
               GO TO 3000-NEXT
           END-IF
                   ADD 1 TO CSW-EXPIRED-CT
                   MOVE 'EXPIRED - login refused until reset'
                       TO CSW-DT-VERDICT
               WHEN (CSW-AGE = 75 OR CSW-AGE = 85)
                AND CSW-WARN-DAY
                   ADD 1 TO CSW-WARNED-CT
                   MOVE 'warning mailed' TO CSW-DT-VERDICT
                   PERFORM 3500-WARN-ACCOUNT THRU 3500-EXIT
       9100-EXIT.
           EXIT.

      *> Days from the set date to the run date, in the count the
      *> PARM chose.
       9150-CREDENTIAL-AGE.
           IF NOT CSW-BUSINESS-BASIS
               COMPUTE CSW-AGE = CSW-RUN-SERIAL - CSW-SET-SERIAL
               GO TO 9150-EXIT
           END-IF
           MOVE CSW-SET-SERIAL TO BD-FROM-SERIAL
           MOVE CSW-RUN-SERIAL TO BD-TO-SERIAL
           PERFORM 9890-BD-COUNT-BETWEEN THRU 9890-EXIT
           MOVE BD-DAYS TO CSW-AGE.
       9150-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY BUSINESS-DAY.
