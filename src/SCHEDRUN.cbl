      *> land, and anything still held prints on the report so
      *> window close shows what never ran. The report prints one
      *> decision line per row.
      *> Weekends and the bank holidays on HOLIDAY-FILE are not
      *> business days. BUSDAY rows run on the SCH-DAY'th business
      *> day of the month and LASTBUS rows on its last one, so the
      *> month-start billing jobs no longer fire on a holiday.
      *> A DAILY, WEEKLY or MONTHLY row that falls due on a
      *> non-business day runs anyway, is skipped, or is shifted
      *> to the next business day as its SCH-HOLIDAY says; skipped
      *> and shifted rows say so, and why, on the report, and a
      *> shifted row says on the day it runs which date it was
      *> moved from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDRUN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS SCR-JLIN-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS SCR-RPT-STATUS.
           SELECT HOLIDAY-IN ASSIGN TO HOLDD
               FILE STATUS IS SCR-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(49).
       FD  SCHED-OUT.
       01  SCHED-OUT-RECORD       PIC X(49).
       FD  SUBMIT-OUT.
       01  SUBMIT-RECORD          PIC X(80).
       FD  JOBLOG-OUT.
       01  JOBLOG-IN-RECORD       PIC X(90).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       FD  HOLIDAY-IN.
       01  HOLIDAY-IN-RECORD      PIC X(40).
       WORKING-STORAGE SECTION.
       77  SCR-SCHIN-STATUS       PIC X(02).
       77  SCR-SCHOUT-STATUS      PIC X(02).
       77  SCR-JLOG-STATUS        PIC X(02).
       77  SCR-JLIN-STATUS        PIC X(02).
       77  SCR-RPT-STATUS         PIC X(02).
       77  SCR-HOL-STATUS         PIC X(02).
       77  SCR-READ-CT            PIC 9(03) COMP VALUE ZERO.
       77  SCR-DUE-CT             PIC 9(03) COMP VALUE ZERO.
       77  SCR-HELD-CT            PIC 9(03) COMP VALUE ZERO.
       77  SCR-SHIFT-CT           PIC 9(03) COMP VALUE ZERO.
       77  SCR-SKIP-CT            PIC 9(03) COMP VALUE ZERO.
       77  SCR-BACK-CT            PIC 9(02) COMP VALUE ZERO.
       77  SCR-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  SCR-TEST-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  SCR-TEST-DOW           PIC 9(01) VALUE ZERO.
       77  SCR-TEST-DD            PIC X(02) VALUE SPACES.
       77  SCR-TEST-DATE          PIC X(10) VALUE SPACES.
       77  SCR-OK-COUNT           PIC 9(03) COMP VALUE ZERO.
       77  SCR-KX                 PIC 9(03) COMP VALUE ZERO.
       77  SCR-OK-HIT             PIC 9(03) COMP VALUE ZERO.
              88 SCR-TBL-EOF      VALUE 'Y'.
           05 SCR-PRED-DUE-SW     PIC X(01) VALUE 'N'.
              88 SCR-PRED-DUE     VALUE 'Y'.
           05 SCR-HOL-EOF-SW      PIC X(01) VALUE 'N'.
              88 SCR-HOL-EOF      VALUE 'Y'.
           05 SCR-TODAY-BUS-SW    PIC X(01) VALUE 'N'.
              88 SCR-TODAY-BUSINESS VALUE 'Y'.
           05 SCR-LAST-BUS-SW     PIC X(01) VALUE 'N'.
              88 SCR-TODAY-LAST-BUS VALUE 'Y'.
           05 SCR-NATURAL-SW      PIC X(01) VALUE 'N'.
              88 SCR-NATURAL-DUE  VALUE 'Y'.
           05 SCR-WALK-SW         PIC X(01) VALUE 'N'.
              88 SCR-WALK-DONE    VALUE 'Y'.
       01  SCR-DOW-X.
           05 SCR-DOW-9           PIC 9(01).
      *> The cycle date's place among the month's business days,
      *> as text so it compares with a BUSDAY row's SCH-DAY.
       01  SCR-ORD-X.
           05 SCR-ORD-9           PIC 9(02) VALUE ZERO.
       01  SCR-TODAY-REASON       PIC X(30) VALUE SPACES.
      *> One row's schedule put through the due test in 3100 -
      *> the row being decided, or its predecessor - and the
      *> outcome: due or not, and for a row the holiday rule
      *> touched, what happened and why.
       01  SCR-DUE-TEST.
           05 SCR-T-FREQ          PIC X(08).
           05 SCR-T-DAY           PIC X(02).
           05 SCR-T-HOLIDAY       PIC X(01).
           05 SCR-T-DUE-SW        PIC X(01).
              88 SCR-T-DUE        VALUE 'Y'.
           05 SCR-T-OUTCOME       PIC X(01).
              88 SCR-T-PLAIN      VALUE SPACE.
              88 SCR-T-SKIPPED    VALUE 'K'.
              88 SCR-T-SHIFTED-OUT VALUE 'O'.
              88 SCR-T-SHIFTED-IN VALUE 'I'.
           05 SCR-T-NOTE          PIC X(80).
       01  SCR-ROW-NOTE           PIC X(80) VALUE SPACES.
      *> Jobs with an OK row for the cycle date - the release
      *> condition for held dependents.
       01  SCR-OK-TABLE.
              10 SCR-TBL-FREQ     PIC X(08).
              10 SCR-TBL-DAY      PIC X(02).
              10 SCR-TBL-ENABLED  PIC X(01).
              10 SCR-TBL-HOLIDAY  PIC X(01).
       COPY SCHEDULE-RECORD.
       COPY JOBLOG-RECORD.
       01  SCR-DETAIL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SCR-HDR-DATE        PIC X(10).
           05 FILLER              PIC X(88) VALUE SPACES.
       01  SCR-HDR-LINE-2.
           05 FILLER              PIC X(37) VALUE
              'CYCLE DATE IS NOT A BUSINESS DAY -   '.
           05 SCR-HDR-REASON      PIC X(30).
           05 FILLER              PIC X(66) VALUE SPACES.
       COPY HOLIDAY-RECORD.
       COPY BUSINESS-DAY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SCHED-IN JOBLOG-IN HOLIDAY-IN
           OPEN OUTPUT SCHED-OUT SUBMIT-OUT REPORT-OUT
           OPEN EXTEND JOBLOG-OUT
           IF SCR-SCHIN-STATUS NOT = '00'
            OR SCR-JLOG-STATUS NOT = '00'
            OR SCR-JLIN-STATUS NOT = '00'
            OR SCR-RPT-STATUS NOT = '00'
            OR SCR-HOL-STATUS NOT = '00'
               DISPLAY 'SCHEDRUN: OPEN FAILED SCHED='
                       SCR-SCHIN-STATUS '/' SCR-SCHOUT-STATUS
                       ' INTRDR=' SCR-SUB-STATUS
                       ' JOBLOG=' SCR-JLOG-STATUS
                       ' REPORT=' SCR-RPT-STATUS
                       ' HOLIDAY=' SCR-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1800-BUSINESS-CALENDAR THRU 1800-EXIT
           MOVE PARM-DATE TO SCR-HDR-DATE
           WRITE REPORT-LINE FROM SCR-HDR-LINE
           IF NOT SCR-TODAY-BUSINESS
               MOVE SCR-TODAY-REASON TO SCR-HDR-REASON
               WRITE REPORT-LINE FROM SCR-HDR-LINE-2
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1500-DAY-OF-WEEK THRU 1500-EXIT
               MOVE SCH-FREQ TO SCR-TBL-FREQ (SCR-TBL-COUNT)
               MOVE SCH-DAY TO SCR-TBL-DAY (SCR-TBL-COUNT)
               MOVE SCH-ENABLED TO SCR-TBL-ENABLED (SCR-TBL-COUNT)
               MOVE SCH-HOLIDAY TO SCR-TBL-HOLIDAY (SCR-TBL-COUNT)
           END-IF.
       1600-EXIT.
           EXIT.
       1700-EXIT.
           EXIT.

      *> Loads the holiday calendar and places the cycle date on
      *> it: whether it is a business day (and why not), which
      *> business day of the month it is, and whether it is the
      *> month's last.
       1800-BUSINESS-CALENDAR.
           PERFORM 1850-LOAD-HOLIDAY THRU 1850-EXIT
               UNTIL SCR-HOL-EOF
           CLOSE HOLIDAY-IN
           MOVE PARM-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'SCHEDRUN: CYCLE DATE NOT A DATE: '
                       PARM-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO SCR-RUN-SERIAL
           MOVE SCR-RUN-SERIAL TO BD-SERIAL-IN
           PERFORM 9885-BD-TEST-DAY THRU 9885-EXIT
           MOVE BD-BUSINESS-SW TO SCR-TODAY-BUS-SW
           MOVE BD-REASON TO SCR-TODAY-REASON
           IF NOT SCR-TODAY-BUSINESS
               GO TO 1800-EXIT
           END-IF
           COMPUTE BD-FROM-SERIAL = SCR-RUN-SERIAL - PARM-DD
           MOVE SCR-RUN-SERIAL TO BD-TO-SERIAL
           PERFORM 9890-BD-COUNT-BETWEEN THRU 9890-EXIT
           MOVE BD-DAYS TO SCR-ORD-9
      *> Last business day: none left between tomorrow and the
      *> day before the first of next month.
           MOVE PARM-DATE TO DS-DI-X
           MOVE 1 TO DS-DI-DD
           IF PARM-MM = 12
               MOVE 1 TO DS-DI-MM
               COMPUTE DS-DI-YYYY = PARM-YYYY + 1
           ELSE
               COMPUTE DS-DI-MM = PARM-MM + 1
           END-IF
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE SCR-RUN-SERIAL TO BD-FROM-SERIAL
           COMPUTE BD-TO-SERIAL = DS-SERIAL - 1
           PERFORM 9890-BD-COUNT-BETWEEN THRU 9890-EXIT
           IF BD-DAYS = ZERO
               SET SCR-TODAY-LAST-BUS TO TRUE
           END-IF.
       1800-EXIT.
           EXIT.

       1850-LOAD-HOLIDAY.
           READ HOLIDAY-IN INTO HOLIDAY-RECORD
               AT END SET SCR-HOL-EOF TO TRUE
               GO TO 1850-EXIT
           END-READ
           PERFORM 9880-BD-ADD-HOLIDAY THRU 9880-EXIT
           IF BD-TABLE-FULL
               DISPLAY 'SCHEDRUN: HOLIDAY TABLE FULL AT 100'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1850-EXIT.
           EXIT.

       3000-DECIDE-ROW.
           READ SCHED-IN INTO SCHEDULE-RECORD
               AT END SET SCR-SCHIN-EOF TO TRUE
                   TO SCR-DL-VERDICT
               GO TO 3000-WRITE
           END-IF
           MOVE SCH-FREQ TO SCR-T-FREQ
           MOVE SCH-DAY TO SCR-T-DAY
           MOVE SCH-HOLIDAY TO SCR-T-HOLIDAY
           PERFORM 3100-DUE-TEST THRU 3100-EXIT
           MOVE SCR-T-DUE-SW TO SCR-DUE-SW
           MOVE SCR-T-NOTE TO SCR-ROW-NOTE
           IF SCR-T-SKIPPED
               ADD 1 TO SCR-SKIP-CT
               MOVE SCR-ROW-NOTE TO SCR-DL-VERDICT
               GO TO 3000-WRITE
           END-IF
           IF SCR-T-SHIFTED-OUT
               ADD 1 TO SCR-SHIFT-CT
               MOVE SCR-ROW-NOTE TO SCR-DL-VERDICT
               GO TO 3000-WRITE
           END-IF
           IF NOT SCR-JOB-DUE
               MOVE 'not due this cycle' TO SCR-DL-VERDICT
               GO TO 3000-WRITE
                       MOVE SPACES TO SCR-DL-VERDICT
                       STRING 'HELD - waiting for ' SCH-AFTER
                           DELIMITED BY SIZE INTO SCR-DL-VERDICT
                       IF SCR-ROW-NOTE NOT = SPACES
                           MOVE SCR-ROW-NOTE TO SCR-DL-VERDICT (31:)
                       END-IF
                       GO TO 3000-WRITE
                   END-IF
               END-IF
           END-IF
           PERFORM 4000-SUBMIT-JOB THRU 4000-EXIT
           MOVE SPACES TO SCR-DL-VERDICT
           IF SCR-ROW-NOTE = SPACES
               MOVE 'SUBMITTED' TO SCR-DL-VERDICT
           ELSE
               STRING 'SUBMITTED - ' DELIMITED BY SIZE
                      SCR-ROW-NOTE DELIMITED BY SIZE
                   INTO SCR-DL-VERDICT
           END-IF.
       3000-WRITE.
           WRITE REPORT-LINE FROM SCR-DETAIL-LINE
           WRITE SCHED-OUT-RECORD FROM SCHEDULE-RECORD.
       3000-EXIT.
           EXIT.

      *> Whether the schedule in SCR-DUE-TEST is due on the cycle
      *> date. A row whose own date is a non-business day runs,
      *> is skipped, or moves on by its holiday rule; on a
      *> business day a shifting row also looks back over the
      *> non-business days just passed for an occurrence that
      *> was moved on to today.
       3100-DUE-TEST.
           MOVE 'N' TO SCR-T-DUE-SW
           MOVE SPACE TO SCR-T-OUTCOME
           MOVE SPACES TO SCR-T-NOTE
           MOVE SCR-RUN-SERIAL TO SCR-TEST-SERIAL
           MOVE SCR-DOW TO SCR-TEST-DOW
           MOVE PARM-DATE (9:2) TO SCR-TEST-DD
           PERFORM 3200-NATURAL-DUE THRU 3200-EXIT
           IF SCR-NATURAL-DUE
               IF SCR-TODAY-BUSINESS OR SCR-T-HOLIDAY = SPACE
                   SET SCR-T-DUE TO TRUE
                   GO TO 3100-EXIT
               END-IF
               IF SCR-T-HOLIDAY = 'S'
                   SET SCR-T-SKIPPED TO TRUE
                   STRING 'SKIPPED - due on a non-business day ('
                          DELIMITED BY SIZE
                          SCR-TODAY-REASON DELIMITED BY '  '
                          ')' DELIMITED BY SIZE
                       INTO SCR-T-NOTE
               ELSE
                   SET SCR-T-SHIFTED-OUT TO TRUE
                   STRING 'SHIFTED to next business day - due on '
                          DELIMITED BY SIZE
                          'a non-business day (' DELIMITED BY SIZE
                          SCR-TODAY-REASON DELIMITED BY '  '
                          ')' DELIMITED BY SIZE
                       INTO SCR-T-NOTE
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF SCR-T-HOLIDAY NOT = 'N' OR NOT SCR-TODAY-BUSINESS
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO SCR-WALK-SW
           MOVE ZERO TO SCR-BACK-CT
           PERFORM 3300-WALK-BACK THRU 3300-EXIT
               UNTIL SCR-WALK-DONE.
       3100-EXIT.
           EXIT.

      *> The plain frequency test against SCR-TEST-SERIAL. The
      *> business-day frequencies only ever fall due on the cycle
      *> date itself, which is a business day when they do.
       3200-NATURAL-DUE.
           MOVE 'N' TO SCR-NATURAL-SW
           EVALUATE SCR-T-FREQ
               WHEN 'DAILY'
                   SET SCR-NATURAL-DUE TO TRUE
               WHEN 'WEEKLY'
                   MOVE SCR-TEST-DOW TO SCR-DOW-9
                   IF SCR-T-DAY (1:1) = SCR-DOW-X (1:1)
                    OR (SCR-T-DAY (1:1) = '0'
                        AND SCR-T-DAY (2:1) = SCR-DOW-X (1:1))
                       SET SCR-NATURAL-DUE TO TRUE
                   END-IF
               WHEN 'MONTHLY'
                   IF SCR-T-DAY = SCR-TEST-DD
                       SET SCR-NATURAL-DUE TO TRUE
                   END-IF
               WHEN 'BUSDAY'
                   IF SCR-TEST-SERIAL = SCR-RUN-SERIAL
                    AND SCR-TODAY-BUSINESS
                    AND SCR-T-DAY = SCR-ORD-X
                       SET SCR-NATURAL-DUE TO TRUE
                   END-IF
               WHEN 'LASTBUS'
                   IF SCR-TEST-SERIAL = SCR-RUN-SERIAL
                    AND SCR-TODAY-LAST-BUS
                       SET SCR-NATURAL-DUE TO TRUE
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *> One day further back from the cycle date. The walk stops
      *> at the first business day (nothing before it was moved
      *> on to today) or at the first occurrence found, and never
      *> goes back more than a fortnight.
       3300-WALK-BACK.
           SUBTRACT 1 FROM SCR-TEST-SERIAL
           ADD 1 TO SCR-BACK-CT
           MOVE SCR-TEST-SERIAL TO BD-SERIAL-IN
           PERFORM 9885-BD-TEST-DAY THRU 9885-EXIT
           IF BD-BUSINESS-DAY OR SCR-BACK-CT > 14
               SET SCR-WALK-DONE TO TRUE
               GO TO 3300-EXIT
           END-IF
           MOVE SCR-TEST-SERIAL TO DS-SERIAL
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DI-X TO SCR-TEST-DATE
           MOVE DS-DI-X (9:2) TO SCR-TEST-DD
           MOVE BD-DOW TO SCR-TEST-DOW
           PERFORM 3200-NATURAL-DUE THRU 3200-EXIT
           IF SCR-NATURAL-DUE
               SET SCR-WALK-DONE TO TRUE
               SET SCR-T-DUE TO TRUE
               SET SCR-T-SHIFTED-IN TO TRUE
               STRING 'shifted from ' DELIMITED BY SIZE
                      SCR-TEST-DATE DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      BD-REASON DELIMITED BY '  '
                      ')' DELIMITED BY SIZE
                   INTO SCR-T-NOTE
           END-IF.
       3300-EXIT.
           EXIT.

      *> One submitter job per due row: the reader consumes job
      *> streams, so the stream is a tiny job whose single
      *> IEBGENER step copies the scheduled job's JCL member from
           IF SCR-TBL-ENABLED (SCR-PRED-HIT) NOT = 'Y'
               GO TO 3600-EXIT
           END-IF
           MOVE SCR-TBL-FREQ (SCR-PRED-HIT) TO SCR-T-FREQ
           MOVE SCR-TBL-DAY (SCR-PRED-HIT) TO SCR-T-DAY
           MOVE SCR-TBL-HOLIDAY (SCR-PRED-HIT) TO SCR-T-HOLIDAY
           PERFORM 3100-DUE-TEST THRU 3100-EXIT
           IF SCR-T-DUE
               SET SCR-PRED-DUE TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.

           MOVE 'STILL HELD' TO SCR-TL-LABEL
           MOVE SCR-HELD-CT TO SCR-TL-COUNT
           WRITE REPORT-LINE FROM SCR-TOTAL-LINE
           MOVE 'SHIFTED TO LATER DAY' TO SCR-TL-LABEL
           MOVE SCR-SHIFT-CT TO SCR-TL-COUNT
           WRITE REPORT-LINE FROM SCR-TOTAL-LINE
           MOVE 'SKIPPED FOR HOLIDAY' TO SCR-TL-LABEL
           MOVE SCR-SKIP-CT TO SCR-TL-COUNT
           WRITE REPORT-LINE FROM SCR-TOTAL-LINE
           CLOSE SCHED-IN SCHED-OUT SUBMIT-OUT JOBLOG-OUT
                 REPORT-OUT
           DISPLAY 'SCHEDRUN: ' SCR-READ-CT ' SCHEDULES, '
                   SCR-HELD-CT ' HELD'.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY BUSINESS-DAY.
